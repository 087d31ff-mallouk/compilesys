      *================================================================
      *  STUSTND.CPY
      *
      *  Record layout for the academic standing history file
      *  (standingHistory), keyed on id-number plus term code. The
      *  term-end standing run ACAD-STANDING writes one record per
      *  student per term attended, carrying the standing the
      *  student entered the term with, the standing assigned at
      *  term end, and the term and cumulative GPA the decision was
      *  made on. The most recent earlier record is the starting
      *  point for the next term's decision, so a rerun of the same
      *  term replaces its own record and reaches the same result.
      *
      *  STANDINGS:  G = GOOD        P = PROBATION
      *              S = SUSPENDED   D = DISMISSED
      *================================================================
       01  STANDING-HISTORY-RECORD.
           05  SSH-KEY.
               10  SSH-ID-NUMBER       PIC X(04).
               10  SSH-TERM-CODE       PIC X(06).
           05  SSH-PRIOR-STANDING      PIC X(01).
           05  SSH-NEW-STANDING        PIC X(01).
           05  SSH-ACTION              PIC X(01).
               88  SSH-ESCALATED           VALUE "E".
               88  SSH-CLEARED             VALUE "C".
               88  SSH-CONTINUED           VALUE "N".
           05  SSH-TERM-GPA            PIC 9V99.
           05  SSH-CUM-GPA             PIC 9V99.
           05  SSH-CUM-GPA-HOURS       PIC 9(04).
           05  SSH-RUN-DATE            PIC X(08).
