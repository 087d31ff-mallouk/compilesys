      *================================================================
      *  CALOVRD.CPY
      *
      *  Record layout for the calendar override file
      *  (calendarOverrides), a sequential list of supervisor
      *  exceptions to the academic calendar windows. A supervisor
      *  grants one through CAL-MAINT for one student, term, and
      *  kind of transaction:
      *    A = ENROLLMENT OUTSIDE THE REGISTRATION WINDOW
      *    D = DROP AFTER THE LAST DAY TO DROP WITHOUT A W
      *    G = GRADE CHANGE AFTER THE TERM'S GRADES HAVE CLOSED
      *  A blank course-id covers every course in the term. CAL-WINDOW
      *  lets a matching transaction through and logs each use to
      *  calendarOverrideLog.
      *================================================================
       01  CALENDAR-OVERRIDE-RECORD.
           05  COV-ID-NUMBER           PIC X(04).
           05  COV-COURSE-ID           PIC X(06).
           05  COV-TERM-CODE           PIC X(06).
           05  COV-TRANS-TYPE          PIC X(01).
               88  COV-ADD-OVERRIDE        VALUE "A".
               88  COV-DROP-OVERRIDE       VALUE "D".
               88  COV-GRADE-OVERRIDE      VALUE "G".
               88  COV-VALID-TRANS-TYPE    VALUE "A" "D" "G".
           05  COV-GRANTED-BY          PIC X(10).
           05  COV-GRANTED-DATE        PIC X(08).
           05  COV-REASON              PIC X(20).
