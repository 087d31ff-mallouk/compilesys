      *================================================================
      *  TRNCRED.CPY
      *
      *  Record layout for the transfer credit file (transferCredit),
      *  keyed on id-number plus outside institution plus outside
      *  course number. One record per outside course submitted for
      *  a student, kept whatever the outcome, so a resubmitted
      *  course is recognized and the transcript can print the
      *  transfer work course by course:
      *    P = POSTED AS TCR-COURSE-ID
      *    E = PENDING EVALUATION BY TCR-DEPT (NO EQUIVALENCY YET)
      *    N = NOT ACCEPTED (NO-CREDIT RULING, GRADE BELOW C, OR
      *        THE EQUIVALENT COURSE IS ALREADY CREDITED)
      *  Posted work is carried in studentTermHist and enrollDetail
      *  under the transfer term code 000000, which collates ahead
      *  of every real term, with grade T: the hours count toward
      *  graduation and major hours but carry no quality points and
      *  add nothing to the GPA hours.
      *================================================================
       01  TRANSFER-CREDIT-RECORD.
           05  TCR-KEY.
               10  TCR-ID-NUMBER       PIC X(04).
               10  TCR-INSTITUTION     PIC X(06).
               10  TCR-OUTSIDE-COURSE  PIC X(08).
           05  TCR-OUTSIDE-TITLE       PIC X(30).
           05  TCR-CREDIT-HOURS        PIC 9(02).
           05  TCR-OUTSIDE-GRADE       PIC X(02).
           05  TCR-STATUS              PIC X(01).
               88  TCR-POSTED              VALUE "P".
               88  TCR-PENDING             VALUE "E".
               88  TCR-NOT-ACCEPTED        VALUE "N".
           05  TCR-COURSE-ID           PIC X(06).
           05  TCR-DEPT                PIC X(04).
           05  TCR-RECEIVED-DATE       PIC X(08).
           05  TCR-POSTED-DATE         PIC X(08).
           05  TCR-REASON              PIC X(20).
