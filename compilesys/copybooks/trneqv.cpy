      *================================================================
      *  TRNEQV.CPY
      *
      *  Record layout for the transfer course equivalency master
      *  (transferEquiv), keyed on the outside institution code plus
      *  the outside course number as that school prints it. Each
      *  record is the department's ruling on one outside course:
      *    C = DIRECT EQUIVALENT OF TEQ-COURSE-ID
      *    E = GENERIC ELECTIVE - TEQ-COURSE-ID IS THE DEPARTMENT'S
      *        ELECTIVE ENTRY ON courseMaster; SEVERAL OUTSIDE
      *        COURSES MAY LAND ON THE SAME ELECTIVE, AND THEIR HOURS
      *        ACCUMULATE ON ONE ENROLLMENT LINE
      *    N = NOT ACCEPTED FOR CREDIT (TEQ-COURSE-ID BLANK)
      *  Kept through EQUIV-MAINT; read by TRANSFER-POST. An outside
      *  course with no record here waits on the pending-evaluation
      *  report until its department rules on it.
      *================================================================
       01  TRANSFER-EQUIV-RECORD.
           05  TEQ-KEY.
               10  TEQ-INSTITUTION     PIC X(06).
               10  TEQ-OUTSIDE-COURSE  PIC X(08).
           05  TEQ-MATCH-TYPE          PIC X(01).
               88  TEQ-DIRECT-EQUIVALENT   VALUE "C".
               88  TEQ-GENERIC-ELECTIVE    VALUE "E".
               88  TEQ-NO-CREDIT           VALUE "N".
               88  TEQ-VALID-MATCH-TYPE    VALUE "C" "E" "N".
           05  TEQ-COURSE-ID           PIC X(06).
           05  TEQ-OUTSIDE-TITLE       PIC X(30).
           05  TEQ-EVALUATED-BY        PIC X(10).
           05  TEQ-EVALUATED-DATE      PIC X(08).
