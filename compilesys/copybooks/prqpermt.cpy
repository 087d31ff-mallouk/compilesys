      *================================================================
      *  PRQPERMT.CPY
      *
      *  Record layout for the prerequisite permission file
      *  (prereqPermits), a sequential list of instructor-permission
      *  overrides. A supervisor grants one through PREREQ-MAINT for
      *  one student, course, and term; the entry program then lets
      *  that registration through without a qualifying earlier
      *  attempt and logs the override to prereqOverrideLog.
      *================================================================
       01  PREREQ-PERMIT-RECORD.
           05  PPM-ID-NUMBER           PIC X(04).
           05  PPM-COURSE-ID           PIC X(06).
           05  PPM-TERM-CODE           PIC X(06).
           05  PPM-GRANTED-BY          PIC X(10).
           05  PPM-GRANTED-DATE        PIC X(08).
           05  PPM-REASON              PIC X(20).
