      *================================================================
      *  ACADCAL.CPY
      *
      *  Record layout for the academic calendar master
      *  (academicCalendar), keyed on term code. Each record holds
      *  the deadlines the registrar publishes for one term:
      *    REGISTRATION OPEN ..... FIRST DAY AN ENROLLMENT IS TAKEN
      *    LAST DAY TO ADD ....... LAST DAY AN ENROLLMENT IS TAKEN
      *    LAST DAY TO DROP ...... LAST DAY A COURSE IS DROPPED
      *                            WITHOUT A W - LATER IT IS A GRADE
      *                            CHANGE TO W
      *    GRADES DUE ............ GRADE SHEETS DUE FROM INSTRUCTORS
      *    INCOMPLETE LAPSE ...... AN I STILL ON FILE THIS DAY LAPSES
      *                            TO F; ALSO THE LAST DAY A GRADE FOR
      *                            THE TERM MAY BE CHANGED
      *  All dates are YYYYMMDD and run in that order. Kept through
      *  CAL-MAINT; the windows are enforced by CAL-WINDOW.
      *================================================================
       01  ACADEMIC-CALENDAR-RECORD.
           05  CAL-TERM-CODE           PIC X(06).
           05  CAL-TERM-NAME           PIC X(20).
           05  CAL-REG-OPEN-DATE       PIC X(08).
           05  CAL-LAST-ADD-DATE       PIC X(08).
           05  CAL-LAST-DROP-DATE      PIC X(08).
           05  CAL-GRADE-DUE-DATE      PIC X(08).
           05  CAL-LAPSE-DATE          PIC X(08).
           05  CAL-UPDATED-BY          PIC X(10).
           05  CAL-UPDATED-DATE        PIC X(08).
