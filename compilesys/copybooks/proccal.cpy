      *================================================================
      *  PROCCAL.CPY
      *
      *  Record layout for the processing calendar (procCalendar),
      *  keyed on business date YYYYMMDD. Each record marks the
      *  processing cycles that fall on the date, one Y/N flag per
      *  cycle, in the fixed order of the cycle codes:
      *    D = DAILY            P = PAY-PERIOD END
      *    M = MONTH END        T = TERM END
      *    Y = YEAR END         H = HOLIDAY (NO RUN)
      *  A streamDef step names the cycle codes it belongs to and
      *  JOB-STREAM runs it only on dates carrying one of them. A
      *  holiday carries no other cycle. Kept through PRCL-MAINT and
      *  read through the PROC-CAL subprogram.
      *================================================================
       01  PROC-CALENDAR-RECORD.
           05  PRC-DATE                PIC X(08).
           05  PRC-CYCLE-FLAGS.
               10  PRC-DAILY-FLAG      PIC X(01).
                   88  PRC-DAILY           VALUE "Y".
               10  PRC-PAY-END-FLAG    PIC X(01).
                   88  PRC-PAY-END         VALUE "Y".
               10  PRC-MONTH-END-FLAG  PIC X(01).
                   88  PRC-MONTH-END       VALUE "Y".
               10  PRC-TERM-END-FLAG   PIC X(01).
                   88  PRC-TERM-END        VALUE "Y".
               10  PRC-YEAR-END-FLAG   PIC X(01).
                   88  PRC-YEAR-END        VALUE "Y".
               10  PRC-HOLIDAY-FLAG    PIC X(01).
                   88  PRC-HOLIDAY         VALUE "Y".
           05  PRC-CYCLE-TABLE REDEFINES PRC-CYCLE-FLAGS.
               10  PRC-CYCLE-FLAG      PIC X(01) OCCURS 6 TIMES.
           05  PRC-DESCRIPTION         PIC X(20).
           05  PRC-UPDATED-DATE        PIC X(08).
