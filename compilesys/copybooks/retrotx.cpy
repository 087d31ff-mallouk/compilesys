      *================================================================
      *  RETROTX.CPY
      *
      *  Record layout for the retroactive pay transaction file
      *  (payrollRetro). When a pay rate is raised with an effective
      *  date earlier than periods already paid, EMP-MAINT or
      *  MASS-INCR prices the difference from payrollAudit and
      *  appends an "A" adjustment here in the readWriteFile input
      *  layout. readWriteFile applies the file after inputData and
      *  the recycle file, then empties it.
      *================================================================
       01  RETRO-TRANS-RECORD.
           05  RTX-REC-TYPE            PIC X(01).
           05  RTX-EMP-ID              PIC X(04).
           05  RTX-SIGN                PIC X(01).
           05  RTX-AMOUNT              PIC 9(05).
           05  RTX-REASON-CODE         PIC X(03).
           05  FILLER                  PIC X(42).
