               88  EMP-MST-ACTIVE          VALUE "A".
               88  EMP-MST-TERMINATED      VALUE "T".
           05  EMP-MST-PAY-RATE        PIC 9(05)V99.
      *    PAY GROUP - PAID ONLY ON THE GROUP'S CHECK DATES ON
      *    payCalendar
           05  EMP-MST-PAY-GROUP       PIC X(02).
