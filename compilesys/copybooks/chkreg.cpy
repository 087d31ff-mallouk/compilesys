      *  Record layout for the numbered check register file
      *  (checkRegister), keyed on check number. One record per
      *  physical check the payroll pass prints for employees with
      *  no verified bank account, and per student refund check
      *  STU-REFUND cuts for a credit balance on studentBilling -
      *  one check stock, one numbering sequence. For a student
      *  check CHK-EMP-ID and CHK-EMP-NAME carry the student's
      *  id-number and name and CHK-TERM-CODE the billing term.
      *  CHECK-MAINT voids and reissues against it. Record 000000
      *  is the control record - its CHK-XREF-NUMBER field holds
      *  the next check number to issue.
      *
      *  STATUS:  I = ISSUED    V = VOID    R = REISSUED (VOIDED AND
      *           REPLACED BY THE CHECK IN CHK-XREF-NUMBER)
      *  PAYEE:   E (OR SPACE) = EMPLOYEE PAY    S = STUDENT REFUND
      *
      *  CHK-PP-SENT-STATUS is the status last reported to the bank
      *  on the positive pay file by POS-PAY (space = not yet sent).
      *  CHK-CLEARED-DATE is set by CHK-RECON from the bank's paid
      *  items file; spaces mean the check is still outstanding.
      *================================================================
       01  CHECK-REGISTER-RECORD.
           05  CHK-NUMBER              PIC X(06).
               88  CHK-VOID                VALUE "V".
               88  CHK-REISSUED            VALUE "R".
           05  CHK-XREF-NUMBER         PIC X(06).
           05  CHK-PAYEE-TYPE          PIC X(01).
               88  CHK-EMPLOYEE-CHECK      VALUE "E" " ".
               88  CHK-STUDENT-REFUND      VALUE "S".
           05  CHK-TERM-CODE           PIC X(06).
           05  CHK-PP-SENT-STATUS      PIC X(01).
               88  CHK-PP-NOT-SENT         VALUE " ".
               88  CHK-PP-ISSUE-SENT       VALUE "I".
               88  CHK-PP-VOID-SENT        VALUE "V".
           05  CHK-CLEARED-DATE        PIC X(08).
               88  CHK-OUTSTANDING         VALUE SPACES.
