      *================================================================
      *  TUITREM.CPY
      *
      *  Record layout for the employee tuition remission file
      *  (tuitionRemission), keyed on employee id plus calendar year.
      *  TUITION-REMIT adds every remission credit it posts against
      *  an employee's studentBilling charge to the year's total
      *  here. Remission beyond the yearly exclusion limit is taxable
      *  to the employee: each time the total passes the limit by more
      *  than has already been sent, the difference goes to
      *  payrollRetro as an "I" imputed-income transaction and is
      *  added to TRM-IMPUTED-SENT, so no excess is ever sent twice.
      *  readWriteFile taxes the imputed amount with the employee's
      *  next cash pay without paying it out.
      *================================================================
       01  TUITION-REMISSION-RECORD.
           05  TRM-KEY.
               10  TRM-EMP-ID          PIC X(04).
               10  TRM-YEAR            PIC X(04).
           05  TRM-YTD-REMITTED        PIC 9(07)V99.
           05  TRM-IMPUTED-SENT        PIC 9(07)V99.
           05  TRM-LAST-TERM           PIC X(06).
           05  TRM-LAST-DATE           PIC X(08).
