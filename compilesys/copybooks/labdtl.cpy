      *================================================================
      *  LABDTL.CPY
      *
      *  Record layout for the labor distribution detail file
      *  (laborDistDetail), written by GL-POST as it spreads each
      *  pay record. One record per employee per charged line, with
      *  the share of salary, employer FICA and unemployment accrual
      *  actually posted, so LABOR-RPT prints exactly what went to
      *  the ledger. A blank fund means the employee has no labor
      *  distribution and was charged to the home department.
      *================================================================
       01  LABOR-DETAIL-RECORD.
           05  LDD-RUN-DATE            PIC X(08).
           05  LDD-FUND                PIC X(06).
           05  LDD-DEPT                PIC X(04).
           05  LDD-ACCOUNT             PIC X(04).
           05  LDD-EMP-ID              PIC X(04).
           05  LDD-EMP-NAME            PIC X(25).
           05  LDD-PERCENT             PIC 9(03)V99.
           05  LDD-SALARY              PIC S9(07).
           05  LDD-EMPR-FICA           PIC S9(07).
           05  LDD-UNEMP               PIC S9(07).
