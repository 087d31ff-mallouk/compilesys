      *================================================================
      *  AIDAWRD.CPY
      *
      *  Record layout for the financial aid award file (aidAwards),
      *  keyed on id-number plus term code plus fund code. One
      *  record per award made to a student for a term, kept through
      *  AID-MAINT. AID-DISBURSE posts each eligible awarded record
      *  as a credit against the student's studentBilling charge for
      *  the same term and marks it disbursed, so an award is never
      *  credited twice. An award held back by a financial hold or a
      *  short term load stays A and is retried on the next run.
      *
      *  STATUS:  A = AWARDED (NOT YET DISBURSED)   D = DISBURSED
      *           C = CANCELLED
      *================================================================
       01  AID-AWARD-RECORD.
           05  AWD-KEY.
               10  AWD-ID-NUMBER       PIC X(04).
               10  AWD-TERM-CODE       PIC X(06).
               10  AWD-FUND-CODE       PIC X(04).
           05  AWD-AMOUNT              PIC 9(07)V99.
           05  AWD-STATUS              PIC X(01).
               88  AWD-AWARDED             VALUE "A".
               88  AWD-DISBURSED           VALUE "D".
               88  AWD-CANCELLED           VALUE "C".
           05  AWD-AWARD-DATE          PIC X(08).
           05  AWD-DISBURSED-DATE      PIC X(08).
