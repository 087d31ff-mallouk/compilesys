      *================================================================
      *  PENDCHG.CPY
      *
      *  Record layout for the pending-change file (pendingChange),
      *  keyed on the date and time the change was keyed. A change
      *  to a sensitive master field - changing or deleting a bank
      *  account in BANK-MAINT, an employee pay rate in EMP-MAINT,
      *  deleting a garnishment or changing its amount in DED-MAINT
      *  - is written here through the PEND-CHANGE subprogram
      *  instead of to the master. It takes effect only when a
      *  second operator at supervisor level, never the maker,
      *  approves it in CHG-APPROVE; until then the master
      *  and the payroll pass that reads it are unchanged. A change
      *  not acted on within the expiry limit is expired by CHG-REPORT
      *  and must be keyed again.
      *
      *  FILES:     B = bankAcctMaster   E = employeeMaster
      *             D = deductionMaster
      *  STATUS:    P = PENDING          A = APPROVED AND APPLIED
      *             R = REJECTED         X = EXPIRED
      *================================================================
       01  PENDING-CHANGE-RECORD.
           05  PCH-KEY.
               10  PCH-MADE-DATE       PIC X(08).
               10  PCH-MADE-TIME       PIC X(08).
           05  PCH-FILE                PIC X(01).
               88  PCH-FILE-BANK           VALUE "B".
               88  PCH-FILE-EMPLOYEE       VALUE "E".
               88  PCH-FILE-DEDUCTION      VALUE "D".
           05  PCH-ACTION              PIC X(01).
               88  PCH-ACTION-CHANGE       VALUE "C".
               88  PCH-ACTION-DELETE       VALUE "D".
           05  PCH-RECORD-KEY          PIC X(20).
      *    MASTER RECORD AS IT STOOD WHEN THE CHANGE WAS KEYED AND AS
      *    IT WILL STAND ONCE APPROVED (SPACES FOR A DELETE)
           05  PCH-BEFORE-IMAGE        PIC X(80).
           05  PCH-AFTER-IMAGE         PIC X(80).
      *    PAY-RATE CHANGES ONLY - EFFECTIVE DATE AND REASON CODE FOR
      *    payRateHistory AND THE RETRO CALCULATION
           05  PCH-EFF-DATE            PIC X(08).
           05  PCH-REASON              PIC X(03).
           05  PCH-MAKER-ID            PIC X(10).
           05  PCH-STATUS              PIC X(01).
               88  PCH-PENDING             VALUE "P".
               88  PCH-APPROVED            VALUE "A".
               88  PCH-REJECTED            VALUE "R".
               88  PCH-EXPIRED             VALUE "X".
           05  PCH-CHECKER-ID          PIC X(10).
           05  PCH-ACTED-DATE          PIC X(08).
           05  PCH-ACTED-TIME          PIC X(08).
           05  PCH-NOTE                PIC X(40).
