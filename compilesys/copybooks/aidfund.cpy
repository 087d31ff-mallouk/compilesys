      *================================================================
      *  AIDFUND.CPY
      *
      *  Record layout for the financial aid fund master
      *  (aidFundMaster), keyed on fund code. One record per
      *  scholarship, grant, or loan fund the financial aid office
      *  awards from, carrying the minimum term load a student must
      *  carry before an award from the fund may be disbursed. Kept
      *  through AID-FUND-MAINT; AID-DISBURSE reads it for every
      *  award it considers.
      *
      *  FUND TYPES:  S = SCHOLARSHIP   G = GRANT   L = LOAN
      *================================================================
       01  AID-FUND-RECORD.
           05  AFD-FUND-CODE           PIC X(04).
           05  AFD-FUND-NAME           PIC X(20).
           05  AFD-FUND-TYPE           PIC X(01).
               88  AFD-SCHOLARSHIP         VALUE "S".
               88  AFD-GRANT               VALUE "G".
               88  AFD-LOAN                VALUE "L".
               88  AFD-VALID-TYPE          VALUE "S" "G" "L".
           05  AFD-MIN-HOURS           PIC 9(03).
