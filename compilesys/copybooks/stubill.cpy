      *  receipts against it and AGED-AR reports the open balances
      *  by age. The balance is the charge amount less the paid
      *  amount - no separate balance field to drift out of step.
      *  Financial aid credits posted by AID-DISBURSE are included in
      *  the paid amount and carried again in BIL-AID-AMOUNT, so the
      *  cash portion is the paid amount less the aid amount.
      *  A credit balance (paid beyond the charge) is returned by
      *  STU-REFUND as a numbered refund check; the refunded amount
      *  and the last refund check are kept here, so the balance is
      *  the charge less the paid amount plus the refunded amount.
      *  Employee tuition remission credited by TUITION-REMIT is
      *  likewise included in the paid amount and carried again in
      *  BIL-REMIT-AMOUNT; it is never more than the open balance
      *  when credited, and STU-REFUND holds back whatever of it
      *  exceeds a charge later repriced down, so remission is
      *  never refunded as cash.
      *================================================================
       01  BILLING-RECORD.
           05  BIL-KEY.
           05  BIL-PAID-AMOUNT         PIC 9(07)V99.
           05  BIL-BILL-DATE           PIC X(08).
           05  BIL-LAST-PAY-DATE       PIC X(08).
           05  BIL-AID-AMOUNT          PIC 9(07)V99.
           05  BIL-REFUND-AMOUNT       PIC 9(07)V99.
           05  BIL-REFUND-CHECK        PIC X(06).
           05  BIL-REFUND-DATE         PIC X(08).
           05  BIL-REMIT-AMOUNT        PIC 9(07)V99.
