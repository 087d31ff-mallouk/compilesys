      *================================================================
      *  PRHIST.CPY
      *
      *  Record layout for the pay-rate history file (payRateHistory),
      *  keyed on employee id and effective date. EMP-MST-PAY-RATE
      *  only ever holds the current rate; every rate an employee has
      *  had is kept here with the date it took effect, the rate it
      *  replaced, why it changed, and any retroactive pay generated
      *  for periods already paid at the old rate. EMP-MAINT writes
      *  one on every hire, CHG-APPROVE writes one when an approved
      *  rate change is applied, and MASS-INCR writes one per
      *  employee raised. A second change with the same effective
      *  date replaces the first.
      *================================================================
       01  PAY-RATE-HISTORY-RECORD.
           05  PRH-KEY.
               10  PRH-EMP-ID          PIC X(04).
               10  PRH-EFF-DATE        PIC X(08).
           05  PRH-PAY-RATE            PIC 9(05)V99.
           05  PRH-PRIOR-RATE          PIC 9(05)V99.
           05  PRH-REASON              PIC X(03).
               88  PRH-HIRE                VALUE "HIR".
               88  PRH-MERIT               VALUE "MER".
               88  PRH-PROMOTION           VALUE "PRO".
               88  PRH-GENERAL-INCREASE    VALUE "GEN".
               88  PRH-CORRECTION          VALUE "COR".
               88  PRH-VALID-REASON        VALUE "HIR" "MER" "PRO"
                                                 "GEN" "COR".
           05  PRH-RETRO-AMOUNT        PIC S9(07).
           05  PRH-SOURCE              PIC X(08).
           05  PRH-OPERATOR-ID         PIC X(10).
           05  PRH-ENTERED-DATE        PIC X(08).
