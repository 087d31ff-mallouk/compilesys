      *================================================================
      *  PAIDREG.CPY
      *
      *  Record layout for the paid register (paidRegister), keyed on
      *  business date plus employee id. readWriteFile writes or
      *  updates the entry for the date and employee each time it
      *  writes a payment to payrollAudit, so the double-pay check
      *  can read one record instead of scanning the whole audit
      *  trail. payrollAudit stays the full history; PAID-VERIFY
      *  proves the two agree and, run with a supervisor sign-on,
      *  rebuilds the register from the trail.
      *
      *  PRG-PAY-COUNT   regular and final pays on the date - any
      *                  count above zero means the employee has
      *                  been paid this business date
      *  PRG-ADJ-COUNT   retro adjustments ("A") on the date, which
      *                  never count as a pay
      *  PRG-NET-PAY     net of every payment on the date
      *  PRG-IMPUTED     imputed income taxed on the date - a
      *                  restarted run does not tax it again
      *================================================================
       01  PAID-REGISTER-RECORD.
           05  PRG-KEY.
               10  PRG-RUN-DATE        PIC X(08).
               10  PRG-EMP-ID          PIC X(04).
           05  PRG-PAY-COUNT           PIC 9(03).
           05  PRG-ADJ-COUNT           PIC 9(03).
           05  PRG-NET-PAY             PIC S9(07).
           05  PRG-IMPUTED             PIC 9(07).
           05  PRG-LAST-TIME           PIC X(08).
