      *================================================================
      *  LABDIST.CPY
      *
      *  Record layout for the labor distribution master file
      *  (laborDistribution), keyed on employee id. Grant-funded and
      *  shared staff are paid from more than one source; each line
      *  names the department, the salary expense account and the
      *  funding source that carry a share of the employee's pay,
      *  with the percentage as NNN.NN. LAB-MAINT refuses any record
      *  whose lines do not total exactly 100.00. GL-POST spreads the
      *  salary, employer FICA and unemployment accrual over the
      *  lines, forcing the rounding remainder to the largest line.
      *  An employee with no record is charged entirely to
      *  EMP-MST-DEPT, salary expense account 6100, as before.
      *================================================================
       01  LABOR-DIST-RECORD.
           05  LBD-EMP-ID              PIC X(04).
           05  LBD-LINE-COUNT          PIC 9(01).
           05  LBD-LINE                OCCURS 5 TIMES.
               10  LBD-DEPT            PIC X(04).
               10  LBD-ACCOUNT         PIC X(04).
               10  LBD-FUND            PIC X(06).
               10  LBD-PERCENT         PIC 9(03)V99.
           05  LBD-UPDATED-DATE        PIC X(08).
