      *================================================================
      *  POSMSTR.CPY
      *
      *  Record layout for the position control master file
      *  (positionMaster), keyed on position id. Each budgeted
      *  position belongs to one department and carries its annual
      *  budgeted salary in whole dollars, the full-time equivalent
      *  as N.NN, and the id of the employee filling it. A blank
      *  employee id means the position is vacant. POS-MAINT keeps
      *  the file; EMP-MAINT fills a vacant position when an
      *  employee is added and BUDGET-RPT compares the budget with
      *  annualized pay from payrollYTD.
      *================================================================
       01  POSITION-MASTER-RECORD.
           05  POS-ID                  PIC X(06).
           05  POS-DEPT                PIC X(04).
           05  POS-TITLE               PIC X(20).
           05  POS-BUDGET-SALARY       PIC 9(07).
           05  POS-FTE                 PIC 9(01)V99.
           05  POS-EMP-ID              PIC X(04).
               88  POS-VACANT              VALUE SPACES.
           05  POS-UPDATED-DATE        PIC X(08).
