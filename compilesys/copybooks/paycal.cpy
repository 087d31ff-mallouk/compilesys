      *================================================================
      *  PAYCAL.CPY
      *
      *  Record layout for the pay calendar (payCalendar), keyed on
      *  pay group and check date. Each record is one pay period of
      *  one pay group: the first and last day worked and the date
      *  the checks are issued, all YYYYMMDD. The payroll pass pays
      *  a group only on one of its check dates, and annualizes
      *  wages for the tax brackets by the number of check dates the
      *  group has in the calendar year. Kept through PCAL-MAINT.
      *================================================================
       01  PAY-CALENDAR-RECORD.
           05  PCL-KEY.
               10  PCL-PAY-GROUP       PIC X(02).
               10  PCL-CHECK-DATE      PIC X(08).
           05  PCL-PERIOD-BEGIN        PIC X(08).
           05  PCL-PERIOD-END          PIC X(08).
           05  PCL-UPDATED-DATE        PIC X(08).
