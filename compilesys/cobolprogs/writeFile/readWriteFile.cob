        organization is line sequential
        file status is recycle-status.

        select retro-file assign to disk
        organization is line sequential
        file status is retro-status.

        select retro-spill-file assign to disk
        organization is line sequential
        file status is retro-spill-status.

        select exception-report assign to disk
        organization is line sequential.

        record key is dpt-dept-code
        file status is dept-status.

        select pay-calendar assign to disk
        organization is indexed
        access mode is sequential
        record key is pcl-key
        file status is pcl-status.

        select termination-register assign to disk
        organization is line sequential
        file status is term-reg-status.

        select position-master assign to disk
        organization is indexed
        access mode is dynamic
        record key is pos-id
        file status is pos-status.

        select paid-register assign to disk
        organization is indexed
        access mode is random
        record key is prg-key
        file status is paid-reg-status.

        data division.

        file section.
        03 adj-reason-code pic x(3).
        03 filler pic x(42).

        01 final-pay-record redefines in-rec.
        03 fnl-rec-type pic x(1).
           88 final-pay-trans value "F".
        03 fnl-emp-id pic x(4).
        03 fnl-sep-date pic x(8).
        03 fnl-wages pic 9(5).
        03 filler pic x(38).

      * imputed income from the tuition remission run - taxed with
      * the employee's next cash pay, never paid out itself
        01 imputed-record redefines in-rec.
        03 imp-rec-type pic x(1).
           88 imputed-trans value "I".
        03 imp-emp-id pic x(4).
        03 imp-sign pic x(1).
        03 imp-amount pic 9(5).
        03 imp-reason-code pic x(3).
        03 filler pic x(42).

        01 header-record redefines in-rec.
        COPY "rdrhdr.cpy".

       03 pay-type1 pic x(1).
       03 empr-fica1 pic s9(5).
       03 unemp-accr1 pic s9(5).
       03 imputed1 pic 9(5).

       01 trailer-out-rec.
       03 trl-tag pic x(6) value "TRAILR".
       03 trl-hash-total pic 9(9).
       03 trl-total-empr-fica pic s9(7).
       03 trl-total-unemp pic s9(7).
       03 trl-total-imputed pic 9(7).

       fd register-file
       label records are standard
       03 reg-net-pay pic s9(6).
       03 filler pic x(2) value spaces.
       03 reg-pay-type pic x(5).
       03 filler pic x(1) value spaces.
       03 reg-imputed pic z(5).

       fd ytd-master
       label records are standard
       03 ytd-federal-tax pic s9(7).
       03 ytd-net-pay pic s9(7).
       03 ytd-vol-ded pic 9(7).
       03 ytd-imputed pic 9(7).

       fd reject-file
       label records are standard
       03 ckpt-total-unemp pic s9(7).
       03 ckpt-total-check-net pic s9(9).
       03 ckpt-check-count pic 9(5).
       03 ckpt-total-imputed pic 9(7).

       fd audit-file
       label records are standard
       03 audit-net-pay pic s9(6).
       03 audit-rec-type pic x(1).
       03 audit-reason-code pic x(3).
       03 audit-imputed pic 9(5).

      * one entry per business date and employee, posted with every
      * audit record - the double-pay check reads it by key
       fd paid-register
       label records are standard
       value of file-id is"paidRegister".
       copy "paidreg.cpy".

       fd employee-master
       label records are standard
       03 recycle-image pic x(56).
       03 recycle-count pic 9(2).

       fd retro-file
       label records are standard
       value of file-id is"payrollRetro".
       01 retro-rec pic x(56).
       01 retro-imputed-rec.
       03 rim-rec-type pic x(1).
       03 rim-emp-id pic x(4).
       03 rim-sign pic x(1).
       03 rim-amount pic 9(5).
       03 rim-reason-code pic x(3).
       03 filler pic x(42).

      * held retro records beyond the hold table, copied back to
      * payrollRetro behind the table when it is rebuilt
       fd retro-spill-file
       label records are standard
       value of file-id is"payrollRetroSpill".
       01 retro-spill-rec pic x(56).

       fd deduction-master
       label records are standard
       value of file-id is"deductionMaster".
       03 pnc-protected-net pic 9(5).
       03 pnc-unemp-rate pic 9v9999.
       03 pnc-unemp-cap pic 9(7).
       03 pnc-supp-fed-rate pic 9v9999.

       fd bank-acct-master
       label records are standard
       value of file-id is"deptMaster".
       copy "deptmstr.cpy".

       fd pay-calendar
       label records are standard
       value of file-id is"payCalendar".
       copy "paycal.cpy".

       fd termination-register
       label records are standard
       value of file-id is"terminationRegister".
       01 termination-line pic x(80).

       fd position-master
       label records are standard
       value of file-id is"positionMaster".
       copy "posmstr.cpy".

       working-storage section.

       77 eof pic x value'n'.
           "SUPERVISOR APPROVAL: ____________________".
       77 ded-status pic x(2) value "00".
       77 recycle-status pic x(2) value "00".
       77 retro-status pic x(2) value "00".
       77 retro-eof pic x value 'n'.
       77 retro-spill-status pic x(2) value "00".
       77 retro-spill-eof pic x value 'n'.
      * n = nothing spilled, y = spill file open, f = spill failed
       77 ws-retro-spill-sw pic x value 'n'.
       77 ws-retro-spill-count pic 9(5) value zeros.
       77 retro-count pic 9(5) value zeros.
       77 stats-status pic x(2) value "00".
       77 ws-cmd-parm pic x(8) value spaces.
       77 ws-rc-function pic x value space.
       77 ws-rc-step pic x(8) value spaces.
       77 ws-rc-force pic x value space.
       77 ws-rc-reply pic x value 'y'.
       77 ws-il-program pic x(20) value "readWriteFile".
       77 ws-il-step pic x(8) value "READWRTF".
       77 ws-il-paragraph pic x(30) value spaces.
       77 ws-il-severity pic x value space.
       77 ws-il-file-status pic x(2) value spaces.
       77 ws-il-message pic x(60) value spaces.
       77 recycle-eof pic x value 'n'.
       77 ws-cur-recycle-count pic 9(2) value zeros.
       77 recycled-count pic 9(5) value zeros.
       77 ws-gross-pay pic 9(5)v99 value zeros.
       77 ws-timecard-count pic 9(5) value zeros.
       77 ws-adjustment-count pic 9(5) value zeros.
       77 ws-bracket-wages pic 9(7) value zeros.
       77 controls-status pic x(2) value "00".
       77 ws-protected-net pic 9(5) value zeros.
       77 ws-unemp-rate pic 9v9999 value zeros.
       77 ws-override-eof pic x value 'n'.
       77 ws-double-pay-sw pic x value 'n'.
       77 ws-double-count pic 9(5) value zeros.
       77 paid-reg-status pic x(2) value "00".
       77 ws-paid-reg-available pic x value 'n'.
       77 ws-already-paid pic x value 'n'.
       77 dept-status pic x(2) value "00".
       77 ws-fl-function pic x value space.
       77 ws-fl-file-name pic x(14) value spaces.
       77 ws-fl-reply pic x value 'Y'.
       77 ws-fl-info pic x(40) value spaces.
       77 ws-locks-held pic x value 'n'.
       77 pcl-status pic x(2) value "00".
       77 ws-calendar-available pic x value 'n'.
       77 ws-pcl-eof pic x value 'n'.
       77 ws-group-count pic 99 value zeros.
       77 ws-group-idx pic 99 value zeros.
       77 ws-group-at pic 99 value zeros.
       77 ws-emp-periods pic 9(3) value 1.
       77 ws-unscheduled-count pic 9(5) value zeros.
       77 ws-retro-hold-count pic 9(3) value zeros.
       77 ws-retro-hold-idx pic 9(3) value zeros.
       01 pay-group-table.
           05 pay-group-entry occurs 20 times.
               10 pgt-pay-group pic x(2).
               10 pgt-paid-today pic x(1).
               10 pgt-periods pic 9(3).
       01 retro-hold-table.
           05 retro-hold-rec pic x(56) occurs 500 times.
       77 imputed-count pic 9(3) value zeros.
       77 imputed-idx pic 9(3) value zeros.
       77 imputed-retro-idx pic 9(5) value zeros.
       77 ws-imputed-emp-id pic x(4) value spaces.
       77 ws-imputed-hold pic x value 'n'.
       77 ws-imputed-amt pic 9(5) value zeros.
       77 ws-imputed-applied-count pic 9(5) value zeros.
       77 ws-taxable-wages pic s9(6) value zeros.
       77 total-imputed pic 9(7) value zeros.
       77 restart-total-imputed pic 9(7) value zeros.
       01 imputed-table.
           05 imputed-entry occurs 500 times.
               10 imputed-emp-id pic x(4).
               10 imputed-amount pic 9(5).
               10 imputed-applied pic x(1).
       77 term-reg-status pic x(2) value "00".
       77 pos-status pic x(2) value "00".
       77 ws-position-available pic x value 'n'.
       77 ws-pos-eof pic x value 'n'.
       77 ws-supp-fed-rate pic 9v9999 value zeros.
       77 ws-regular-wages pic s9(6) value zeros.
       77 ws-payout-hours pic 9(3)v9 value zeros.
       77 ws-payout-amt pic 9(5) value zeros.
       77 ws-final-gross pic 9(6) value zeros.
       77 ws-final-garn-left pic 9(6) value zeros.
       77 ws-final-vol-left pic 9(6) value zeros.
       77 ws-final-position pic x(6) value spaces.
       77 ws-final-count pic 9(5) value zeros.
       01 term-header-line.
       03 filler pic x(23) value "TERMINATION REGISTER - ".
       03 trm-hdr-run-date pic x(8).
       01 term-column-line.
       03 filler pic x(05) value "emp".
       03 filler pic x(26) value "name".
       03 filler pic x(09) value "sep-date".
       03 filler pic x(07) value "hours".
       03 filler pic x(07) value "payout".
       03 filler pic x(07) value "garn-ar".
       03 filler pic x(07) value "vol-ar".
       03 filler pic x(06) value "posn".
       01 term-detail-line.
       03 trm-emp-id pic x(4).
       03 filler pic x(01) value spaces.
       03 trm-emp-name pic x(25).
       03 filler pic x(01) value spaces.
       03 trm-sep-date pic x(8).
       03 filler pic x(01) value spaces.
       03 trm-payout-hours pic zz9.9.
       03 filler pic x(02) value spaces.
       03 trm-payout-amt pic zzzz9.
       03 filler pic x(02) value spaces.
       03 trm-garn-left pic zzzz9.
       03 filler pic x(02) value spaces.
       03 trm-vol-left pic zzzz9.
       03 filler pic x(02) value spaces.
       03 trm-position pic x(6).
       77 ws-run-mode pic x(1) value spaces.
           88 run-mode-copy-only value "C" "c".
           88 run-mode-compute-validate value "V" "v".
       move zeros to total-vol-ded.
       move zeros to total-employer-fica.
       move zeros to total-unemployment.
       move zeros to total-imputed.
       move 'n' to ckpt-eof.
       accept ws-system-date from date yyyymmdd.
       move ws-system-date to ws-run-date.
           ws-rc-force ws-rc-reply.
       if ws-rc-reply = 'N'
           display "readWriteFile: step blocked by run control"
           move "procedure division" to ws-il-paragraph
           move "W" to ws-il-severity
           move spaces to ws-il-file-status
           move "step blocked by run control" to ws-il-message
           perform log-incident
           move 4 to return-code
           goback
       end-if.
           at end
               display "readWriteFile: inputData is empty - no "
                   "header record"
               move "procedure division" to ws-il-paragraph
               move "E" to ws-il-severity
               move spaces to ws-il-file-status
               move "inputData is empty - no header record"
                   to ws-il-message
               perform log-incident
               close in-file
               perform release-file-locks
               move 4 to return-code
           display "readWriteFile: inputData has the wrong or "
               "missing header record - expected PAYROLL layout, "
               "rejecting file"
           move "procedure division" to ws-il-paragraph
           move "E" to ws-il-severity
           move spaces to ws-il-file-status
           move "inputData header wrong or missing - file rejected"
               to ws-il-message
           perform log-incident
           close in-file
           perform release-file-locks
           move 4 to return-code
           move restart-unemployment to total-unemployment
           move restart-check-net to total-check-net
           move restart-check-count to ws-check-count
           move restart-total-imputed to total-imputed
           if not run-mode-validate-only
               open extend out-file
               open extend register-file
           if dept-status not = "00"
               display "readWriteFile: cannot open deptMaster, "
                   "status = " dept-status
               move "procedure division" to ws-il-paragraph
               move "E" to ws-il-severity
               move dept-status to ws-il-file-status
               move "cannot open deptMaster" to ws-il-message
               perform log-incident
               display "readWriteFile: run the department "
                   "maintenance program to build it first"
               close in-file reject-file exception-report
               move 4 to return-code
               goback
           end-if
           if run-mode-validate-only
               open input employee-master
           else
               open i-o employee-master
           end-if
           if emp-status not = "00"
               display "readWriteFile: cannot open employeeMaster, "
                   "status = " emp-status
               move "procedure division" to ws-il-paragraph
               move "E" to ws-il-severity
               move emp-status to ws-il-file-status
               move "cannot open employeeMaster" to ws-il-message
               perform log-incident
               display "readWriteFile: run the employee maintenance "
                   "program to build it first"
               close in-file reject-file exception-report
       if not run-mode-copy-only
           perform load-tax-tables
           perform load-payroll-controls
           perform load-pay-calendar
           open i-o leave-master
           if leave-status = "35"
               open output leave-master
               display "readWriteFile: leaveMaster not available, "
                   "status = " leave-status
                   " - no leave accrual this run"
               move "procedure division" to ws-il-paragraph
               move "W" to ws-il-severity
               move leave-status to ws-il-file-status
               move "leaveMaster not available - no leave accrual"
                   to ws-il-message
               perform log-incident
           end-if
           open i-o deduction-master
           if ded-status = "00"
               display "readWriteFile: deductionMaster not "
                   "available, status = " ded-status
                   " - no voluntary deductions this run"
               move "procedure division" to ws-il-paragraph
               move "W" to ws-il-severity
               move ded-status to ws-il-file-status
               move "deductionMaster not available - none taken"
                   to ws-il-message
               perform log-incident
           end-if
       end-if.

               display "readWriteFile: bankAcctMaster not "
                   "available, status = " bank-acct-status
                   " - all employees paid by printed check"
               move "procedure division" to ws-il-paragraph
               move "W" to ws-il-severity
               move bank-acct-status to ws-il-file-status
               move "bankAcctMaster not available - all paid by check"
                   to ws-il-message
               perform log-incident
           end-if
           open i-o check-register
           if check-reg-status = "35"
           if check-reg-status not = "00"
               display "readWriteFile: cannot open checkRegister, "
                   "status = " check-reg-status
               move "procedure division" to ws-il-paragraph
               move "E" to ws-il-severity
               move check-reg-status to ws-il-file-status
               move "cannot open checkRegister" to ws-il-message
               perform log-incident
               close in-file reject-file exception-report
                   checkpoint-file
               perform release-file-locks
           if check-print-status = "35"
               open output check-print-file
           end-if
           open extend termination-register
           if term-reg-status = "35"
               open output termination-register
           end-if
           open i-o position-master
           if pos-status = "00"
               move 'y' to ws-position-available
           else
               display "readWriteFile: positionMaster not "
                   "available, status = " pos-status
                   " - positions not vacated on final pay"
               move "procedure division" to ws-il-paragraph
               move "W" to ws-il-severity
               move pos-status to ws-il-file-status
               move "positionMaster not available - not vacated"
                   to ws-il-message
               perform log-incident
           end-if
       end-if.

       open i-o ytd-master.
           open i-o ytd-master
       end-if.

       move zeros to imputed-count.
       if not run-mode-copy-only
           perform load-imputed-income
       end-if.
       move all "N" to paid-today-flags.
       move all "N" to override-flags.
       if not run-mode-validate-only
           perform open-paid-register
       end-if.
       if not run-mode-copy-only and not run-mode-validate-only
           if ws-paid-reg-available = 'y'
               perform mark-imputed-taxed-today
                   varying imputed-idx from 1 by 1
                   until imputed-idx > imputed-count
           else
               perform load-paid-today-flags
           end-if
           perform load-override-flags
       end-if.

       read in-file at end move 'y' to eof.
       perform p-para until eof = 'y'.
       perform process-recycle-file.
       perform process-retro-file.
       if not run-mode-validate-only
           perform write-trailer
           if not run-mode-copy-only
       display "total federal tax = " total-federal-tax.
       display "total employer fica match = " total-employer-fica.
       display "total unemployment accrual = " total-unemployment.
       display "total imputed income taxed = " total-imputed.
       display "rejected records = " reject-count.
       if ws-shortfall-count > zeros
           display "deductions taken short (carried) = "
           display "adjustments (retro pay) processed = "
               ws-adjustment-count
       end-if.
       if ws-imputed-applied-count > zeros
           display "pays carrying imputed income (not paid) = "
               ws-imputed-applied-count
       end-if.
       if ws-prenote-count > zeros
           display "prenote records sent to the bank = "
               ws-prenote-count
           display "same-day double payments suppressed = "
               ws-double-count
       end-if.
       if ws-unscheduled-count > zeros
           display "pay groups not scheduled today (not paid) = "
               ws-unscheduled-count
       end-if.
       if ws-final-count > zeros
           display "final pays (employees terminated) = "
               ws-final-count
       end-if.
       if reject-count > zeros
           move "procedure division" to ws-il-paragraph
           move "W" to ws-il-severity
           move spaces to ws-il-file-status
           move spaces to ws-il-message
           string reject-count " payroll records rejected - see "
               "rejectFile"
               delimited by size into ws-il-message
           perform log-incident
           move 4 to return-code
       end-if.
       if ws-in-hash-total = ws-out-hash-total + ws-reject-hash-total
               ws-in-hash-total
           display "    out = " ws-out-hash-total
               " reject = " ws-reject-hash-total
           move "procedure division" to ws-il-paragraph
           move "E" to ws-il-severity
           move spaces to ws-il-file-status
           move "hash total out of balance" to ws-il-message
           perform log-incident
           move 4 to return-code
       end-if.
      * payrollRetro left unrewritten outranks the warnings above
       if ws-retro-spill-sw = 'f'
           move 8 to return-code
       end-if.
       perform reset-checkpoint.

       close in-file ytd-master reject-file exception-report
           checkpoint-file audit-file.
       if ws-paid-reg-available = 'y'
           close paid-register
       end-if.
       if not run-mode-copy-only
           close employee-master dept-master
           if ws-ded-available = 'y'
               if ws-bank-acct-available = 'y'
                   close bank-acct-master
               end-if
               if ws-position-available = 'y'
                   close position-master
               end-if
               close check-register check-print-file
                   termination-register
           end-if
       end-if.
       if not run-mode-validate-only
               move "checkRegister" to ws-fl-file-name
               perform acquire-one-lock
           end-if.
           if ws-locks-held = 'y'
               move "positionMaster" to ws-fl-file-name
               perform acquire-one-lock
           end-if.
           if ws-locks-held = 'y'
               move "paidRegister" to ws-fl-file-name
               perform acquire-one-lock
           end-if.
           if ws-locks-held not = 'y'
               perform release-file-locks
           end-if.
                   " is in use - " ws-fl-info
               display "readWriteFile: have the session close or "
                   "a supervisor break the lock, then rerun"
               move "acquire-one-lock" to ws-il-paragraph
               move "E" to ws-il-severity
               move spaces to ws-il-file-status
               move spaces to ws-il-message
               string ws-fl-file-name " in use - " ws-fl-info
                   delimited by size into ws-il-message
               perform log-incident
               move 'n' to ws-locks-held
           end-if.
       end-acquire-one-lock.
           move "checkRegister" to ws-fl-file-name.
           call "FILE-LOCK" using ws-fl-function ws-fl-file-name
               ws-fl-holder ws-fl-reply ws-fl-info.
           move "positionMaster" to ws-fl-file-name.
           call "FILE-LOCK" using ws-fl-function ws-fl-file-name
               ws-fl-holder ws-fl-reply ws-fl-info.
           move "paidRegister" to ws-fl-file-name.
           call "FILE-LOCK" using ws-fl-function ws-fl-file-name
               ws-fl-holder ws-fl-reply ws-fl-info.
       end-release-file-locks.
       write-run-stats.
           open extend run-stats-file.
           else
               display "readWriteFile: cannot open runStats, "
                   "status = " stats-status
               move "write-run-stats" to ws-il-paragraph
               move "W" to ws-il-severity
               move stats-status to ws-il-file-status
               move "cannot open runStats" to ws-il-message
               perform log-incident
           end-if.
       end-write-run-stats.

           add emp-id-number-num to ws-in-hash-total.
           if run-mode-copy-only
                   and (timecard-trans or adjustment-trans
                       or leave-trans or final-pay-trans)
      *        copy-only has no masters open to price or apply
      *        these - rejecting them keeps the copy honest and
      *        the hash proof whole
                   ws-reject-reason
               perform reject-record
           else
               if imputed-trans
      *            imputed income comes only from the tuition
      *            remission run through payrollRetro
                   move 'n' to ws-valid-sw
                   move "imputed income not input" to
                       ws-reject-reason
                   perform reject-record
               else
                   if leave-trans
                       perform process-leave-taken
                   else
                       perform process-pay-record
                   end-if
               end-if
           end-if.
       end-process-input-record.
       end-draw-leave-balance.

       process-pay-record.
           move zeros to ws-payout-hours ws-payout-amt.
           move zeros to ws-final-garn-left ws-final-vol-left.
           if run-mode-copy-only
               move 'y' to ws-valid-sw
               move spaces to ws-reject-reason
           else
               perform validate-record
               if ws-valid-sw = 'y'
                   perform check-pay-schedule
               end-if
               if ws-valid-sw = 'y' and timecard-trans
                   perform price-timecard
               end-if
               if ws-valid-sw = 'y' and final-pay-trans
                   perform price-final-pay
               end-if
           end-if.
           move 'n' to ws-double-pay-sw.
           if ws-valid-sw = 'y' and not run-mode-copy-only
                       move emp-mst-name to emp-name1
                       move emp-mst-dept to no-of-dept1
                       move salary to salary1
                   when final-pay-trans
                           and not run-mode-copy-only
                       move "F" to pay-type1
                       move emp-mst-name to emp-name1
                       move emp-mst-dept to no-of-dept1
                       move salary to salary1
                   when other
                       move emp-name to emp-name1
                       move salary to salary1
                       move no-of-dept to no-of-dept1
               end-evaluate
               move zeros to imputed1
               if not adjustment-trans and not run-mode-copy-only
                   perform find-imputed-income
               end-if
               if run-mode-copy-only
                   move fica to fica1
                   move state-tax to state-tax1
               add vol-ded1 to total-vol-ded
               add empr-fica1 to total-employer-fica
               add unemp-accr1 to total-unemployment
               add imputed1 to total-imputed
               add emp-id-number1-num to ws-out-hash-total
               if not run-mode-validate-only
                   if ws-line-count >= ws-lines-per-page
                   move federal-tax1 to reg-federal-tax
                   move vol-ded1 to reg-vol-ded
                   move net-pay1 to reg-net-pay
                   evaluate pay-type1
                       when "A"
                           move "RETRO" to reg-pay-type
                       when "F"
                           move "FINAL" to reg-pay-type
                       when other
                           if imputed1 > zeros
                               move "IMPUT" to reg-pay-type
                           else
                               move spaces to reg-pay-type
                           end-if
                   end-evaluate
                   move imputed1 to reg-imputed
                   write register-detail-rec after advancing 2 line
                   add 2 to ws-line-count
                   perform update-ytd
                   perform accrue-leave
                   perform write-audit-record
                   if imputed1 > zeros
                       move emp-id-number1 to ws-imputed-emp-id
                       perform mark-imputed-applied
                           varying imputed-idx from 1 by 1
                           until imputed-idx > imputed-count
                       add 1 to ws-imputed-applied-count
                   end-if
                   if not run-mode-copy-only
                       perform route-payment
                   end-if
                   if pay-type1 = "F"
                       perform finish-final-pay
                   end-if
               end-if
           else
               if ws-valid-sw = 'n'
           else
               move emp-id-number to ws-flag-id
               compute ws-flag-sub = ws-flag-id + 1
               perform find-paid-today
               if ws-already-paid = 'y'
                   if override-flag (ws-flag-sub) = "Y"
                       display "readWriteFile: second same-day "
                           "payment allowed by override list for "
           end-if.
       end-check-double-pay.

       find-paid-today.
           move 'n' to ws-already-paid.
           if ws-paid-reg-available = 'y'
               move ws-run-date to prg-run-date
               move emp-id-number to prg-emp-id
               read paid-register
                   invalid key
                       continue
                   not invalid key
                       if prg-pay-count > zeros
                           move 'y' to ws-already-paid
                       end-if
               end-read
           else
               if paid-today-flag (ws-flag-sub) = "Y"
                   move 'y' to ws-already-paid
               end-if
           end-if.
       end-find-paid-today.

       check-pay-schedule.
      *    only the pay groups whose check date is this business
      *    date are paid; the rest go to the exceptions, not the
      *    rejects, so they are not recycled into a later run.
      *    final pay is due on separation and is never held.
           move 1 to ws-emp-periods.
           if ws-calendar-available not = 'y'
               continue
           else
               move zeros to ws-group-at
               perform find-pay-group
                   varying ws-group-idx from 1 by 1
                   until ws-group-idx > ws-group-count
               if ws-group-at = zeros
                   if not final-pay-trans
                       perform unscheduled-record
                   end-if
               else
                   if pgt-paid-today (ws-group-at) not = 'y'
                           and not final-pay-trans
                       perform unscheduled-record
                   else
                       if pgt-periods (ws-group-at) > zeros
                           move pgt-periods (ws-group-at) to
                               ws-emp-periods
                       end-if
                   end-if
               end-if
           end-if.
       end-check-pay-schedule.

       find-pay-group.
           if ws-group-at = zeros
                   and pgt-pay-group (ws-group-idx) = emp-mst-pay-group
               move ws-group-idx to ws-group-at
           end-if.
       end-find-pay-group.

       unscheduled-record.
           move 'u' to ws-valid-sw.
           add 1 to ws-unscheduled-count.
      *    keep the hash proof whole - the held record is accounted
      *    with the exceptions
           add emp-id-number-num to ws-reject-hash-total.
           move spaces to exception-line.
           string "emp-id=" emp-id-number
               " pay group " emp-mst-pay-group
               " not scheduled this business date - not paid"
               delimited by size into exception-line.
           write exception-line.
       end-unscheduled-record.

       load-pay-calendar.
           move zeros to ws-group-count.
           open input pay-calendar.
           if pcl-status not = "00"
               display "readWriteFile: payCalendar not available, "
                   "status = " pcl-status
                   " - every pay group paid this run"
           else
               move 'y' to ws-calendar-available
               move 'n' to ws-pcl-eof
               perform load-one-calendar-period
                   until ws-pcl-eof = 'y'
               close pay-calendar
           end-if.
       end-load-pay-calendar.

       load-one-calendar-period.
           read pay-calendar next record
               at end
                   move 'y' to ws-pcl-eof
               not at end
                   move zeros to ws-group-at
                   perform find-calendar-group
                       varying ws-group-idx from 1 by 1
                       until ws-group-idx > ws-group-count
                   if ws-group-at = zeros
                       if ws-group-count < 20
                           add 1 to ws-group-count
                           move ws-group-count to ws-group-at
                           move pcl-pay-group to
                               pgt-pay-group (ws-group-at)
                           move 'n' to pgt-paid-today (ws-group-at)
                           move zeros to pgt-periods (ws-group-at)
                       else
                           display "readWriteFile: payCalendar has "
                               "more than 20 pay groups - extras "
                               "ignored"
                       end-if
                   end-if
                   if ws-group-at > zeros
                       if pcl-check-date = ws-run-date
                           move 'y' to pgt-paid-today (ws-group-at)
                       end-if
                       if pcl-check-date (1:4) = ws-run-date (1:4)
                           add 1 to pgt-periods (ws-group-at)
                       end-if
                   end-if
           end-read.
       end-load-one-calendar-period.

       find-calendar-group.
           if ws-group-at = zeros
                   and pgt-pay-group (ws-group-idx) = pcl-pay-group
               move ws-group-idx to ws-group-at
           end-if.
       end-find-calendar-group.

       open-paid-register.
           open i-o paid-register.
           if paid-reg-status = "35"
               display "readWriteFile: paidRegister created empty - "
                   "run PAID-VERIFY in build mode to load it "
                   "from payrollAudit"
               open output paid-register
               close paid-register
               open i-o paid-register
           end-if.
           if paid-reg-status = "00"
               move 'y' to ws-paid-reg-available
           else
               display "readWriteFile: paidRegister not available, "
                   "status = " paid-reg-status
                   " - payrollAudit scanned for today's payments"
               move "open-paid-register" to ws-il-paragraph
               move "W" to ws-il-severity
               move paid-reg-status to ws-il-file-status
               move "paidRegister not available - payrollAudit scanned"
                   to ws-il-message
               perform log-incident
           end-if.
       end-open-paid-register.

       mark-imputed-taxed-today.
      *    imputed income already taxed today before a restart
      *    must not be taxed again
           move ws-run-date to prg-run-date.
           move imputed-emp-id (imputed-idx) to prg-emp-id.
           read paid-register
               invalid key
                   continue
               not invalid key
                   if prg-imputed > zeros
                       move imputed-emp-id (imputed-idx) to
                           ws-imputed-emp-id
                       perform mark-imputed-applied
                   end-if
           end-read.
       end-mark-imputed-taxed-today.

      * fallback when paidRegister cannot be opened - the whole
      * audit trail is read for today's payments
       load-paid-today-flags.
           open input audit-file.
           if audit-status not = "00"
                       compute ws-flag-sub = ws-flag-id + 1
                       move "Y" to paid-today-flag (ws-flag-sub)
                   end-if
      *            imputed income already taxed today before a
      *            restart must not be taxed again
                   if audit-run-date = ws-run-date
                           and audit-imputed is numeric
                           and audit-imputed > zeros
                       move audit-emp-id to ws-imputed-emp-id
                       perform mark-imputed-applied
                           varying imputed-idx from 1 by 1
                           until imputed-idx > imputed-count
                   end-if
           end-read.
       end-scan-one-audit-record.

           read recycle-file at end move 'y' to recycle-eof.
       end-process-one-recycle-record.

       process-retro-file.
           if not run-mode-copy-only
               open input retro-file
               if retro-status not = "00"
                   close retro-file
               else
                   move 'n' to retro-eof
                   read retro-file
                       at end move 'y' to retro-eof
                   end-read
                   move zeros to ws-retro-hold-count
                   move zeros to ws-retro-spill-count
                   move zeros to imputed-retro-idx
                   perform process-one-retro-record
                       until retro-eof = 'y'
                   close retro-file
                   if ws-retro-spill-sw = 'y'
                       close retro-spill-file
                       if ws-retro-spill-count > zeros
                           open input retro-spill-file
                           if retro-spill-status not = "00"
                               move 'f' to ws-retro-spill-sw
                           end-if
                       end-if
                   end-if
                   if not run-mode-validate-only
                       if ws-retro-spill-sw = 'f'
                           perform refuse-retro-rewrite
                       else
                           open output retro-file
                           perform write-held-retro
                               varying ws-retro-hold-idx from 1 by 1
                               until ws-retro-hold-idx >
                                   ws-retro-hold-count
                           if ws-retro-spill-count > zeros
                               perform copy-spilled-retro
                           end-if
                           close retro-file
                       end-if
                   end-if
                   if ws-retro-spill-sw = 'y'
                           and ws-retro-spill-count > zeros
                       close retro-spill-file
                   end-if
                   display "retro adjustments processed = "
                       retro-count
               end-if
           end-if.
       end-process-retro-file.

       process-one-retro-record.
           if rim-rec-type = "I"
               perform hold-imputed-income
           else
               move retro-rec to in-rec
               move zeros to ws-cur-recycle-count
               add 1 to retro-count
               perform process-input-record
      *        retro pay for a group not paid today waits on the
      *        file for that group's next check date
               if ws-valid-sw = 'u'
                   if ws-retro-hold-count < 500
                       add 1 to ws-retro-hold-count
                       move retro-rec to
                           retro-hold-rec (ws-retro-hold-count)
                   else
                       perform spill-held-retro
                   end-if
               end-if
           end-if
           read retro-file at end move 'y' to retro-eof.
       end-process-one-retro-record.

       hold-imputed-income.
      *    the table was loaded from this file in the same order,
      *    so the nth imputed record is the nth table entry. one
      *    not taxed this run waits for the employee's next pay
           add 1 to imputed-retro-idx.
           move 'y' to ws-imputed-hold.
           if imputed-retro-idx not > imputed-count
               if imputed-applied (imputed-retro-idx) = 'y'
                   move 'n' to ws-imputed-hold
               end-if
           end-if.
           if ws-imputed-hold = 'y'
               if ws-retro-hold-count < 500
                   add 1 to ws-retro-hold-count
                   move retro-rec to
                       retro-hold-rec (ws-retro-hold-count)
               else
                   perform spill-held-retro
               end-if
           end-if.
       end-hold-imputed-income.

       write-held-retro.
           move retro-hold-rec (ws-retro-hold-idx) to retro-rec.
           write retro-rec.
       end-write-held-retro.

       spill-held-retro.
      *    the hold table is full - the record waits on the spill
      *    file instead and is copied back when payrollRetro is
      *    rebuilt, so nothing held is ever dropped
           if ws-retro-spill-sw = 'n'
               open output retro-spill-file
               if retro-spill-status = "00"
                   move 'y' to ws-retro-spill-sw
               else
                   move 'f' to ws-retro-spill-sw
               end-if
           end-if.
           if ws-retro-spill-sw = 'y'
               write retro-spill-rec from retro-rec
               if retro-spill-status = "00"
                   add 1 to ws-retro-spill-count
               else
                   close retro-spill-file
                   move 'f' to ws-retro-spill-sw
               end-if
           end-if.
       end-spill-held-retro.

       copy-spilled-retro.
           move 'n' to retro-spill-eof.
           perform copy-one-spilled-retro
               until retro-spill-eof = 'y'.
           display "retro records held beyond the table = "
               ws-retro-spill-count.
       end-copy-spilled-retro.

       copy-one-spilled-retro.
           read retro-spill-file
               at end
                   move 'y' to retro-spill-eof
               not at end
                   move retro-spill-rec to retro-rec
                   write retro-rec
           end-read.
       end-copy-one-spilled-retro.

       refuse-retro-rewrite.
      *    a held record could not be kept, so payrollRetro is left
      *    exactly as it was read - the retro applied today is still
      *    on it and must be taken off by hand before the next run
           display "readWriteFile: retro records held beyond the "
               "table could not be spilled, status = "
               retro-spill-status
           display "    payrollRetro NOT rewritten - remove the "
               "retro applied today before the next run"
           move "process-retro-file" to ws-il-paragraph.
           move "S" to ws-il-severity.
           move retro-spill-status to ws-il-file-status.
           move "payrollRetro not rewritten - remove today's retro"
               to ws-il-message.
           perform log-incident.
           move 8 to return-code.
       end-refuse-retro-rewrite.

       load-imputed-income.
           open input retro-file.
           if retro-status not = "00"
               close retro-file
           else
               move 'n' to retro-eof
               perform load-one-imputed until retro-eof = 'y'
               close retro-file
               if imputed-count > zeros
                   display "imputed income amounts waiting = "
                       imputed-count
               end-if
           end-if.
       end-load-imputed-income.

       load-one-imputed.
           read retro-file
               at end
                   move 'y' to retro-eof
               not at end
                   if rim-rec-type = "I"
                       if imputed-count < 500
                           add 1 to imputed-count
                           move rim-emp-id to
                               imputed-emp-id (imputed-count)
                           move 'n' to imputed-applied (imputed-count)
                           if rim-amount is numeric
                               move rim-amount to
                                   imputed-amount (imputed-count)
                           else
                               move zeros to
                                   imputed-amount (imputed-count)
                               display "readWriteFile: imputed "
                                   "income amount bad - emp-id="
                                   rim-emp-id " held on payrollRetro"
                           end-if
                       else
                           display "readWriteFile: more than 500 "
                               "imputed income records - emp-id="
                               rim-emp-id " waits for the next run"
                       end-if
                   end-if
           end-read.
       end-load-one-imputed.

       find-imputed-income.
           move zeros to ws-imputed-amt.
           perform add-one-imputed
               varying imputed-idx from 1 by 1
               until imputed-idx > imputed-count.
           move ws-imputed-amt to imputed1.
       end-find-imputed-income.

       add-one-imputed.
           if imputed-emp-id (imputed-idx) = emp-id-number1
                   and imputed-applied (imputed-idx) not = 'y'
               add imputed-amount (imputed-idx) to ws-imputed-amt
           end-if.
       end-add-one-imputed.

       mark-imputed-applied.
           if imputed-emp-id (imputed-idx) = ws-imputed-emp-id
                   and imputed-amount (imputed-idx) > zeros
               move 'y' to imputed-applied (imputed-idx)
           end-if.
       end-mark-imputed-applied.

       validate-record.
           move 'y' to ws-valid-sw
           move spaces to ws-reject-reason
                   end-if
               end-if
           end-if.
           if ws-valid-sw = 'y' and final-pay-trans
               if fnl-wages not numeric
                   move 'n' to ws-valid-sw
                   move "final wages not numeric" to ws-reject-reason
               else
                   if fnl-sep-date not numeric
                           or fnl-sep-date > ws-run-date
                       move 'n' to ws-valid-sw
                       move "separation date bad" to ws-reject-reason
                   end-if
               end-if
           end-if.
           if ws-valid-sw = 'y' and not timecard-trans
                   and not adjustment-trans and not leave-trans
                   and not final-pay-trans
               if salary not numeric
                   move 'n' to ws-valid-sw
                   move "salary not numeric" to ws-reject-reason
           end-if.
       end-price-timecard.

       price-final-pay.
      *    the last period's wages plus the unused vacation on
      *    leaveMaster paid out at the master rate; sick leave is
      *    not paid out
           if ws-leave-available = 'y'
               move emp-id-number to lev-emp-id
               read leave-master
                   invalid key
                       continue
                   not invalid key
                       if lev-vac-balance > zeros
                           move lev-vac-balance to ws-payout-hours
                       end-if
               end-read
           end-if.
           compute ws-payout-amt rounded =
               ws-payout-hours * emp-mst-pay-rate.
           compute ws-final-gross = fnl-wages + ws-payout-amt.
           if ws-final-gross > 99999
               move 'n' to ws-valid-sw
               move "final pay over 99999" to ws-reject-reason
           else
               move ws-final-gross to salary
           end-if.
       end-price-final-pay.

       finish-final-pay.
      *    settle the separation: leave balances are spent, the
      *    employee is marked terminated and the position is freed
           add 1 to ws-final-count.
           if ws-leave-available = 'y'
               move emp-id-number1 to lev-emp-id
               read leave-master
                   invalid key
                       continue
                   not invalid key
                       move zeros to lev-vac-balance
                       move zeros to lev-sick-balance
                       move ws-run-date to lev-last-accrued
                       rewrite leave-master-record
               end-read
           end-if.
           move emp-id-number1 to emp-mst-id.
           read employee-master
               invalid key
                   continue
               not invalid key
                   move "T" to emp-mst-status
                   rewrite employee-master-record
           end-read.
           move spaces to ws-final-position.
           if ws-position-available = 'y'
               perform vacate-final-position
           end-if.
           if ws-final-count = 1
               move ws-run-date to trm-hdr-run-date
               write termination-line from term-header-line
               write termination-line from term-column-line
           end-if.
           move emp-id-number1 to trm-emp-id.
           move emp-name1 to trm-emp-name.
           move fnl-sep-date to trm-sep-date.
           move ws-payout-hours to trm-payout-hours.
           move ws-payout-amt to trm-payout-amt.
           move ws-final-garn-left to trm-garn-left.
           move ws-final-vol-left to trm-vol-left.
           move ws-final-position to trm-position.
           write termination-line from term-detail-line.
       end-finish-final-pay.

       vacate-final-position.
           move 'n' to ws-pos-eof.
           move low-values to pos-id.
           start position-master key not less than pos-id
               invalid key move 'y' to ws-pos-eof
           end-start.
           perform scan-one-position until ws-pos-eof = 'y'.
       end-vacate-final-position.

       scan-one-position.
           read position-master next record
               at end
                   move 'y' to ws-pos-eof
               not at end
                   if pos-emp-id = emp-id-number1
                       move pos-id to ws-final-position
                       move spaces to pos-emp-id
                       move ws-run-date to pos-updated-date
                       rewrite position-master-record
                       move 'y' to ws-pos-eof
                   end-if
           end-read.
       end-scan-one-position.

       load-tax-tables.
           open input fica-rate-file.
           if fica-rate-status not = "00"
           move zeros to ws-protected-net.
           move zeros to ws-unemp-rate.
           move zeros to ws-unemp-cap.
           move zeros to ws-supp-fed-rate.
           open input controls-file.
           if controls-status not = "00"
               display "readWriteFile: payrollControls not "
                       move pnc-protected-net to ws-protected-net
                       move pnc-unemp-rate to ws-unemp-rate
                       move pnc-unemp-cap to ws-unemp-cap
                       if pnc-supp-fed-rate is numeric
                           move pnc-supp-fed-rate to ws-supp-fed-rate
                       end-if
               end-read
                   close controls-file
               end-if.
      *    supplemental wages (final vacation payout) are withheld
      *    at the flat federal supplemental rate
           if ws-supp-fed-rate = zeros
               move 0.2200 to ws-supp-fed-rate
           end-if.
       end-load-payroll-controls.

       tax-table-abort.
           display "readWriteFile: tax rate tables missing or "
               "empty - run cannot price deductions, stopping".
           move "tax-table-abort" to ws-il-paragraph.
           move "E" to ws-il-severity.
           move spaces to ws-il-file-status.
           move "tax rate tables missing or empty - run stopped"
               to ws-il-message.
           perform log-incident.
           perform release-file-locks.
           close in-file reject-file exception-report
               checkpoint-file employee-master.
       end-load-one-federal-bracket.

       compute-taxes.
      *    imputed income is taxed as wages although none of it is
      *    paid - the withholding on it comes out of the cash pay
           compute ws-taxable-wages = salary1 + imputed1.
           perform get-prior-ytd-salary.
           compute ws-fica-wages = ws-fica-cap - ws-prior-ytd-salary.
           if ws-fica-wages < zeros
               move zeros to ws-fica-wages
           end-if.
           if ws-fica-wages > ws-taxable-wages
               move ws-taxable-wages to ws-fica-wages
           end-if.
           if ws-taxable-wages < zeros
               move ws-taxable-wages to ws-fica-wages
           end-if.
           compute fica1 rounded = ws-fica-wages * ws-fica-rate.
      *    the bracket is chosen on the pay annualized by the
      *    group's check dates this year (one without a calendar).
      *    a vacation payout or imputed income is supplemental
      *    wages - left out of the bracket and withheld federally
      *    at the flat rate
           compute ws-regular-wages =
               ws-taxable-wages - ws-payout-amt - imputed1.
           if ws-regular-wages < zeros
               compute ws-bracket-wages =
                   (0 - ws-regular-wages) * ws-emp-periods
           else
               compute ws-bracket-wages =
                   ws-regular-wages * ws-emp-periods
           end-if.
           move zeros to ws-state-rate.
           perform find-state-bracket
               varying ws-bracket-idx from 1 by 1
               until ws-bracket-idx > state-bracket-count.
           compute state-tax1 rounded =
               ws-taxable-wages * ws-state-rate.
           move zeros to ws-federal-rate.
           perform find-federal-bracket
               varying ws-bracket-idx from 1 by 1
               until ws-bracket-idx > federal-bracket-count.
           compute federal-tax1 rounded =
               (ws-regular-wages * ws-federal-rate)
               + ((ws-payout-amt + imputed1) * ws-supp-fed-rate).
           perform compute-employer-accruals.
       end-compute-taxes.

           if ws-unemp-wages < zeros
               move zeros to ws-unemp-wages
           end-if.
           if ws-unemp-wages > ws-taxable-wages
               move ws-taxable-wages to ws-unemp-wages
           end-if.
           if ws-taxable-wages < zeros
               move ws-taxable-wages to ws-unemp-wages
           end-if.
           compute unemp-accr1 rounded =
               ws-unemp-wages * ws-unemp-rate.
           if ws-ded-short > zeros
               add 1 to ws-shortfall-count
               move spaces to exception-line
               if pay-type1 = "F"
      *            no later period to carry to - what is left is
      *            reported on the termination register
                   if emp-ded-class (emp-ded-idx) = "G"
                       add ws-ded-short to ws-final-garn-left
                   else
                       add ws-ded-short to ws-final-vol-left
                   end-if
                   string "emp-id=" emp-id-number1
                       " deduction " emp-ded-code (emp-ded-idx)
                       " short by " ws-ded-short
                       " - uncollected at termination"
                       delimited by size into exception-line
               else
                   string "emp-id=" emp-id-number1
                       " deduction " emp-ded-code (emp-ded-idx)
                       " short by " ws-ded-short
                       " - carried to next period"
                       delimited by size into exception-line
               end-if
               write exception-line
           end-if.
           perform carry-deduction-arrears.
                   move zeros to ws-prior-ytd-salary
               not invalid key
                   move ytd-salary to ws-prior-ytd-salary
      *            imputed income counts toward the wage caps
                   if ytd-imputed is numeric
                       add ytd-imputed to ws-prior-ytd-salary
                   end-if
           end-read.
       end-get-prior-ytd-salary.

           move ws-out-hash-total to trl-hash-total
           move total-employer-fica to trl-total-empr-fica
           move total-unemployment to trl-total-unemp
           move total-imputed to trl-total-imputed
           write trailer-out-rec after advancing 2 line.
       end-write-trailer.

                   move ws-run-date to chk-issue-date
                   move space to chk-status
                   move "000001" to chk-xref-number
                   move space to chk-payee-type
                   move spaces to chk-term-code
                   move space to chk-pp-sent-status
                   move spaces to chk-cleared-date
                   write check-register-record
                   move 1 to ws-next-check-no
               not invalid key
           move ws-run-date to chk-issue-date.
           move "I" to chk-status.
           move spaces to chk-xref-number.
           move "E" to chk-payee-type.
           move spaces to chk-term-code.
           move space to chk-pp-sent-status.
           move spaces to chk-cleared-date.
           write check-register-record
               invalid key
                   display "readWriteFile: check number "
                       chk-number " already on the register - "
                       "check not written for " emp-id-number1
                   move "write-pay-check" to ws-il-paragraph
                   move "E" to ws-il-severity
                   move check-reg-status to ws-il-file-status
                   move spaces to ws-il-message
                   string "check " chk-number
                       " already on the register - not written"
                       delimited by size into ws-il-message
                   perform log-incident
                   move 4 to return-code
               not invalid key
                   move chk-number to ckp-check-number
               display "    register net = " total-salary " - "
                   total-fica " - " total-state-tax " - "
                   total-federal-tax " - " total-vol-ded
               move "write-transmittal" to ws-il-paragraph
               move "E" to ws-il-severity
               move spaces to ws-il-file-status
               move "bank export does not tie to control totals"
                   to ws-il-message
               perform log-incident
               move 4 to return-code
           end-if.
       end-write-transmittal.
           move federal-tax1 to audit-federal-tax
           move net-pay1 to audit-net-pay
           move pay-type1 to audit-rec-type
           move imputed1 to audit-imputed
           if pay-type1 = "A"
               move adj-reason-code to audit-reason-code
           else
               compute ws-flag-sub = ws-flag-id + 1
               move "Y" to paid-today-flag (ws-flag-sub)
           end-if.
           if ws-paid-reg-available = 'y'
               perform post-paid-register
           end-if.
       end-write-audit-record.

       post-paid-register.
      *    the entry carries exactly what the audit record does, so
      *    PAID-VERIFY can prove one against the other
           move audit-run-date to prg-run-date.
           move audit-emp-id to prg-emp-id.
           read paid-register
               invalid key
                   move audit-run-date to prg-run-date
                   move audit-emp-id to prg-emp-id
                   move zeros to prg-pay-count
                   move zeros to prg-adj-count
                   move zeros to prg-net-pay
                   move zeros to prg-imputed
                   perform add-to-paid-register
                   write paid-register-record
               not invalid key
                   perform add-to-paid-register
                   rewrite paid-register-record
           end-read.
           if paid-reg-status not = "00"
               display "readWriteFile: paidRegister not posted for "
                   "emp-id=" audit-emp-id " status = "
                   paid-reg-status
               move "post-paid-register" to ws-il-paragraph
               move "E" to ws-il-severity
               move paid-reg-status to ws-il-file-status
               move spaces to ws-il-message
               string "paidRegister not posted for emp-id="
                   audit-emp-id " - run PAID-VERIFY"
                   delimited by size into ws-il-message
               perform log-incident
           end-if.
       end-post-paid-register.

       add-to-paid-register.
           if audit-rec-type = "A"
               add 1 to prg-adj-count
           else
               add 1 to prg-pay-count
           end-if.
           add audit-net-pay to prg-net-pay.
           add audit-imputed to prg-imputed.
           move audit-run-time to prg-last-time.
       end-add-to-paid-register.

       accrue-leave.
           if ws-leave-available not = 'y'
                   or run-mode-copy-only
                   or run-mode-validate-only
                   or pay-type1 = "A"
                   or pay-type1 = "F"
               continue
           else
               perform compute-service-years
                   move federal-tax1 to ytd-federal-tax
                   move net-pay1 to ytd-net-pay
                   move vol-ded1 to ytd-vol-ded
                   move imputed1 to ytd-imputed
                   write ytd-rec
               not invalid key
                   add salary1 to ytd-salary
                   add federal-tax1 to ytd-federal-tax
                   add net-pay1 to ytd-net-pay
                   add vol-ded1 to ytd-vol-ded
                   if ytd-imputed not numeric
                       move zeros to ytd-imputed
                   end-if
                   add imputed1 to ytd-imputed
                   rewrite ytd-rec
           end-read.
       end-update-ytd.
               move ckpt-total-unemp to restart-unemployment
               move ckpt-total-check-net to restart-check-net
               move ckpt-check-count to restart-check-count
               move ckpt-total-imputed to restart-total-imputed
           end-if.
       end-read-last-checkpoint.

           move total-unemployment to ckpt-total-unemp
           move total-check-net to ckpt-total-check-net
           move ws-check-count to ckpt-check-count
           move total-imputed to ckpt-total-imputed
           write checkpoint-rec.
       end-write-checkpoint.

           move zeros to ckpt-total-unemp
           move zeros to ckpt-total-check-net
           move zeros to ckpt-check-count
           move zeros to ckpt-total-imputed
           write checkpoint-rec.
       end-reset-checkpoint.

       log-incident.
           call "INCIDENT-LOG" using ws-il-program ws-il-step
               ws-il-paragraph ws-il-severity ws-il-file-status
               ws-il-message.
       end-log-incident.

        end program readWriteFile.
