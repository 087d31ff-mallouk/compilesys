        organization is line sequential
        file status is trans-status.

        select drop-register-file assign to disk
        organization is line sequential
        file status is drop-register-status.

        select prereq-master assign to disk
        organization is indexed
        access mode is random
        record key is prq-course-id
        file status is prereq-status.

        select permit-file assign to disk
        organization is line sequential
        file status is permit-status.

        select override-log-file assign to disk
        organization is line sequential
        file status is override-log-status.

        data division.
        file section.

                02 gch-old-grade pic x(1).
                02 gch-new-grade pic x(1).
                02 filler pic x(27).
            01 trans-drop-record redefines trans-record.
                02 drp-rec-type pic x(1).
                    88 drop-trans value "D".
                02 drp-id-number pic x(4).
                02 drp-course-id pic x(6).
                02 drp-term-code pic x(6).
                02 filler pic x(29).
            01 trans-trailer-record redefines trans-record.
                02 trans-trailer-rec-type pic x(1).
                02 trans-trailer-tag pic x(6).
                02 filler pic x(11).

        fd drop-register-file
        label records are standard
        value of file-id is "dropRegister".
            01 drop-register-line pic x(80).

        fd prereq-master
        label records are standard
        value of file-id is "prereqMaster".
        copy "prereq.cpy".

        fd permit-file
        label records are standard
        value of file-id is "prereqPermits".
        copy "prqpermt.cpy".

        fd override-log-file
        label records are standard
        value of file-id is "prereqOverrideLog".
            01 override-log-record.
                02 pol-run-date pic x(8).
                02 pol-run-time pic x(8).
                02 pol-id-number pic x(4).
                02 pol-course-id pic x(6).
                02 pol-term-code pic x(6).
                02 pol-granted-by pic x(10).
                02 pol-granted-date pic x(8).
                02 pol-reason pic x(20).

        working-storage section.
        	01 student-data.
                	02 student-name.
        01 dup-id-switch pic x(1) value "N".
            88 dup-id-found value "Y".

        01 console-trans-type pic x(1) value space.
            88 console-drop value "D" "d".
        01 drop-console-data.
            02 dcd-id-number pic x(4).
            02 dcd-course-id pic x(6).
            02 dcd-term-code pic x(6).
        01 drop-template pic x(16) value "NNNNkkkkkktttttt".
        01 drop-posted-switch pic x(1) value "N".
            88 drop-was-posted value "Y".
        01 drop-credits pic 9(2) value zeros.
        01 drop-count pic 9(3) value zeros.
        01 drop-reject-count pic 9(3) value zeros.
        01 promoted-count pic 9(3) value zeros.
        01 dropped-course-id pic x(6) value spaces.
        01 dropped-term-code pic x(6) value spaces.
        01 restore-found-switch pic x(1) value "N".
            88 restore-attempt-found value "Y".
        01 restore-term-code pic x(6) value spaces.
        01 restore-grade pic x(1) value space.
        01 restore-credits pic 9(2) value zeros.
        01 already-enrolled-switch pic x(1) value "N".
            88 already-enrolled value "Y".
        01 promoted-switch pic x(1) value "N".
            88 student-promoted value "Y".
        01 waitlist-queue.
            02 wlq-entry occurs 500 times.
                03 wlq-course-id pic x(6).
                03 wlq-term-code pic x(6).
                03 wlq-id-number pic x(4).
                03 wlq-student-name pic x(25).
                03 wlq-entry-date pic x(8).
                03 wlq-entry-time pic x(8).
        01 wlq-count pic 9(3) value zeros.
        01 wlq-sub pic 9(3) value zeros.
        01 wlq-promoted-sub pic 9(3) value zeros.
        01 wlq-max pic 9(3) value 500.
        01 wlq-overflow-switch pic x(1) value "N".
            88 wlq-overflow value "Y".
        01 wlq-eof-switch pic x(1) value 'n'.
            88 end-of-waitlist value 'y'.

        01 prereqs-available-switch pic x(1) value "N".
            88 prereqs-on-file value "Y".
        01 prereq-met-switch pic x(1) value "Y".
            88 prereq-is-met value "Y".
        01 prereq-override-switch pic x(1) value "N".
            88 prereq-overridden value "Y".
        01 req-met-switch pic x(1) value "N".
            88 requirement-met value "Y".
        01 req-sub pic 9(1) value zeros.
        01 req-course-id pic x(6) value spaces.
        01 req-min-grade pic x(1) value space.
        01 req-min-rank pic 9(1) value zeros.
        01 req-grade-rank pic 9(1) value zeros.
        01 permit-eof-switch pic x(1) value 'n'.
            88 end-of-permits value 'y'.
        01 permit-granted-by pic x(10) value spaces.
        01 permit-granted-date pic x(8) value spaces.
        01 permit-reason pic x(20) value spaces.
        01 prereq-reject-count pic 9(3) value zeros.
        01 prereq-override-count pic 9(3) value zeros.

        01 cw-trans-type pic x(1) value space.
        01 cw-term-code pic x(6) value spaces.
        01 cw-id-number pic x(4) value spaces.
        01 cw-course-id pic x(6) value spaces.
        01 cw-program pic x(16) value "student".
        01 cw-reply pic x(1) value "Y".
            88 window-refused value "N".
            88 window-overridden value "O".
        01 cw-info pic x(40) value spaces.
        01 window-reject-count pic 9(3) value zeros.
        01 window-override-count pic 9(3) value zeros.

        01 time-conflict-switch pic x(1) value "N".
            88 time-conflict-found value "Y".
        01 meet-overlap-switch pic x(1) value "N".
            88 meeting-days-overlap value "Y".
        01 conflict-course-id pic x(6) value spaces.
        01 conflict-count pic 9(3) value zeros.
        01 meet-day-sub pic 9(1) value zeros.
        01 new-meeting.
            02 new-meet-days pic x(7).
            02 new-meet-day redefines new-meet-days
                pic x(1) occurs 7 times.
            02 new-start-time pic 9(4).
            02 new-end-time pic 9(4).
            02 new-room-id pic x(8).

        01 drop-register-header.
            02 filler pic x(32) value
                "DROP/PROMOTION REGISTER".
            02 filler pic x(10) value "RUN DATE: ".
            02 drh-run-date pic x(8).
        01 drop-register-columns.
            02 filler pic x(12) value "ACTION".
            02 filler pic x(6) value "ID".
            02 filler pic x(27) value "STUDENT-NAME".
            02 filler pic x(8) value "COURSE".
            02 filler pic x(8) value "TERM".
            02 filler pic x(19) value "NOTE".
        01 drop-register-detail.
            02 drd-action pic x(10).
            02 filler pic x(2) value spaces.
            02 drd-id-number pic x(4).
            02 filler pic x(2) value spaces.
            02 drd-student-name pic x(25).
            02 filler pic x(2) value spaces.
            02 drd-course-id pic x(6).
            02 filler pic x(2) value spaces.
            02 drd-term-code pic x(6).
            02 filler pic x(2) value spaces.
            02 drd-note pic x(19).

        77 student-status pic x(2) value "00".
        77 dept-status pic x(2) value "00".
        77 course-status pic x(2) value "00".
        77 enroll-status pic x(2) value "00".
        77 hold-status pic x(2) value "00".
        77 trans-status pic x(2) value "00".
        77 drop-register-status pic x(2) value "00".
        77 prereq-status pic x(2) value "00".
        77 permit-status pic x(2) value "00".
        77 override-log-status pic x(2) value "00".
        77 ws-system-date pic 9(8) value zeros.
        77 ws-system-time pic 9(8) value zeros.
        77 il-program pic x(20) value "student".
        77 il-step pic x(8) value "STUDENT".
        77 il-paragraph pic x(30) value spaces.
        77 il-severity pic x value space.
        77 il-file-status pic x(2) value spaces.
        77 il-message pic x(60) value spaces.

        procedure division.
            accept run-mode from command-line.
            if dept-status not = "00"
                display "student: cannot open deptMaster, status = "
                    dept-status
                move "procedure division" to il-paragraph
                move "E" to il-severity
                move dept-status to il-file-status
                move "cannot open deptMaster" to il-message
                perform log-incident
                display "student: run the department maintenance "
                    "program to build it first"
                close student-master
            if course-status not = "00"
                display "student: cannot open courseMaster, status = "
                    course-status
                move "procedure division" to il-paragraph
                move "E" to il-severity
                move course-status to il-file-status
                move "cannot open courseMaster" to il-message
                perform log-incident
                display "student: run the course catalog maintenance "
                    "program to build it first"
                close student-master dept-master
                move "Y" to holds-available-switch
            end-if.

            open input prereq-master.
            if prereq-status = "00"
                move "Y" to prereqs-available-switch
            end-if.

            open extend override-log-file.
            if override-log-status = "35"
                open output override-log-file
            end-if.

            accept ws-system-date from date yyyymmdd.
            accept ws-system-time from time.

            open output drop-register-file.
            move ws-system-date to drh-run-date.
            write drop-register-line from drop-register-header.
            write drop-register-line from drop-register-columns.

            if interactive-mode
           	    display "How many records do you want to enter?"
        	    accept number-of-records
           	    display "Enter data in this format:"
           	    display template
           	    perform get-console-trans number-of-records times
            else
                open input trans-file
                if trans-status not = "00"
                    display "student: cannot open inputData, status = "
                        trans-status
                    move "procedure division" to il-paragraph
                    move "E" to il-severity
                    move trans-status to il-file-status
                    move "cannot open inputData" to il-message
                    perform log-incident
                    move 'y' to trans-eof-switch
                    move 4 to return-code
                else
                        at end
                            display "student: inputData is empty - no "
                                "header record"
                            move "procedure division" to il-paragraph
                            move "E" to il-severity
                            move trans-status to il-file-status
                            move "inputData is empty - no header record"
                                to il-message
                            perform log-incident
                            move 'y' to trans-eof-switch
                            move 4 to return-code
                    end-read
                        display "student: inputData has the wrong "
                            "or missing header record - expected "
                            "STUDENT layout, rejecting file"
                        move "procedure division" to il-paragraph
                        move "E" to il-severity
                        move spaces to il-file-status
                        move "inputData header wrong or missing"
                            to il-message
                        perform log-incident
                        move 'y' to trans-eof-switch
                        move 4 to return-code
                    else
            perform compute-gpa.
            close student-master dept-master course-master
                term-history section-master waitlist-file
                grade-audit-file enroll-detail drop-register-file.
            if holds-on-file
                close hold-master
            end-if.
            if prereqs-on-file
                close prereq-master
            end-if.
            close override-log-file.
            if held-count > zeros
                display "enrollments refused for holds = " held-count
            end-if.
            if grade-change-count > zeros
                display "grade changes applied = " grade-change-count
            end-if.
            if conflict-count > zeros
                display "enrollments refused for schedule "
                    "conflicts = " conflict-count
            end-if.
            if prereq-reject-count > zeros
                    or prereq-override-count > zeros
                display "enrollments refused for prerequisites = "
                    prereq-reject-count
                display "prerequisite overrides by permission = "
                    prereq-override-count
            end-if.
            if window-reject-count > zeros
                    or window-override-count > zeros
                display "refused outside the calendar window = "
                    window-reject-count
                display "calendar windows waived by supervisor = "
                    window-override-count
            end-if.
            if waitlisted-count > zeros
                display "students waitlisted (section full) = "
                    waitlisted-count
            end-if.
            if drop-count > zeros or drop-reject-count > zeros
                display "drops posted = " drop-count
                    " rejected = " drop-reject-count
                display "waitlisted students promoted = "
                    promoted-count
            end-if.
           	display "total hours entered = " total-hours.
            display "cumulative hours on file = " file-hours.
            accept run-mode.
        end-get-run-mode.

        get-console-trans.
            display "Transaction type (A=add, D=drop):".
            accept console-trans-type.
            if console-drop
                perform get-drop-input
            else
                perform get-input
            end-if.
        end-get-console-trans.

        get-drop-input.
            display "Enter the drop in this format:".
            display drop-template.
            accept drop-console-data.
            move dcd-id-number to id-number.
            move dcd-course-id to course-id.
            move dcd-term-code to term-code.
            perform apply-drop.
        end-get-drop-input.

        get-input.
            move "N" to record-valid-switch.
            perform prompt-and-validate until record-is-valid.
            move "A" to cw-trans-type.
            perform check-calendar-window.
            if window-refused
                display "enrollment refused - " cw-info ": "
                    id-number " " course-id " " term-code
                add 1 to window-reject-count
            else
                perform check-holds
                if hold-found
                    display "enrollment refused - hold on record for "
                        id-number " - see the placing office"
                    add 1 to held-count
                else
                    perform check-time-conflict
                    if time-conflict-found
                        display "enrollment refused - meets at the "
                            "same time as " conflict-course-id
                            " for " id-number
                        add 1 to conflict-count
                    else
                        perform check-section
                        if section-is-full
                                course-id " " term-code
                        else
                            perform process-record
                            perform log-prereq-override
                        end-if
                    end-if
                end-if
            end-if.
        end-input.

        batch-get-input.
            if trans-trailer-tag = "TRAILR"
                move 'y' to trans-eof-switch
            else
                if grade-change-trans
                    perform apply-grade-change
                    read trans-file at end move 'y' to trans-eof-switch
                else
                    if drop-trans
                        move drp-id-number to id-number
                        move drp-course-id to course-id
                        move drp-term-code to term-code
                        perform apply-drop
                        read trans-file at end
                            move 'y' to trans-eof-switch
                    else
                        perform batch-enroll-one
                        read trans-file at end
                            move 'y' to trans-eof-switch
                    end-if
                end-if
            end-if.
        end-batch-get-input.

        batch-enroll-one.
            move trans-last-name to student-last-name.
            move trans-first-name to student-first-name.
            move trans-dept to dept.
            move trans-id-number to id-number.
            move trans-course-id to course-id.
            move trans-term-code to term-code.
            move space to grade.
            perform check-one-dept.
            perform check-course-id.
            perform check-duplicate-id.
            if dept-is-valid and course-is-valid
                    and id-number is numeric
                    and term-code not = spaces
                    and not dup-id-found
                if not prereq-is-met
                    display "enrollment refused - prerequisite "
                        "not met: " id-number " " course-id
                    add 1 to prereq-reject-count
                else
                    move "A" to cw-trans-type
                    perform check-calendar-window
                    if window-refused
                        display "enrollment refused - " cw-info
                            ": " id-number " " course-id " "
                            term-code
                        add 1 to window-reject-count
                    else
                        perform batch-enroll-checked
                    end-if
                end-if
            else
                display "batch record rejected, bad dept/id/"
                    "course/term/dup: " id-number
            end-if.
        end-batch-enroll-one.

        batch-enroll-checked.
            perform check-holds.
            if hold-found
                display "enrollment refused - hold on "
                    "record for " id-number
                add 1 to held-count
            else
                perform check-time-conflict
                if time-conflict-found
                    display "enrollment refused - meets at the "
                        "same time as " conflict-course-id
                        " for " id-number
                    add 1 to conflict-count
                else
                    perform check-section
                    if section-is-full
                        perform add-to-waitlist
                        display "section full - student "
                            "waitlisted: " id-number " "
                            course-id " " term-code
                    else
                        perform process-record
                        perform log-prereq-override
                    end-if
                end-if
            end-if.
        end-batch-enroll-checked.

        apply-grade-change.
            move gch-id-number to id-number.
            move gch-course-id to course-id.
            move gch-term-code to term-code.
            move "G" to cw-trans-type.
            perform check-calendar-window.
            perform check-course-id.
            if window-refused
                display "grade change refused - " cw-info ": "
                    gch-id-number " " gch-course-id " "
                    gch-term-code
                add 1 to window-reject-count
            else
            if not course-is-valid
                display "grade change rejected, course not in "
                    "catalog: " gch-id-number " " gch-course-id
                            perform post-grade-change
                    end-read
                end-if
            end-if
            end-if.
        end-apply-grade-change.

                gch-new-grade.
        end-post-grade-change.

        apply-drop.
      *    a drop gives the seat back: the enrollment detail is
      *    removed, its hours come out of the term history, the
      *    section count goes down, and the first student waiting
      *    on the section who clears the hold and duplicate checks
      *    is enrolled in the freed seat. a graded course is not
      *    dropped - that is a grade change to W - and neither is
      *    one past the term's last day to drop without a W.
            move "N" to drop-posted-switch.
            move "D" to cw-trans-type.
            perform check-calendar-window.
            if window-refused
                display "drop refused - " cw-info " - post a grade "
                    "change to W: " id-number " " course-id " "
                    term-code
                add 1 to drop-reject-count
                add 1 to window-reject-count
            else
            move id-number to enr-id-number
            move term-code to enr-term-code
            move course-id to enr-course-id
            read enroll-detail
                invalid key
                    display "drop rejected, not enrolled: " id-number
                        " " course-id " " term-code
                    add 1 to drop-reject-count
                not invalid key
                    if enr-grade not = space
                        display "drop rejected, course already "
                            "graded - use a grade change: "
                            id-number " " course-id " " term-code
                        add 1 to drop-reject-count
                    else
                        perform post-drop
                    end-if
            end-read
            end-if.
            if drop-was-posted
                perform promote-from-waitlist
            end-if.
        end-apply-drop.

        post-drop.
            move enr-credit-hours to drop-credits.
            delete enroll-detail record
                invalid key
                    display "drop rejected, enrollment detail "
                        "delete failed, status = " enroll-status
                    add 1 to drop-reject-count
            end-delete.
            if enroll-status = "00"
                move id-number to stt-id-number
                move term-code to stt-term-code
                read term-history
                    invalid key
                        continue
                    not invalid key
                        if drop-credits > stt-term-hours
                            move zeros to stt-term-hours
                        else
                            subtract drop-credits from stt-term-hours
                        end-if
                        if drop-credits > stt-gpa-hours
                            move zeros to stt-gpa-hours
                        else
                            subtract drop-credits from stt-gpa-hours
                        end-if
                        rewrite student-term-record
                end-read
                perform restore-prior-attempt
                move course-id to sec-course-id
                move term-code to sec-term-code
                read section-master
                    invalid key
                        continue
                    not invalid key
                        if sec-enrolled > zeros
                            subtract 1 from sec-enrolled
                        end-if
                        rewrite section-master-record
                end-read
                move spaces to student-name
                perform compute-record-gpa
                move id-number to stu-id-number
                read student-master
                    invalid key
                        continue
                    not invalid key
                        move stu-student-name to student-name
                        perform set-master-gpa-standing
                        rewrite student-master-record
                end-read
                move "DROPPED" to drd-action
                move spaces to drd-note
                perform write-drop-register-line
                add 1 to drop-count
                move "Y" to drop-posted-switch
            end-if.
        end-post-drop.

        restore-prior-attempt.
      *    if the dropped enrollment was a repeat, the attempt it
      *    replaced goes back into the gpa
            move "N" to restore-found-switch.
            move 'n' to detail-eof-switch.
            move id-number to enr-id-number.
            move low-values to enr-term-code.
            move low-values to enr-course-id.
            start enroll-detail key not less than enr-key
                invalid key move 'y' to detail-eof-switch
            end-start.
            perform scan-one-replaced-detail until end-of-details.
            if restore-attempt-found
                move grade to saved-grade
                move restore-grade to grade
                perform grade-to-points
                move saved-grade to grade
                move id-number to stt-id-number
                move restore-term-code to stt-term-code
                read term-history
                    invalid key
                        continue
                    not invalid key
                        compute stt-quality-points = stt-quality-points
                            + (restore-credits * grade-points)
                        if grade-earns-hours
                            add restore-credits to stt-term-hours
                        end-if
                        if grade-counts-in-gpa
                            add restore-credits to stt-gpa-hours
                        end-if
                        rewrite student-term-record
                end-read
                move id-number to enr-id-number
                move restore-term-code to enr-term-code
                move course-id to enr-course-id
                read enroll-detail
                    invalid key
                        continue
                    not invalid key
                        move space to enr-repeat-flag
                        rewrite enrollment-detail-record
                end-read
                display "drop of a repeat - prior attempt restored "
                    "in gpa: " id-number " " course-id
                    " term " restore-term-code
            end-if.
        end-restore-prior-attempt.

        scan-one-replaced-detail.
            read enroll-detail next record
                at end move 'y' to detail-eof-switch
                not at end
                    if enr-id-number not = id-number
                        move 'y' to detail-eof-switch
                    else
                        if enr-course-id = course-id
                                and enr-replaced-by-repeat
                            move "Y" to restore-found-switch
                            move enr-term-code to restore-term-code
                            move enr-grade to restore-grade
                            move enr-credit-hours to restore-credits
                        end-if
                    end-if
            end-read.
        end-scan-one-replaced-detail.

        promote-from-waitlist.
            move course-id to dropped-course-id.
            move term-code to dropped-term-code.
            move "N" to promoted-switch.
            perform check-section.
            if not section-is-open
                move spaces to id-number
                move spaces to student-name
                move "NO PROMOTE" to drd-action
                move "SECTION STILL FULL" to drd-note
                perform write-drop-register-line
            else
                perform load-waitlist-queue
                if wlq-overflow
                    display "waitlist over " wlq-max " entries - "
                        "promote by hand: " dropped-course-id " "
                        dropped-term-code
                    move spaces to student-name
                    move "NO PROMOTE" to drd-action
                    move "WAITLIST TOO LARGE" to drd-note
                    perform write-drop-register-line
                else
                    perform try-one-waitlist-entry
                        varying wlq-sub from 1 by 1
                        until wlq-sub > wlq-count or student-promoted
                    if student-promoted
                        perform rewrite-waitlist-queue
                    else
                        move dropped-course-id to course-id
                        move dropped-term-code to term-code
                        move spaces to id-number
                        move spaces to student-name
                        move "NO PROMOTE" to drd-action
                        move "NO ONE ELIGIBLE" to drd-note
                        perform write-drop-register-line
                    end-if
                end-if
                open extend waitlist-file
                if waitlist-status = "35"
                    open output waitlist-file
                end-if
            end-if.
        end-promote-from-waitlist.

        load-waitlist-queue.
            move zeros to wlq-count.
            move "N" to wlq-overflow-switch.
            move 'n' to wlq-eof-switch.
            close waitlist-file.
            open input waitlist-file.
            if waitlist-status not = "00"
                move 'y' to wlq-eof-switch
            end-if.
            perform load-one-waitlist-entry until end-of-waitlist.
            if waitlist-status = "00" or waitlist-status = "10"
                close waitlist-file
            end-if.
        end-load-waitlist-queue.

        load-one-waitlist-entry.
            read waitlist-file
                at end
                    move 'y' to wlq-eof-switch
                not at end
                    if wlq-count not < wlq-max
                        move "Y" to wlq-overflow-switch
                        move 'y' to wlq-eof-switch
                    else
                        add 1 to wlq-count
                        move waitlist-record to wlq-entry (wlq-count)
                    end-if
            end-read.
        end-load-one-waitlist-entry.

        try-one-waitlist-entry.
      *    the queue is in arrival order - the file is only ever
      *    appended to - so the first eligible entry is the one
      *    that has waited longest
            if wlq-course-id (wlq-sub) = dropped-course-id
                    and wlq-term-code (wlq-sub) = dropped-term-code
                move wlq-id-number (wlq-sub) to id-number
                move wlq-student-name (wlq-sub) to student-name
                move dropped-course-id to course-id
                move dropped-term-code to term-code
                perform check-holds
                perform check-duplicate-id
                perform check-already-enrolled
                perform check-course-id
                perform check-time-conflict
                if hold-found
                    move "SKIPPED" to drd-action
                    move "HOLD ON RECORD" to drd-note
                    perform write-drop-register-line
                else
                    if dup-id-found or already-enrolled
                        move "SKIPPED" to drd-action
                        move "DUPLICATE" to drd-note
                        perform write-drop-register-line
                    else
                        perform try-one-eligible-entry
                    end-if
                end-if
            end-if.
        end-try-one-waitlist-entry.

        try-one-eligible-entry.
      *    a prerequisite failed since the student was waitlisted, or
      *    a permit since withdrawn, leaves the entry on the queue
            if not prereq-is-met
                move "SKIPPED" to drd-action
                move "PREREQ NOT MET" to drd-note
                perform write-drop-register-line
            else
                if time-conflict-found
                    move "SKIPPED" to drd-action
                    move spaces to drd-note
                    string "CONFLICTS " delimited by size
                        conflict-course-id delimited by size
                        into drd-note
                    perform write-drop-register-line
                else
                    perform enroll-promoted-student
                    if student-promoted
                        move wlq-sub to wlq-promoted-sub
                    end-if
                end-if
            end-if.
        end-try-one-eligible-entry.

        check-already-enrolled.
            move "N" to already-enrolled-switch.
            move id-number to enr-id-number.
            move term-code to enr-term-code.
            move course-id to enr-course-id.
            read enroll-detail
                invalid key
                    continue
                not invalid key
                    move "Y" to already-enrolled-switch
            end-read.
        end-check-already-enrolled.

        enroll-promoted-student.
            move space to grade.
            move id-number to stu-id-number.
            read student-master
                invalid key
                    move crs-dept to dept
                not invalid key
                    move stu-dept to dept
            end-read.
            perform check-section.
            if section-is-open
                perform process-record
                perform log-prereq-override
                move "Y" to promoted-switch
                add 1 to promoted-count
                move "PROMOTED" to drd-action
                move spaces to drd-note
                string "SINCE " delimited by size
                    wlq-entry-date (wlq-sub) delimited by size
                    into drd-note
                perform write-drop-register-line
                display "waitlisted student promoted: " id-number
                    " " course-id " " term-code
            end-if.
        end-enroll-promoted-student.

        rewrite-waitlist-queue.
      *    the promoted entry leaves the queue; everyone else keeps
      *    their place
            open output waitlist-file.
            perform write-one-waitlist-entry
                varying wlq-sub from 1 by 1 until wlq-sub > wlq-count.
            close waitlist-file.
        end-rewrite-waitlist-queue.

        write-one-waitlist-entry.
            if wlq-sub not = wlq-promoted-sub
                move wlq-entry (wlq-sub) to waitlist-record
                write waitlist-record
            end-if.
        end-write-one-waitlist-entry.

        write-drop-register-line.
            move id-number to drd-id-number.
            move student-name to drd-student-name.
            move course-id to drd-course-id.
            move term-code to drd-term-code.
            write drop-register-line from drop-register-detail.
        end-write-drop-register-line.

        process-record.
           	add credits to total-hours.
            perform grade-to-points.
                    move grade to stu-grade
                    move "A" to stu-enroll-status
                    move "N" to stu-confidential
                    move space to stu-standing
                    perform set-master-gpa-standing
                    write student-master-record
                not invalid key
            perform check-one-dept.
            perform check-course-id.
            perform check-duplicate-id.
            if dept-is-valid and course-is-valid
                    and id-number is numeric
                    and term-code not = spaces
                    and not dup-id-found
                    and not prereq-is-met
                display "prerequisite not met for " course-id
                    " - instructor permission is needed"
                add 1 to prereq-reject-count
                move "N" to record-valid-switch
            else
            if dept-is-valid and course-is-valid
                    and id-number is numeric
                    and term-code not = spaces
                display "invalid dept, id-number, course, term, or "
                    "dup - re-enter"
                move "N" to record-valid-switch
            end-if
            end-if.
        end-prompt-and-validate.

                    move "Y" to course-valid-switch
                    move crs-credit-hours to credits
            end-read.
            perform check-prerequisites.
        end-check-course-id.

        check-time-conflict.
      *    a section with no meeting days is arranged and cannot
      *    collide; otherwise every other course the student holds
      *    this term (a W no longer meets) is checked for a shared
      *    day with overlapping clock times
            move "N" to time-conflict-switch.
            move spaces to conflict-course-id.
            move spaces to new-meet-days.
            move course-id to sec-course-id.
            move term-code to sec-term-code.
            read section-master
                invalid key
                    continue
                not invalid key
                    move sec-meeting to new-meeting
            end-read.
            if new-meet-days not = spaces
                move 'n' to detail-eof-switch
                move id-number to enr-id-number
                move term-code to enr-term-code
                move low-values to enr-course-id
                start enroll-detail key not less than enr-key
                    invalid key move 'y' to detail-eof-switch
                end-start
                perform check-one-enrolled-course
                    until end-of-details or time-conflict-found
            end-if.
        end-check-time-conflict.

        check-one-enrolled-course.
            read enroll-detail next record
                at end
                    move 'y' to detail-eof-switch
                not at end
                    if enr-id-number not = id-number
                            or enr-term-code not = term-code
                        move 'y' to detail-eof-switch
                    else
                        if enr-course-id not = course-id
                                and enr-grade not = "W"
                            perform compare-meeting-times
                        end-if
                    end-if
            end-read.
        end-check-one-enrolled-course.

        compare-meeting-times.
            move enr-course-id to sec-course-id.
            move enr-term-code to sec-term-code.
            read section-master
                invalid key
                    continue
                not invalid key
                    if sec-meet-days not = spaces
                            and sec-start-time < new-end-time
                            and new-start-time < sec-end-time
                        move "N" to meet-overlap-switch
                        perform compare-one-meeting-day
                            varying meet-day-sub from 1 by 1
                            until meet-day-sub > 7
                        if meeting-days-overlap
                            move "Y" to time-conflict-switch
                            move enr-course-id to conflict-course-id
                        end-if
                    end-if
            end-read.
        end-compare-meeting-times.

        compare-one-meeting-day.
            if sec-meet-day (meet-day-sub) not = space
                    and new-meet-day (meet-day-sub) not = space
                move "Y" to meet-overlap-switch
            end-if.
        end-compare-one-meeting-day.

        check-prerequisites.
      *    each required course needs an attempt in an earlier term
      *    with a grade at or above the minimum - failing that, an
      *    instructor permission on prereqPermits for this student,
      *    course, and term lets the registration through
            move "Y" to prereq-met-switch.
            move "N" to prereq-override-switch.
            if prereqs-on-file and course-is-valid
                move course-id to prq-course-id
                read prereq-master
                    invalid key
                        continue
                    not invalid key
                        perform check-one-requirement
                            varying req-sub from 1 by 1
                            until req-sub > 5
                end-read
                if not prereq-is-met
                    perform find-prereq-permit
                end-if
            end-if.
        end-check-prerequisites.

        check-one-requirement.
            if prq-req-course-id (req-sub) not = spaces
                move prq-req-course-id (req-sub) to req-course-id
                move prq-min-grade (req-sub) to req-min-grade
                move "N" to req-met-switch
                move 'n' to detail-eof-switch
                move id-number to enr-id-number
                move low-values to enr-term-code enr-course-id
                start enroll-detail key not less than enr-key
                    invalid key move 'y' to detail-eof-switch
                end-start
                perform scan-one-prior-attempt
                    until end-of-details or requirement-met
                if not requirement-met
                    move "N" to prereq-met-switch
                end-if
            end-if.
        end-check-one-requirement.

        scan-one-prior-attempt.
            read enroll-detail next record
                at end
                    move 'y' to detail-eof-switch
                not at end
                    if enr-id-number not = id-number
                            or enr-term-code not < term-code
                        move 'y' to detail-eof-switch
                    else
                        if enr-course-id = req-course-id
                            perform check-attempt-grade
                        end-if
                    end-if
            end-read.
        end-scan-one-prior-attempt.

        check-attempt-grade.
      *    a P counts as a C or a D, and so does transfer credit (T),
      *    which is only accepted at C or better - F, W, I, and an
      *    ungraded attempt never satisfy a prerequisite
            evaluate req-min-grade
                when "A" move 4 to req-min-rank
                when "B" move 3 to req-min-rank
                when "C" move 2 to req-min-rank
                when other move 1 to req-min-rank
            end-evaluate.
            evaluate enr-grade
                when "A" move 4 to req-grade-rank
                when "B" move 3 to req-grade-rank
                when "C" move 2 to req-grade-rank
                when "P" move 2 to req-grade-rank
                when "T" move 2 to req-grade-rank
                when "D" move 1 to req-grade-rank
                when other move 0 to req-grade-rank
            end-evaluate.
            if req-grade-rank > zeros
                    and req-grade-rank not < req-min-rank
                move "Y" to req-met-switch
            end-if.
        end-check-attempt-grade.

        find-prereq-permit.
            move 'n' to permit-eof-switch.
            open input permit-file.
            if permit-status = "00"
                perform check-one-permit until end-of-permits
                close permit-file
            end-if.
        end-find-prereq-permit.

        check-one-permit.
            read permit-file
                at end
                    move 'y' to permit-eof-switch
                not at end
                    if ppm-id-number = id-number
                            and ppm-course-id = course-id
                            and ppm-term-code = term-code
                        move "Y" to prereq-met-switch
                        move "Y" to prereq-override-switch
                        move ppm-granted-by to permit-granted-by
                        move ppm-granted-date to permit-granted-date
                        move ppm-reason to permit-reason
                        move 'y' to permit-eof-switch
                    end-if
            end-read.
        end-check-one-permit.

        check-calendar-window.
      *    the academic calendar decides whether today is inside the
      *    term's add, drop, or grade-change window - CAL-WINDOW lets
      *    a transaction outside it through only on a supervisor
      *    exception, and logs each one it uses
            move id-number to cw-id-number.
            move course-id to cw-course-id.
            move term-code to cw-term-code.
            call "CAL-WINDOW" using cw-trans-type cw-term-code
                cw-id-number cw-course-id cw-program cw-reply cw-info.
            if window-overridden
                add 1 to window-override-count
                display "calendar window waived - " cw-info ": "
                    id-number " " course-id " " term-code
            end-if.
        end-check-calendar-window.

        log-prereq-override.
            if prereq-overridden
                move ws-system-date to pol-run-date
                move ws-system-time to pol-run-time
                move id-number to pol-id-number
                move course-id to pol-course-id
                move term-code to pol-term-code
                move permit-granted-by to pol-granted-by
                move permit-granted-date to pol-granted-date
                move permit-reason to pol-reason
                write override-log-record
                add 1 to prereq-override-count
                display "prerequisite waived by permission of "
                    permit-granted-by ": " id-number " " course-id
                move "N" to prereq-override-switch
            end-if.
        end-log-prereq-override.

        check-one-dept.
            move "N" to dept-valid-switch.
            move dept to dpt-dept-code.
                when "P"
                    move 0.00 to grade-points
                    move "N" to gpa-grade-switch
                when "T"
                    move 0.00 to grade-points
                    move "N" to gpa-grade-switch
                when other move 0.00 to grade-points
            end-evaluate.
        end-grade-to-points.

        set-master-gpa-standing.
            move record-gpa to stu-gpa.
      *    suspension and dismissal belong to the term-end standing
      *    run - only good standing and probation follow the gpa here
            if stu-gpa-standing
                if record-standing = "good"
                    move "G" to stu-standing
                else
                    move "P" to stu-standing
                end-if
            end-if.
        end-set-master-gpa-standing.

        log-incident.
            call "INCIDENT-LOG" using il-program il-step il-paragraph
                il-severity il-file-status il-message.
        end-log-incident.
      
        end program student.
