        	01 grade-change-record redefines student-data.
                	02 gch-rec-type pic x(1).
                	    88 grade-change-rec value "G".
                	    88 drop-rec value "D".
                	02 gch-id-number pic x(4).
                	02 gch-id-number-num redefines gch-id-number
                	    pic 9(4).
       77 ws-rc-step pic x(8) value spaces.
       77 ws-rc-force pic x value space.
       77 ws-rc-reply pic x value 'y'.
       77 ws-il-program pic x(20) value "readFile".
       77 ws-il-step pic x(8) value "READFILE".
       77 ws-il-paragraph pic x(30) value spaces.
       77 ws-il-severity pic x value space.
       77 ws-il-file-status pic x(2) value spaces.
       77 ws-il-message pic x(60) value spaces.

       procedure division.
       begin.
           ws-rc-force ws-rc-reply.
       if ws-rc-reply = 'N'
           display "readFile: step blocked by run control"
           move "begin" to ws-il-paragraph
           move "W" to ws-il-severity
           move spaces to ws-il-file-status
           move "step blocked by run control" to ws-il-message
           perform log-incident
           move 4 to return-code
           goback
       end-if.
       if in-file-status not = "00"
           display "readFile: cannot open inputData, status = "
               in-file-status
           move "begin" to ws-il-paragraph
           move "E" to ws-il-severity
           move in-file-status to ws-il-file-status
           move "cannot open inputData" to ws-il-message
           perform log-incident
           move 4 to return-code
           goback
       end-if.
           at end
               display "readFile: inputData is empty - no header "
                   "record"
               move "begin" to ws-il-paragraph
               move "E" to ws-il-severity
               move in-file-status to ws-il-file-status
               move "inputData is empty - no header record"
                   to ws-il-message
               perform log-incident
               close in-file
               move 4 to return-code
               goback
           display "readFile: inputData has the wrong or missing "
               "header record - expected STUDENT layout, rejecting "
               "file"
           move "begin" to ws-il-paragraph
           move "E" to ws-il-severity
           move spaces to ws-il-file-status
           move "inputData header wrong or missing - file rejected"
               to ws-il-message
           perform log-incident
           close in-file
           move 4 to return-code
           goback
       if course-status not = "00"
           display "readFile: cannot open courseMaster, status = "
               course-status
           move "begin" to ws-il-paragraph
           move "E" to ws-il-severity
           move course-status to ws-il-file-status
           move "cannot open courseMaster" to ws-il-message
           perform log-incident
           close in-file
           move 4 to return-code
           goback
       read in-file at end move 'y' to eof.
       if in-file-status not = "00" and not = "10"
           display "readFile: read error, status = " in-file-status
           move "begin" to ws-il-paragraph
           move "E" to ws-il-severity
           move in-file-status to ws-il-file-status
           move "read error on inputData" to ws-il-message
           perform log-incident
           move 'y' to eof
       end-if.
       perform p-para until eof = 'y'.
       if unknown-course-count > zeros
           display "readFile: records with unknown course-id = "
               unknown-course-count
           move "begin" to ws-il-paragraph
           move "W" to ws-il-severity
           move spaces to ws-il-file-status
           move spaces to ws-il-message
           string unknown-course-count
               " records with unknown course-id - no hours counted"
               delimited by size into ws-il-message
           perform log-incident
           move 4 to return-code
       end-if.
        display total-hours.
            move 'y' to eof
        else
            add 1 to record-count
            if grade-change-rec or drop-rec
      *         grade-change and drop records carry no course hours -
      *         they count and hash like any other data record but do
      *         not price against the catalog
                add gch-id-number-num to ws-hash-total
            else
            if in-file-status not = "00" and not = "10"
                display "readFile: read error, status = "
                    in-file-status
                move "p-para" to ws-il-paragraph
                move "E" to ws-il-severity
                move in-file-status to ws-il-file-status
                move "read error on inputData" to ws-il-message
                perform log-incident
                move 'y' to eof
            end-if
        end-if.
           else
               display "readFile: cannot open runStats, status = "
                   stats-status
               move "write-run-stats" to ws-il-paragraph
               move "W" to ws-il-severity
               move stats-status to ws-il-file-status
               move "cannot open runStats" to ws-il-message
               perform log-incident
           end-if.
       end-write-run-stats.

                    " expected = " ws-expected-hours
                display "hash-total = " ws-hash-total
                    " expected = " ws-expected-hash-total
                move "reconcile" to ws-il-paragraph
                move "E" to ws-il-severity
                move spaces to ws-il-file-status
                move "run is out of balance with the trailer"
                    to ws-il-message
                perform log-incident
                move 4 to return-code
            end-if
        else
            display "no trailer record found - totals unverified"
            move "reconcile" to ws-il-paragraph
            move "W" to ws-il-severity
            move spaces to ws-il-file-status
            move "no trailer record found - totals unverified"
                to ws-il-message
            perform log-incident
            move 4 to return-code
        end-if.
       end-reconcile.

       log-incident.
           call "INCIDENT-LOG" using ws-il-program ws-il-step
               ws-il-paragraph ws-il-severity ws-il-file-status
               ws-il-message.
       end-log-incident.

        end program readFile.
