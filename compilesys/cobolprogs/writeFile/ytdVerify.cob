000170*                    WITH CONTROL TOTALS PROVED BEFORE AND
000180*                    AFTER. PARM: POS 1 = MODE (V/R), POS 2-9 =
000190*                    FROM-DATE YYYYMMDD (BLANK FOR ALL).
000192*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000194*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000196*   2026-10-14  RSG  IMPUTED INCOME RECOMPUTED FROM THE
000198*                    AUDIT TRAIL, COMPARED AND REBUILT.
000200*================================================================
000210*
000220 ENVIRONMENT DIVISION.
000540     05  AUDIT-NET-PAY           PIC S9(06).
000550     05  AUDIT-REC-TYPE          PIC X(01).
000560     05  AUDIT-REASON-CODE       PIC X(03).
000562     05  AUDIT-IMPUTED           PIC 9(05).
000570*
000580 FD  YTD-MASTER
000590     LABEL RECORDS ARE STANDARD
000660     05  YTD-FEDERAL-TAX        PIC S9(07).
000670     05  YTD-NET-PAY             PIC S9(07).
000680     05  YTD-VOL-DED             PIC 9(07).
000682     05  YTD-IMPUTED             PIC 9(07).
000690*
000700 FD  SESSION-FILE
000710     LABEL RECORDS ARE STANDARD
001120         10  WS-RCL-FEDERAL      PIC S9(09).
001130         10  WS-RCL-NET          PIC S9(09).
001140         10  WS-RCL-VOL          PIC S9(09).
001142         10  WS-RCL-IMPUTED      PIC S9(09).
001150*----------------------------------------------------------------
001160* CONTROL FIELDS
001170*----------------------------------------------------------------
001430 77  WS-AFTER-NET                PIC S9(11) VALUE ZEROS.
001440 77  WS-RECALC-SALARY            PIC S9(11) VALUE ZEROS.
001450 77  WS-RECALC-NET               PIC S9(11) VALUE ZEROS.
001451*----------------------------------------------------------------
001452* INCIDENT LOG CALL FIELDS
001453*----------------------------------------------------------------
001454 77  WS-IL-PROGRAM               PIC X(20) VALUE "YTD-VERIFY".
001455 77  WS-IL-STEP                  PIC X(08) VALUE SPACES.
001456 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
001457 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
001458 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
001459 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
001460*
001470 PROCEDURE DIVISION.
001480*================================================================
001880     IF WS-AUDIT-STATUS NOT = "00"
001890         DISPLAY "YTD-VERIFY: CANNOT OPEN payrollAudit, "
001900             "STATUS = " WS-AUDIT-STATUS
001901         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001902         MOVE "E" TO WS-IL-SEVERITY
001903         MOVE WS-AUDIT-STATUS TO WS-IL-FILE-STATUS
001904         MOVE "CANNOT OPEN payrollAudit" TO WS-IL-MESSAGE
001905         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001910         MOVE "Y" TO WS-AUDIT-EOF-SW
001920         MOVE 4 TO RETURN-CODE
001930     END-IF.
001950     IF WS-YTD-STATUS NOT = "00" AND NOT = "05"
001960         DISPLAY "YTD-VERIFY: CANNOT OPEN payrollYTD, "
001970             "STATUS = " WS-YTD-STATUS
001971         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001972         MOVE "E" TO WS-IL-SEVERITY
001973         MOVE WS-YTD-STATUS TO WS-IL-FILE-STATUS
001974         MOVE "CANNOT OPEN payrollYTD" TO WS-IL-MESSAGE
001975         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001980         MOVE "Y" TO WS-AUDIT-EOF-SW
001990         MOVE 4 TO RETURN-CODE
002000     END-IF.
002380     MOVE ZEROS TO WS-RCL-FEDERAL (WS-EMP-SUB).
002390     MOVE ZEROS TO WS-RCL-NET (WS-EMP-SUB).
002400     MOVE ZEROS TO WS-RCL-VOL (WS-EMP-SUB).
002402     MOVE ZEROS TO WS-RCL-IMPUTED (WS-EMP-SUB).
002410 1200-CLEAR-ONE-ENTRY-EXIT.
002420     EXIT.
002430*
002720         - AUDIT-STATE-TAX - AUDIT-FEDERAL-TAX
002730         - AUDIT-NET-PAY.
002740     ADD WS-VOL-WORK TO WS-RCL-VOL (WS-EMP-SUB).
002741*    AUDIT RECORDS WRITTEN BEFORE IMPUTED INCOME WAS CARRIED
002742*    HAVE NOTHING IN THE FIELD
002743     IF AUDIT-IMPUTED IS NUMERIC
002744         ADD AUDIT-IMPUTED TO WS-RCL-IMPUTED (WS-EMP-SUB)
002745     END-IF.
002750 2000-ACCUMULATE-ONE-AUDIT-EXIT.
002760     EXIT.
002770*
003360         MOVE "NET-PAY" TO DFL-FIELD
003370         MOVE YTD-NET-PAY TO DFL-MASTER
003380         MOVE WS-RCL-NET (WS-EMP-SUB) TO DFL-AUDIT
003381         PERFORM 3200-WRITE-DIFF THRU 3200-WRITE-DIFF-EXIT
003382     END-IF.
003383     IF YTD-IMPUTED NOT NUMERIC
003384         MOVE ZEROS TO YTD-IMPUTED
003385     END-IF.
003386     IF YTD-IMPUTED NOT = WS-RCL-IMPUTED (WS-EMP-SUB)
003387         MOVE "IMPUTED" TO DFL-FIELD
003388         MOVE YTD-IMPUTED TO DFL-MASTER
003389         MOVE WS-RCL-IMPUTED (WS-EMP-SUB) TO DFL-AUDIT
003390         PERFORM 3200-WRITE-DIFF THRU 3200-WRITE-DIFF-EXIT
003400     END-IF.
003410     IF WS-RECORD-CHANGED-SW = "Y"
004390     ELSE
004400         MOVE WS-RCL-VOL (WS-EMP-SUB) TO YTD-VOL-DED
004410     END-IF.
004412     MOVE WS-RCL-IMPUTED (WS-EMP-SUB) TO YTD-IMPUTED.
004420 5200-MOVE-RECALC-FIELDS-EXIT.
004430     EXIT.
004440*
004690 8000-WRAP-UP-EXIT.
004700     EXIT.
004710*
004711 8900-LOG-INCIDENT.
004712     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
004713         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
004714         WS-IL-MESSAGE.
004715 8900-LOG-INCIDENT-EXIT.
004716     EXIT.
004717*
004720 9000-TERMINATE.
004730     IF WS-AUDIT-STATUS = "00" OR = "10"
004740         CLOSE AUDIT-FILE
