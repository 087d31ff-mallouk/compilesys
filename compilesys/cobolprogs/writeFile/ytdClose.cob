000210*                    LAST AND 10-CHAR FIRST NAMES ACROSS THE
000220*                    MASTERS AND FEEDS (NAME-CONV CONVERTS THE
000230*                    OLD FILES).
000232*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000234*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000235*   2026-10-14  RSG  IMPUTED INCOME CARRIED THROUGH THE CLOSE -
000236*                    STATEMENT LINE, ARCHIVE FIELD, CONTROL
000237*                    TOTAL, AND NEW-YEAR ZEROING.
000240*================================================================
000250*
000260 ENVIRONMENT DIVISION.
000570     05  YTD-FEDERAL-TAX         PIC S9(07).
000580     05  YTD-NET-PAY             PIC S9(07).
000590     05  YTD-VOL-DED             PIC 9(07).
000592     05  YTD-IMPUTED             PIC 9(07).
000600*
000610 FD  EMPLOYEE-MASTER
000620     LABEL RECORDS ARE STANDARD
000750     05  YTH-FEDERAL-TAX         PIC S9(07).
000760     05  YTH-NET-PAY             PIC S9(07).
000770     05  YTH-VOL-DED             PIC 9(07).
000772     05  YTH-IMPUTED             PIC 9(07).
000780*
000790 FD  REPORT-FILE
000800     LABEL RECORDS ARE STANDARD
001260 77  WS-CLOSE-NET                PIC S9(09) VALUE ZEROS.
001270 77  WS-CLOSE-VOL                PIC 9(09) VALUE ZEROS.
001280 77  WS-ARCH-VOL                 PIC 9(09) VALUE ZEROS.
001282 77  WS-CLOSE-IMPUTED            PIC 9(09) VALUE ZEROS.
001284 77  WS-ARCH-IMPUTED             PIC 9(09) VALUE ZEROS.
001290 77  WS-ARCH-SALARY              PIC S9(09) VALUE ZEROS.
001300 77  WS-ARCH-FICA                PIC S9(09) VALUE ZEROS.
001310 77  WS-ARCH-STATE               PIC S9(09) VALUE ZEROS.
001320 77  WS-ARCH-FEDERAL             PIC S9(09) VALUE ZEROS.
001330 77  WS-ARCH-NET                 PIC S9(09) VALUE ZEROS.
001331*----------------------------------------------------------------
001332* INCIDENT LOG CALL FIELDS
001333*----------------------------------------------------------------
001334 77  WS-IL-PROGRAM               PIC X(20) VALUE "YTD-CLOSE".
001335 77  WS-IL-STEP                  PIC X(08) VALUE SPACES.
001336 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
001337 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
001338 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
001339 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
001340*
001350 PROCEDURE DIVISION.
001360*================================================================
001610     IF WS-YTD-STATUS NOT = "00" AND NOT = "05"
001620         DISPLAY "YTD-CLOSE: CANNOT OPEN payrollYTD, "
001630             "STATUS = " WS-YTD-STATUS
001631         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001632         MOVE "E" TO WS-IL-SEVERITY
001633         MOVE WS-YTD-STATUS TO WS-IL-FILE-STATUS
001634         MOVE "CANNOT OPEN payrollYTD" TO WS-IL-MESSAGE
001635         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001640         MOVE "Y" TO WS-YTD-EOF-SW
001650         MOVE 4 TO RETURN-CODE
001660     ELSE
001740         IF WS-HISTORY-STATUS NOT = "00"
001750             DISPLAY "YTD-CLOSE: CANNOT OPEN ytdHistory, "
001760                 "STATUS = " WS-HISTORY-STATUS
001761             MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001762             MOVE "E" TO WS-IL-SEVERITY
001763             MOVE WS-HISTORY-STATUS TO WS-IL-FILE-STATUS
001764             MOVE "CANNOT OPEN ytdHistory" TO WS-IL-MESSAGE
001765             PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001770             MOVE "Y" TO WS-YTD-EOF-SW
001780             MOVE 4 TO RETURN-CODE
001790         ELSE
002160     ADD YTD-FEDERAL-TAX TO WS-CLOSE-FEDERAL.
002170     ADD YTD-NET-PAY TO WS-CLOSE-NET.
002180     ADD YTD-VOL-DED TO WS-CLOSE-VOL.
002182     IF YTD-IMPUTED NOT NUMERIC
002184         MOVE ZEROS TO YTD-IMPUTED
002186     END-IF.
002188     ADD YTD-IMPUTED TO WS-CLOSE-IMPUTED.
002190     PERFORM 2200-PRINT-STATEMENT
002200         THRU 2200-PRINT-STATEMENT-EXIT.
002210     MOVE WS-CLOSE-YEAR TO YTH-CLOSE-YEAR.
002260     MOVE YTD-FEDERAL-TAX TO YTH-FEDERAL-TAX.
002270     MOVE YTD-NET-PAY TO YTH-NET-PAY.
002280     MOVE YTD-VOL-DED TO YTH-VOL-DED.
002282     MOVE YTD-IMPUTED TO YTH-IMPUTED.
002290     WRITE HISTORY-RECORD.
002300     ADD 1 TO WS-ARCHIVED-COUNT.
002310     ADD YTH-SALARY TO WS-ARCH-SALARY.
002340     ADD YTH-FEDERAL-TAX TO WS-ARCH-FEDERAL.
002350     ADD YTH-NET-PAY TO WS-ARCH-NET.
002360     ADD YTH-VOL-DED TO WS-ARCH-VOL.
002362     ADD YTH-IMPUTED TO WS-ARCH-IMPUTED.
002370     MOVE ZEROS TO YTD-SALARY.
002380     MOVE ZEROS TO YTD-FICA.
002390     MOVE ZEROS TO YTD-STATE-TAX.
002400     MOVE ZEROS TO YTD-FEDERAL-TAX.
002410     MOVE ZEROS TO YTD-NET-PAY.
002420     MOVE ZEROS TO YTD-VOL-DED.
002422     MOVE ZEROS TO YTD-IMPUTED.
002430     REWRITE YTD-REC
002440         INVALID KEY
002450             DISPLAY "YTD-CLOSE: REWRITE FAILED FOR "
002790     MOVE YTD-VOL-DED TO SAL-AMOUNT.
002800     WRITE RPT-LINE FROM WS-STMT-AMT-LINE
002810         AFTER ADVANCING 1 LINE.
002811*    TAXABLE TUITION REMISSION - REPORTABLE WAGES THAT WERE NOT
002812*    PAID IN CASH, SO NOT PART OF THE TOTAL WAGES LINE ABOVE
002813     IF YTD-IMPUTED > ZEROS
002814         MOVE "IMPUTED INCOME  " TO SAL-LABEL
002815         MOVE YTD-IMPUTED TO SAL-AMOUNT
002816         WRITE RPT-LINE FROM WS-STMT-AMT-LINE
002817             AFTER ADVANCING 1 LINE
002818     END-IF.
002820     MOVE "NET PAY         " TO SAL-LABEL.
002830     MOVE YTD-NET-PAY TO SAL-AMOUNT.
002840     WRITE RPT-LINE FROM WS-STMT-AMT-LINE
003110             AND WS-CLOSE-FEDERAL = WS-ARCH-FEDERAL
003120             AND WS-CLOSE-NET = WS-ARCH-NET
003130             AND WS-CLOSE-VOL = WS-ARCH-VOL
003132             AND WS-CLOSE-IMPUTED = WS-ARCH-IMPUTED
003140         DISPLAY "YTD-CLOSE: ARCHIVE IS IN BALANCE WITH "
003150             "CLOSING TOTALS"
003160     ELSE
003280             " ARCHIVED = " WS-ARCH-NET
003290         DISPLAY "  CLOSED VOL DEDS = " WS-CLOSE-VOL
003300             " ARCHIVED = " WS-ARCH-VOL
003302         DISPLAY "  CLOSED IMPUTED  = " WS-CLOSE-IMPUTED
003304             " ARCHIVED = " WS-ARCH-IMPUTED
003310         MOVE 4 TO RETURN-CODE
003320     END-IF.
003330 3000-PROVE-CONTROL-TOTALS-EXIT.
003340     EXIT.
003350*
003351 8900-LOG-INCIDENT.
003352     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
003353         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
003354         WS-IL-MESSAGE.
003355 8900-LOG-INCIDENT-EXIT.
003356     EXIT.
003357*
003360 9000-TERMINATE.
003370     IF WS-YTD-IS-OPENED
003380         CLOSE YTD-MASTER
