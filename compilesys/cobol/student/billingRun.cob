000160*                    PRINTS A BILLING REGISTER, WRITES CONTROL
000170*                    FIGURES TO runStats, AND IS GUARDED BY
000180*                    RUN-CONTROL AS STEP BILLRUN.
000182*   2026-10-14  RSG  A NEW CHARGE RECORD STARTS WITH ZERO AID -
000184*                    AID CREDITS ARE POSTED BY AID-DISBURSE.
000186*   2026-10-14  RSG  NEW CHARGE RECORD ALSO STARTS WITH NO
000188*                    REFUND - REFUNDS ARE CUT BY STU-REFUND.
000189*   2026-10-14  RSG  TRANSFER-CREDIT TERM 000000 IS NOT BILLED.
000191*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000193*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000194*   2026-10-14  RSG  NEW CHARGE RECORD ALSO STARTS WITH NO
000195*                    REMISSION - CREDITED BY TUITION-REMIT.
000196*================================================================
000200*
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
001160 77  WS-RECORD-COUNT             PIC 9(07) VALUE ZEROS.
001170 77  WS-BILLED-COUNT             PIC 9(07) VALUE ZEROS.
001180 77  WS-NO-RATE-COUNT            PIC 9(05) VALUE ZEROS.
001182 77  WS-TRANSFER-TERM            PIC X(06) VALUE "000000".
001190 77  WS-CMD-PARM                 PIC X(08) VALUE SPACES.
001200 77  WS-RC-FUNCTION              PIC X(01) VALUE SPACES.
001210 77  WS-RC-STEP                  PIC X(08) VALUE SPACES.
001230 77  WS-RC-REPLY                 PIC X(01) VALUE "Y".
001240 77  WS-RUN-BLOCKED-SW           PIC X(01) VALUE "N".
001250     88  WS-RUN-BLOCKED              VALUE "Y".
001251*----------------------------------------------------------------
001252* INCIDENT LOG CALL FIELDS
001253*----------------------------------------------------------------
001254 77  WS-IL-PROGRAM               PIC X(20) VALUE "BILLING-RUN".
001255 77  WS-IL-STEP                  PIC X(08) VALUE "BILLRUN".
001256 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
001257 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
001258 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
001259 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
001260*
001270 PROCEDURE DIVISION.
001280*================================================================
001570     IF WS-TERM-STATUS NOT = "00"
001580         DISPLAY "BILLING-RUN: CANNOT OPEN studentTermHist, "
001590             "STATUS = " WS-TERM-STATUS
001591         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001592         MOVE "E" TO WS-IL-SEVERITY
001593         MOVE WS-TERM-STATUS TO WS-IL-FILE-STATUS
001594         MOVE "CANNOT OPEN studentTermHist" TO WS-IL-MESSAGE
001595         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001600         MOVE "Y" TO WS-TERM-EOF-SW
001610         MOVE 4 TO RETURN-CODE
001620     END-IF.
001640     IF WS-RATE-STATUS NOT = "00"
001650         DISPLAY "BILLING-RUN: CANNOT OPEN tuitionRates, "
001660             "STATUS = " WS-RATE-STATUS
001661         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001662         MOVE "E" TO WS-IL-SEVERITY
001663         MOVE WS-RATE-STATUS TO WS-IL-FILE-STATUS
001664         MOVE "CANNOT OPEN tuitionRates" TO WS-IL-MESSAGE
001665         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001670         DISPLAY "BILLING-RUN: RUN TUITION-MAINT TO BUILD "
001680             "THE RATE TABLE FIRST"
001690         MOVE "Y" TO WS-TERM-EOF-SW
001780     IF WS-BILLING-STATUS NOT = "00" AND NOT = "05"
001790         DISPLAY "BILLING-RUN: CANNOT OPEN studentBilling, "
001800             "STATUS = " WS-BILLING-STATUS
001801         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001802         MOVE "E" TO WS-IL-SEVERITY
001803         MOVE WS-BILLING-STATUS TO WS-IL-FILE-STATUS
001804         MOVE "CANNOT OPEN studentBilling" TO WS-IL-MESSAGE
001805         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001810         MOVE "Y" TO WS-TERM-EOF-SW
001820         MOVE 4 TO RETURN-CODE
001830     END-IF.
002030             GO TO 2000-BILL-ONE-TERM-RECORD-EXIT
002040     END-READ.
002050     ADD 1 TO WS-RECORD-COUNT.
002052*    ACCEPTED TRANSFER WORK CARRIES NO TUITION
002054     IF STT-TERM-CODE = WS-TRANSFER-TERM
002056         GO TO 2000-BILL-ONE-TERM-RECORD-EXIT
002058     END-IF.
002060     MOVE STT-TERM-CODE TO TRT-TERM-CODE.
002070     READ RATE-MASTER
002080         INVALID KEY
002400             MOVE ZEROS TO BIL-PAID-AMOUNT
002410             MOVE WS-RUN-DATE TO BIL-BILL-DATE
002420             MOVE SPACES TO BIL-LAST-PAY-DATE
002422             MOVE ZEROS TO BIL-AID-AMOUNT
002424             MOVE ZEROS TO BIL-REFUND-AMOUNT
002426             MOVE SPACES TO BIL-REFUND-CHECK
002428             MOVE SPACES TO BIL-REFUND-DATE
002429             MOVE ZEROS TO BIL-REMIT-AMOUNT
002430             WRITE BILLING-RECORD
002440             MOVE "BILLED" TO RGD-ACTION
002450         NOT INVALID KEY
002690 8000-WRAP-UP-EXIT.
002700     EXIT.
002710*
002711 8900-LOG-INCIDENT.
002712     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
002713         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
002714         WS-IL-MESSAGE.
002715 8900-LOG-INCIDENT-EXIT.
002716     EXIT.
002717*
002720 9000-TERMINATE.
002730     IF WS-RUN-BLOCKED
002740         GO TO 9000-TERMINATE-EXIT
003120     ELSE
003130         DISPLAY "BILLING-RUN: CANNOT OPEN runStats, "
003140             "STATUS = " WS-STATS-STATUS
003141         MOVE "9100-WRITE-RUN-STATS" TO WS-IL-PARAGRAPH
003142         MOVE "W" TO WS-IL-SEVERITY
003143         MOVE WS-STATS-STATUS TO WS-IL-FILE-STATUS
003144         MOVE "CANNOT OPEN runStats" TO WS-IL-MESSAGE
003145         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
003150     END-IF.
003160 9100-WRITE-RUN-STATS-EXIT.
003170     EXIT.
