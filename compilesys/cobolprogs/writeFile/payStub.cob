000250*                    THE STUB.
000260*   2026-09-01  RSG  LEAVE BALANCE LINE ADDED FROM THE LEAVE
000270*                    MASTER (VACATION AND SICK HOURS).
000272*   2026-10-14  RSG  FINAL PAY (PAY-TYPE "F" ON outputData) PRINTS
000274*                    A FINAL PAY BANNER LINE ON THE STUB.
000276*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000278*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000280*   2026-10-14  RSG  IMPUTED INCOME LINE ADDED - CURRENT FROM
000282*                    outputData, YTD FROM THE YTD MASTER.
000284*================================================================
000290*
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000680     05  PAY-NET-PAY             PIC S9(06).
000690     05  PAY-TYPE                PIC X(01).
000700         88  PAY-IS-ADJUSTMENT       VALUE "A".
000702         88  PAY-IS-FINAL            VALUE "F".
000710     05  FILLER                  PIC X(10).
000712     05  PAY-IMPUTED             PIC 9(05).
000720 01  PAY-TRAILER-REC REDEFINES PAY-REC.
000730     05  PAY-TRL-TAG             PIC X(06).
000732     05  FILLER                  PIC X(77).
000750*
000760 FD  YTD-MASTER
000770     LABEL RECORDS ARE STANDARD
000840     05  YTD-FEDERAL-TAX         PIC S9(07).
000850     05  YTD-NET-PAY             PIC S9(07).
000860     05  YTD-VOL-DED             PIC 9(07).
000862     05  YTD-IMPUTED             PIC 9(07).
000870*
000880 FD  REGISTER-FILE
000890     LABEL RECORDS ARE STANDARD
001580 77  WS-LEAVE-STATUS             PIC X(02) VALUE "00".
001590 77  WS-LEAVE-OPENED-SW          PIC X(01) VALUE "N".
001600     88  WS-LEAVE-IS-OPENED          VALUE "Y".
001601*----------------------------------------------------------------
001602* INCIDENT LOG CALL FIELDS
001603*----------------------------------------------------------------
001604 77  WS-IL-PROGRAM               PIC X(20) VALUE "PAY-STUB".
001605 77  WS-IL-STEP                  PIC X(08) VALUE SPACES.
001606 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
001607 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
001608 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
001609 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
001610*
001620 PROCEDURE DIVISION.
001630*================================================================
001760     IF WS-IN-FILE-STATUS NOT = "00"
001770         DISPLAY "PAY-STUB: CANNOT OPEN outputData, STATUS = "
001780             WS-IN-FILE-STATUS
001781         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001782         MOVE "E" TO WS-IL-SEVERITY
001783         MOVE WS-IN-FILE-STATUS TO WS-IL-FILE-STATUS
001784         MOVE "CANNOT OPEN outputData" TO WS-IL-MESSAGE
001785         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001790         MOVE "Y" TO WS-EOF-SW
001800         MOVE 4 TO RETURN-CODE
001810     ELSE
001860         IF WS-YTD-STATUS NOT = "00"
001870             DISPLAY "PAY-STUB: CANNOT OPEN payrollYTD, "
001880                 "STATUS = " WS-YTD-STATUS
001881             MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001882             MOVE "E" TO WS-IL-SEVERITY
001883             MOVE WS-YTD-STATUS TO WS-IL-FILE-STATUS
001884             MOVE "CANNOT OPEN payrollYTD" TO WS-IL-MESSAGE
001885             PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001890             MOVE "Y" TO WS-EOF-SW
001900             MOVE 4 TO RETURN-CODE
001910         ELSE
002130     IF WS-REGISTER-STATUS NOT = "00"
002140         DISPLAY "PAY-STUB: CANNOT OPEN payrollRegister - "
002150             "USING SYSTEM DATE FOR THE STUBS"
002151         MOVE "1100-GET-RUN-DATE" TO WS-IL-PARAGRAPH
002152         MOVE "W" TO WS-IL-SEVERITY
002153         MOVE WS-REGISTER-STATUS TO WS-IL-FILE-STATUS
002154         MOVE "CANNOT OPEN payrollRegister - SYSTEM DATE USED"
002155             TO WS-IL-MESSAGE
002156         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
002160         ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
002170         MOVE WS-SYSTEM-DATE TO WS-RUN-DATE
002180         GO TO 1100-GET-RUN-DATE-EXIT
002690             "** RETRO PAY ADJUSTMENT **"
002700             AFTER ADVANCING 1 LINE
002710     END-IF.
002711     IF PAY-IS-FINAL
002712         WRITE STUB-LINE FROM
002713             "** FINAL PAY - INCLUDES VACATION PAYOUT **"
002714             AFTER ADVANCING 1 LINE
002715     END-IF.
002720     WRITE STUB-LINE FROM SPACES AFTER ADVANCING 1 LINE.
002730     WRITE STUB-LINE FROM WS-STUB-COLUMN-HDR
002740         AFTER ADVANCING 1 LINE.
003020     MOVE YTD-NET-PAY TO SAL-YTD.
003030     WRITE STUB-LINE FROM WS-STUB-AMT-LINE
003040         AFTER ADVANCING 1 LINE.
003041*    IMPUTED INCOME (TAXABLE TUITION REMISSION) IS TAXED WITH THE
003042*    PAY BUT NOT PAID IN CASH - THE LINE ONLY PRINTS FOR AN
003043*    EMPLOYEE WHO HAS SOME
003044     IF PAY-IMPUTED NOT NUMERIC
003045         MOVE ZEROS TO PAY-IMPUTED
003046     END-IF.
003047     IF PAY-IMPUTED > ZEROS OR YTD-IMPUTED > ZEROS
003048         MOVE "IMPUTED INCOME" TO SAL-LABEL
003049         MOVE PAY-IMPUTED TO SAL-CURRENT
003050         MOVE YTD-IMPUTED TO SAL-YTD
003051         WRITE STUB-LINE FROM WS-STUB-AMT-LINE
003052             AFTER ADVANCING 1 LINE
003053     END-IF.
003054     IF NOT WS-YTD-FOUND
003060         WRITE STUB-LINE FROM
003070             "** NO YEAR-TO-DATE RECORD ON FILE **"
003080             AFTER ADVANCING 1 LINE
003360             MOVE ZEROS TO YTD-FEDERAL-TAX
003370             MOVE ZEROS TO YTD-NET-PAY
003380             MOVE ZEROS TO YTD-VOL-DED
003382             MOVE ZEROS TO YTD-IMPUTED
003390         NOT INVALID KEY
003400             MOVE "Y" TO WS-YTD-FOUND-SW
003410     END-READ.
003412     IF YTD-IMPUTED NOT NUMERIC
003414         MOVE ZEROS TO YTD-IMPUTED
003416     END-IF.
003420 2100-GET-YTD-RECORD-EXIT.
003430     EXIT.
003440*
003490 2900-READ-NEXT-EXIT.
003500     EXIT.
003510*
003511 8900-LOG-INCIDENT.
003512     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
003513         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
003514         WS-IL-MESSAGE.
003515 8900-LOG-INCIDENT-EXIT.
003516     EXIT.
003517*
003520 9000-TERMINATE.
003530     DISPLAY "PAY-STUB: STUBS PRINTED = " WS-STUB-COUNT.
003540     IF WS-IN-IS-OPENED
