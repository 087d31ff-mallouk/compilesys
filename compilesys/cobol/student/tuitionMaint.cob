000100*                    MAINTENANCE AGAINST THE TUITION RATE
000110*                    MASTER (PER-CREDIT-HOUR RATE AND FLAT FEE
000120*                    BY TERM) THAT BILLING-RUN PRICES FROM.
000122*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000124*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000130*================================================================
000140*
000150 ENVIRONMENT DIVISION.
000470 77  WS-LIST-EOF-SW          PIC X(01) VALUE "N".
000480     88  WS-END-OF-LIST          VALUE "Y".
000490 77  WS-LIST-COUNT           PIC 9(05) VALUE ZEROS.
000491*----------------------------------------------------------------
000492* INCIDENT LOG CALL FIELDS
000493*----------------------------------------------------------------
000494 77  WS-IL-PROGRAM           PIC X(20) VALUE "TUITION-MAINT".
000495 77  WS-IL-STEP              PIC X(08) VALUE SPACES.
000496 77  WS-IL-PARAGRAPH         PIC X(30) VALUE SPACES.
000497 77  WS-IL-SEVERITY          PIC X(01) VALUE SPACES.
000498 77  WS-IL-FILE-STATUS       PIC X(02) VALUE SPACES.
000499 77  WS-IL-MESSAGE           PIC X(60) VALUE SPACES.
000500*
000510 PROCEDURE DIVISION.
000520*================================================================
000690     IF WS-MASTER-STATUS NOT = "00" AND NOT = "05"
000700         DISPLAY "TUITION-MAINT: UNABLE TO OPEN MASTER, "
000710             "STATUS = " WS-MASTER-STATUS
000711         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
000712         MOVE "E" TO WS-IL-SEVERITY
000713         MOVE WS-MASTER-STATUS TO WS-IL-FILE-STATUS
000714         MOVE "UNABLE TO OPEN MASTER" TO WS-IL-MESSAGE
000715         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
000720         MOVE "N" TO WS-CONTINUE-SW
000730     END-IF.
000740 1000-INITIALIZE-EXIT.
001920 6100-LIST-ONE-RATE-EXIT.
001930     EXIT.
001940*
001941 8900-LOG-INCIDENT.
001942     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
001943         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
001944         WS-IL-MESSAGE.
001945 8900-LOG-INCIDENT-EXIT.
001946     EXIT.
001947*
001950 9000-TERMINATE.
001960     CLOSE RATE-MASTER.
001970 9000-TERMINATE-EXIT.
