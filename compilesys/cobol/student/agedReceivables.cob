000150*                    (CODE BF) IS PLACED ON holdMaster FOR
000160*                    EVERY OVER-90 BALANCE, GIVING THE HOLD
000170*                    FILE ITS RECEIVABLES DATA SOURCE.
000172*   2026-10-14  RSG  PAYMENTS NOW SPLIT INTO AID AND CASH ON
000174*                    EACH OPEN BALANCE, WITH RUN TOTALS OF AID
000176*                    CREDITS AND CASH RECEIPTS ACROSS THE FILE.
000177*   2026-10-14  RSG  OPEN BALANCE ADDS BACK AMOUNTS REFUNDED
000178*                    BY CHECK THROUGH STU-REFUND.
000180*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000182*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000183*   2026-10-14  RSG  EMPLOYEE TUITION REMISSION CREDITS ARE
000184*                    LEFT OUT OF CASH PAID AND TOTALLED ON
000185*                    THEIR OWN LINE.
000186*   2026-10-15  RSG  CASH PAID AND ITS TOTAL PRINT SIGNED -
000187*                    AID OVER RECEIPTS SHOWS AS A NEGATIVE.
000188*================================================================
000190*
000200 ENVIRONMENT DIVISION.
000210 CONFIGURATION SECTION.
000650     05  FILLER                  PIC X(08) VALUE "TERM".
000660     05  FILLER                  PIC X(10) VALUE "BILLED".
000670     05  FILLER                  PIC X(12) VALUE "BALANCE".
000680     05  FILLER                  PIC X(10) VALUE "BUCKET".
000682     05  FILLER                  PIC X(12) VALUE "AID PAID".
000684     05  FILLER                  PIC X(10) VALUE "CASH PAID".
000690 01  WS-DETAIL-LINE.
000700     05  DTL-ID-NUMBER           PIC X(04).
000710     05  FILLER                  PIC X(07) VALUE SPACES.
000760     05  DTL-BALANCE             PIC ZZZZZZ9.99.
000770     05  FILLER                  PIC X(02) VALUE SPACES.
000780     05  DTL-BUCKET              PIC X(08).
000782     05  FILLER                  PIC X(02) VALUE SPACES.
000784     05  DTL-AID-PAID            PIC ZZZZZZ9.99.
000786     05  FILLER                  PIC X(02) VALUE SPACES.
000788     05  DTL-CASH-PAID           PIC -ZZZZZZ9.99.
000790 01  WS-BUCKET-LINE.
000800     05  BKT-LABEL               PIC X(14).
000802     05  BKT-AMOUNT              PIC -ZZZZZZZZ9.99.
000820*----------------------------------------------------------------
000830* CONTROL FIELDS
000840*----------------------------------------------------------------
001060 77  WS-BUCKET-31-60             PIC 9(09)V99 VALUE ZEROS.
001070 77  WS-BUCKET-61-90             PIC 9(09)V99 VALUE ZEROS.
001080 77  WS-BUCKET-OVER-90           PIC 9(09)V99 VALUE ZEROS.
001082 77  WS-CASH-PAID                PIC S9(08)V99 VALUE ZEROS.
001084 77  WS-TOTAL-AID                PIC 9(09)V99 VALUE ZEROS.
001085 77  WS-TOTAL-REMIT              PIC 9(09)V99 VALUE ZEROS.
001086 77  WS-TOTAL-CASH               PIC S9(09)V99 VALUE ZEROS.
001090 77  WS-OPEN-COUNT               PIC 9(07) VALUE ZEROS.
001100 77  WS-HOLDS-PLACED             PIC 9(05) VALUE ZEROS.
001101*----------------------------------------------------------------
001102* INCIDENT LOG CALL FIELDS
001103*----------------------------------------------------------------
001104 77  WS-IL-PROGRAM               PIC X(20) VALUE "AGED-AR".
001105 77  WS-IL-STEP                  PIC X(08) VALUE SPACES.
001106 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
001107 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
001108 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
001109 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
001110*
001120 PROCEDURE DIVISION.
001130*================================================================
001390     IF WS-BILLING-STATUS NOT = "00"
001400         DISPLAY "AGED-AR: CANNOT OPEN studentBilling, "
001410             "STATUS = " WS-BILLING-STATUS
001411         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001412         MOVE "E" TO WS-IL-SEVERITY
001413         MOVE WS-BILLING-STATUS TO WS-IL-FILE-STATUS
001414         MOVE "CANNOT OPEN studentBilling" TO WS-IL-MESSAGE
001415         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001420         MOVE "Y" TO WS-BILLING-EOF-SW
001430         MOVE 4 TO RETURN-CODE
001440     END-IF.
001550             DISPLAY "AGED-AR: CANNOT OPEN holdMaster, "
001560                 "STATUS = " WS-HOLD-STATUS
001570                 " - NO HOLDS PLACED THIS RUN"
001571             MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001572             MOVE "E" TO WS-IL-SEVERITY
001573             MOVE WS-HOLD-STATUS TO WS-IL-FILE-STATUS
001574             MOVE "CANNOT OPEN holdMaster" TO WS-IL-MESSAGE
001575             PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001580             MOVE "N" TO WS-PLACE-HOLDS-SW
001590         END-IF
001600     END-IF.
001780             MOVE "Y" TO WS-BILLING-EOF-SW
001790             GO TO 2000-AGE-ONE-CHARGE-EXIT
001800     END-READ.
001801     IF BIL-AID-AMOUNT NOT NUMERIC
001802         MOVE ZEROS TO BIL-AID-AMOUNT
001803     END-IF.
001805     IF BIL-REMIT-AMOUNT NOT NUMERIC
001807         MOVE ZEROS TO BIL-REMIT-AMOUNT
001809     END-IF.
001811*    EMPLOYEE TUITION REMISSION IS A CREDIT, NOT CASH RECEIVED
001813     COMPUTE WS-CASH-PAID = BIL-PAID-AMOUNT - BIL-AID-AMOUNT
001815         - BIL-REMIT-AMOUNT.
001817     ADD BIL-AID-AMOUNT TO WS-TOTAL-AID.
001819     ADD BIL-REMIT-AMOUNT TO WS-TOTAL-REMIT.
001821     ADD WS-CASH-PAID TO WS-TOTAL-CASH.
001823     COMPUTE WS-BALANCE =
001825         BIL-CHARGE-AMOUNT - BIL-PAID-AMOUNT
001827         + BIL-REFUND-AMOUNT.
001830     IF WS-BALANCE NOT > ZEROS
001840         GO TO 2000-AGE-ONE-CHARGE-EXIT
001850     END-IF.
001930     MOVE BIL-TERM-CODE TO DTL-TERM-CODE.
001940     MOVE BIL-BILL-DATE TO DTL-BILL-DATE.
001950     MOVE WS-BALANCE TO DTL-BALANCE.
001952     MOVE BIL-AID-AMOUNT TO DTL-AID-PAID.
001954     MOVE WS-CASH-PAID TO DTL-CASH-PAID.
001960     EVALUATE TRUE
001970         WHEN WS-AGE-DAYS NOT > 30
001980             MOVE "0-30" TO DTL-BUCKET
002610     MOVE "OVER 90 DAYS: " TO BKT-LABEL.
002620     MOVE WS-BUCKET-OVER-90 TO BKT-AMOUNT.
002630     WRITE RPT-LINE FROM WS-BUCKET-LINE AFTER ADVANCING 1 LINE.
002631     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
002632     MOVE "AID CREDITS:  " TO BKT-LABEL.
002633     MOVE WS-TOTAL-AID TO BKT-AMOUNT.
002634     WRITE RPT-LINE FROM WS-BUCKET-LINE AFTER ADVANCING 1 LINE.
002636     MOVE "REMISSION:    " TO BKT-LABEL.
002638     MOVE WS-TOTAL-REMIT TO BKT-AMOUNT.
002640     WRITE RPT-LINE FROM WS-BUCKET-LINE AFTER ADVANCING 1 LINE.
002642     MOVE "CASH RECEIVED:" TO BKT-LABEL.
002644     MOVE WS-TOTAL-CASH TO BKT-AMOUNT.
002646     WRITE RPT-LINE FROM WS-BUCKET-LINE AFTER ADVANCING 1 LINE.
002648     DISPLAY "AGED-AR: OPEN BALANCES = " WS-OPEN-COUNT.
002650     IF WS-PLACE-HOLDS
002660         DISPLAY "AGED-AR: FINANCIAL HOLDS PLACED = "
002670             WS-HOLDS-PLACED
002690 8000-WRITE-BUCKETS-EXIT.
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
002730     IF WS-BILLING-STATUS = "00" OR = "10"
002740         CLOSE BILLING-FILE
