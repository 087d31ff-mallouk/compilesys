000120*                    IS APPENDED TO paymentLog WITH THE
000130*                    OPERATOR ID FROM THE SIGN-ON SESSION.
000140*                    OPERATOR AUTHORITY (LEVEL 2) IS REQUIRED.
000142*   2026-10-14  RSG  BALANCE NOW ADDS BACK ANY AMOUNT ALREADY
000144*                    REFUNDED BY CHECK THROUGH STU-REFUND.
000146*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000148*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000150*================================================================
000160*
000170 ENVIRONMENT DIVISION.
000800 77  WS-SYSTEM-DATE          PIC 9(08) VALUE ZEROS.
000810 77  WS-SYSTEM-TIME          PIC 9(08) VALUE ZEROS.
000820 77  WS-POSTED-COUNT         PIC 9(05) VALUE ZEROS.
000821*----------------------------------------------------------------
000822* INCIDENT LOG CALL FIELDS
000823*----------------------------------------------------------------
000824 77  WS-IL-PROGRAM           PIC X(20) VALUE "PAYMENT-POST".
000825 77  WS-IL-STEP              PIC X(08) VALUE SPACES.
000826 77  WS-IL-PARAGRAPH         PIC X(30) VALUE SPACES.
000827 77  WS-IL-SEVERITY          PIC X(01) VALUE SPACES.
000828 77  WS-IL-FILE-STATUS       PIC X(02) VALUE SPACES.
000829 77  WS-IL-MESSAGE           PIC X(60) VALUE SPACES.
000830*
000840 PROCEDURE DIVISION.
000850*================================================================
001220     IF WS-BILLING-STATUS NOT = "00" AND NOT = "05"
001230         DISPLAY "PAYMENT-POST: CANNOT OPEN studentBilling, "
001240             "STATUS = " WS-BILLING-STATUS
001241         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001242         MOVE "E" TO WS-IL-SEVERITY
001243         MOVE WS-BILLING-STATUS TO WS-IL-FILE-STATUS
001244         MOVE "CANNOT OPEN studentBilling" TO WS-IL-MESSAGE
001245         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001250         DISPLAY "PAYMENT-POST: RUN BILLING-RUN TO BUILD THE "
001260             "BILLING FILE FIRST"
001270         MOVE "N" TO WS-CONTINUE-SW
001830                         THRU 3100-LOG-PAYMENT-EXIT
001840                     COMPUTE WS-BALANCE =
001850                         BIL-CHARGE-AMOUNT - BIL-PAID-AMOUNT
001852                         + BIL-REFUND-AMOUNT
001860                     MOVE WS-BALANCE TO WS-BALANCE-OUT
001870                     DISPLAY "PAYMENT POSTED - BALANCE NOW "
001880                         WS-BALANCE-OUT
002160         NOT INVALID KEY
002170             COMPUTE WS-BALANCE =
002180                 BIL-CHARGE-AMOUNT - BIL-PAID-AMOUNT
002182                 + BIL-REFUND-AMOUNT
002190             MOVE WS-BALANCE TO WS-BALANCE-OUT
002200             DISPLAY "CHARGE " BIL-CHARGE-AMOUNT
002210                 " PAID " BIL-PAID-AMOUNT
002212                 " REFUNDED " BIL-REFUND-AMOUNT
002220                 " BALANCE " WS-BALANCE-OUT
002230                 " BILLED " BIL-BILL-DATE
002240     END-READ.
002250 4000-SHOW-BALANCE-EXIT.
002260     EXIT.
002270*
002271 8900-LOG-INCIDENT.
002272     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
002273         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
002274         WS-IL-MESSAGE.
002275 8900-LOG-INCIDENT-EXIT.
002276     EXIT.
002277*
002280 9000-TERMINATE.
002290     DISPLAY "PAYMENT-POST: PAYMENTS POSTED = "
002300         WS-POSTED-COUNT.
