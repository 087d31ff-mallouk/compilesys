000180*                    WHOLE SESSION SO THE PAYROLL PASS AND A
000190*                    MAINTENANCE SESSION CANNOT WORK THE FILE
000200*                    AT THE SAME TIME, IN EITHER ORDER.
000202*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000204*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000205*   2026-10-14  RSG  AN ACCOUNT CHANGE NO LONGER REWRITES THE
000206*                    MASTER - IT IS HELD ON pendingChange
000207*                    THROUGH PEND-CHANGE UNTIL A DIFFERENT
000208*                    SUPERVISOR APPROVES IT IN CHG-APPROVE.
000209*   2026-10-15  RSG  DELETING AN ACCOUNT IS HELD ON
000210*                    pendingChange FOR A SECOND SUPERVISOR'S
000211*                    APPROVAL IN CHG-APPROVE, SO A DELETE AND
000212*                    RE-ADD CANNOT GET ROUND THE APPROVAL
000213*                    AN ACCOUNT CHANGE NEEDS.
000214*================================================================
000220*
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000750 77  WS-FL-INFO              PIC X(40) VALUE SPACES.
000760 77  WS-LOCK-HELD-SW         PIC X(01) VALUE "N".
000770     88  WS-LOCK-IS-HELD         VALUE "Y".
000771*----------------------------------------------------------------
000772* PENDING CHANGE CALL FIELDS
000773*----------------------------------------------------------------
000774 77  WS-PC-FILE              PIC X(01) VALUE "B".
000775 77  WS-PC-ACTION            PIC X(01) VALUE "C".
000776 77  WS-PC-KEY               PIC X(20) VALUE SPACES.
000777 77  WS-PC-BEFORE            PIC X(80) VALUE SPACES.
000778 77  WS-PC-AFTER             PIC X(80) VALUE SPACES.
000779 77  WS-PC-EFF-DATE          PIC X(08) VALUE SPACES.
000780 77  WS-PC-REASON            PIC X(03) VALUE SPACES.
000781 77  WS-PC-CHANGE-ID         PIC X(16) VALUE SPACES.
000782 77  WS-PC-REPLY             PIC X(01) VALUE "N".
000783*----------------------------------------------------------------
000784* INCIDENT LOG CALL FIELDS
000785*----------------------------------------------------------------
000786 77  WS-IL-PROGRAM           PIC X(20) VALUE "BANK-MAINT".
000787 77  WS-IL-STEP              PIC X(08) VALUE SPACES.
000788 77  WS-IL-PARAGRAPH         PIC X(30) VALUE SPACES.
000789 77  WS-IL-SEVERITY          PIC X(01) VALUE SPACES.
000790 77  WS-IL-FILE-STATUS       PIC X(02) VALUE SPACES.
000791 77  WS-IL-MESSAGE           PIC X(60) VALUE SPACES.
000792*
000793 PROCEDURE DIVISION.
000800*================================================================
000810* 0000-MAINLINE
000820*================================================================
001130     IF WS-MASTER-STATUS NOT = "00" AND NOT = "05"
001140         DISPLAY "BANK-MAINT: UNABLE TO OPEN MASTER, "
001150             "STATUS = " WS-MASTER-STATUS
001151         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001152         MOVE "E" TO WS-IL-SEVERITY
001153         MOVE WS-MASTER-STATUS TO WS-IL-FILE-STATUS
001154         MOVE "UNABLE TO OPEN MASTER" TO WS-IL-MESSAGE
001155         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001160         MOVE "N" TO WS-CONTINUE-SW
001170     END-IF.
001180     IF WS-CONTINUE-MAINT
001200         IF WS-EMP-STATUS NOT = "00"
001210             DISPLAY "BANK-MAINT: UNABLE TO OPEN "
001220                 "employeeMaster, STATUS = " WS-EMP-STATUS
001221             MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001222             MOVE "E" TO WS-IL-SEVERITY
001223             MOVE WS-EMP-STATUS TO WS-IL-FILE-STATUS
001224             MOVE "UNABLE TO OPEN employeeMaster" TO WS-IL-MESSAGE
001225             PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001230             DISPLAY "BANK-MAINT: RUN EMP-MAINT TO BUILD THE "
001240                 "EMPLOYEE MASTER FIRST"
001250             MOVE "N" TO WS-CONTINUE-SW
001990         INVALID KEY
002000             DISPLAY "NO ACCOUNT FOUND FOR ID " WS-SEARCH-ID
002010         NOT INVALID KEY
002012             MOVE BANK-ACCT-RECORD TO WS-PC-BEFORE
002020             DISPLAY "ENTER NEW ROUTING NUMBER (9 DIGITS): "
002030             ACCEPT BNK-ROUTING
002040             DISPLAY "ENTER NEW ACCOUNT NUMBER: "
002120                 DISPLAY "CHANGE REJECTED, BAD ROUTING, "
002130                     "ACCOUNT, OR TYPE"
002140             ELSE
002142                 PERFORM 4100-HOLD-CHANGE
002144                     THRU 4100-HOLD-CHANGE-EXIT
002260             END-IF
002270     END-READ.
002280 4000-CHANGE-ACCOUNT-EXIT.
002281     EXIT.
002282*
002283*================================================================
002284* 4100-HOLD-CHANGE - WHERE THE PAY GOES IS UNDER DUAL CONTROL. THE
002285* CHANGED ACCOUNT IS WRITTEN TO pendingChange AND THE MASTER IS
002286* LEFT AS IT WAS; CHG-APPROVE APPLIES IT (AND PUTS IT BACK TO
002287* PRENOTE) ONCE A DIFFERENT SUPERVISOR APPROVES. PAY KEEPS GOING
002288* TO THE OLD ACCOUNT UNTIL THEN.
002289*================================================================
002290 4100-HOLD-CHANGE.
002291     IF BANK-ACCT-RECORD (5:27) = WS-PC-BEFORE (5:27)
002292         DISPLAY "NO CHANGE TO ROUTING, ACCOUNT, OR TYPE - "
002293             "NOTHING HELD"
002294         GO TO 4100-HOLD-CHANGE-EXIT
002295     END-IF.
002296*    A CHANGED ACCOUNT MUST PRENOTE AGAIN
002297     MOVE "N" TO BNK-PRENOTE-STATUS.
002298     MOVE SPACES TO BNK-PRENOTE-DATE.
002299     MOVE BANK-ACCT-RECORD TO WS-PC-AFTER.
002300     MOVE BNK-EMP-ID TO WS-PC-KEY.
002301     MOVE "C" TO WS-PC-ACTION.
002302     CALL "PEND-CHANGE" USING WS-PC-FILE WS-PC-ACTION WS-PC-KEY
002303         WS-PC-BEFORE WS-PC-AFTER WS-PC-EFF-DATE WS-PC-REASON
002304         WS-PC-CHANGE-ID WS-PC-REPLY.
002305     IF WS-PC-REPLY = "Y"
002306         DISPLAY "ACCOUNT CHANGE HELD FOR APPROVAL: " BNK-EMP-ID
002307             " CHANGE ID " WS-PC-CHANGE-ID
002308     ELSE
002309         DISPLAY "CHANGE NOT MADE: " BNK-EMP-ID
002310     END-IF.
002311 4100-HOLD-CHANGE-EXIT.
002312     EXIT.
002313*
002314 5000-DELETE-ACCOUNT.
002320     DISPLAY "ENTER EMPLOYEE ID TO DELETE: ".
002330     ACCEPT WS-SEARCH-ID.
002340     MOVE WS-SEARCH-ID TO BNK-EMP-ID.
002360         INVALID KEY
002370             DISPLAY "NO ACCOUNT FOUND FOR ID " WS-SEARCH-ID
002380         NOT INVALID KEY
002382             PERFORM 5100-HOLD-DELETE THRU 5100-HOLD-DELETE-EXIT
002460     END-READ.
002470 5000-DELETE-ACCOUNT-EXIT.
002471     EXIT.
002472*
002473*================================================================
002474* 5100-HOLD-DELETE - TAKING THE ACCOUNT OFF IS UNDER THE SAME DUAL
002475* CONTROL AS CHANGING IT, OR A DELETE AND A FRESH ADD WOULD GET
002476* ROUND THE APPROVAL. THE DELETE IS WRITTEN TO pendingChange AND
002477* CHG-APPROVE DOES IT ONCE A DIFFERENT SUPERVISOR APPROVES. PAY
002478* KEEPS GOING TO THE ACCOUNT UNTIL THEN.
002479*================================================================
002480 5100-HOLD-DELETE.
002481     MOVE BANK-ACCT-RECORD TO WS-PC-BEFORE.
002482     MOVE SPACES TO WS-PC-AFTER.
002483     MOVE BNK-EMP-ID TO WS-PC-KEY.
002484     MOVE "D" TO WS-PC-ACTION.
002485     CALL "PEND-CHANGE" USING WS-PC-FILE WS-PC-ACTION WS-PC-KEY
002486         WS-PC-BEFORE WS-PC-AFTER WS-PC-EFF-DATE WS-PC-REASON
002487         WS-PC-CHANGE-ID WS-PC-REPLY.
002488     IF WS-PC-REPLY = "Y"
002489         DISPLAY "ACCOUNT DELETE HELD FOR APPROVAL: " BNK-EMP-ID
002490             " CHANGE ID " WS-PC-CHANGE-ID
002491     ELSE
002492         DISPLAY "ACCOUNT NOT DELETED: " BNK-EMP-ID
002493     END-IF.
002494 5100-HOLD-DELETE-EXIT.
002495     EXIT.
002496*
002500 6000-LIST-ACCOUNTS.
002510     MOVE "N" TO WS-LIST-EOF-SW.
002520     MOVE ZEROS TO WS-LIST-COUNT.
003030 7000-VERIFY-ACCOUNT-EXIT.
003040     EXIT.
003050*
003051 8900-LOG-INCIDENT.
003052     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
003053         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
003054         WS-IL-MESSAGE.
003055 8900-LOG-INCIDENT-EXIT.
003056     EXIT.
003057*
003060 9000-TERMINATE.
003070     IF WS-LOCK-IS-HELD
003080         MOVE "R" TO WS-FL-FUNCTION
