000190*                    BY REPEATED SIGN-ON FAILURES; ADD AND
000200*                    CHANGE NOW STAMP THE PASSWORD CHANGE
000210*                    DATE AND CLEAR THE FAILURE COUNT.
000212*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000214*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000220*================================================================
000230*
000240 ENVIRONMENT DIVISION.
000770 77  WS-MA-KEY               PIC X(20) VALUE SPACES.
000780 77  WS-MA-BEFORE            PIC X(80) VALUE SPACES.
000790 77  WS-MA-AFTER             PIC X(80) VALUE SPACES.
000791*----------------------------------------------------------------
000792* INCIDENT LOG CALL FIELDS
000793*----------------------------------------------------------------
000794 77  WS-IL-PROGRAM           PIC X(20) VALUE "OPER-MAINT".
000795 77  WS-IL-STEP              PIC X(08) VALUE SPACES.
000796 77  WS-IL-PARAGRAPH         PIC X(30) VALUE SPACES.
000797 77  WS-IL-SEVERITY          PIC X(01) VALUE SPACES.
000798 77  WS-IL-FILE-STATUS       PIC X(02) VALUE SPACES.
000799 77  WS-IL-MESSAGE           PIC X(60) VALUE SPACES.
000800*
000810 PROCEDURE DIVISION.
000820*================================================================
001160     IF WS-MASTER-STATUS NOT = "00" AND NOT = "05"
001170         DISPLAY "OPER-MAINT: UNABLE TO OPEN MASTER, "
001180             "STATUS = " WS-MASTER-STATUS
001181         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001182         MOVE "E" TO WS-IL-SEVERITY
001183         MOVE WS-MASTER-STATUS TO WS-IL-FILE-STATUS
001184         MOVE "UNABLE TO OPEN MASTER" TO WS-IL-MESSAGE
001185         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001190         MOVE "N" TO WS-CONTINUE-SW
001200     END-IF.
001210 1000-INITIALIZE-EXIT.
003490 8500-WRITE-MAINT-AUDIT-EXIT.
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
003530     CLOSE OPERATOR-MASTER.
003540 9000-TERMINATE-EXIT.
