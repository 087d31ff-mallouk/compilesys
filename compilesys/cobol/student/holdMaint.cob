000130*                    holdLog WITH THE OPERATOR ID FROM THE
000140*                    SIGN-ON SESSION; OPERATOR AUTHORITY
000150*                    (LEVEL 2) IS REQUIRED.
000152*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000154*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000160*================================================================
000170*
000180 ENVIRONMENT DIVISION.
000820 77  WS-OPERATOR-ID          PIC X(10) VALUE SPACES.
000830 77  WS-SYSTEM-DATE          PIC 9(08) VALUE ZEROS.
000840 77  WS-SYSTEM-TIME          PIC 9(08) VALUE ZEROS.
000841*----------------------------------------------------------------
000842* INCIDENT LOG CALL FIELDS
000843*----------------------------------------------------------------
000844 77  WS-IL-PROGRAM           PIC X(20) VALUE "HOLD-MAINT".
000845 77  WS-IL-STEP              PIC X(08) VALUE SPACES.
000846 77  WS-IL-PARAGRAPH         PIC X(30) VALUE SPACES.
000847 77  WS-IL-SEVERITY          PIC X(01) VALUE SPACES.
000848 77  WS-IL-FILE-STATUS       PIC X(02) VALUE SPACES.
000849 77  WS-IL-MESSAGE           PIC X(60) VALUE SPACES.
000850*
000860 PROCEDURE DIVISION.
000870*================================================================
001290     IF WS-MASTER-STATUS NOT = "00" AND NOT = "05"
001300         DISPLAY "HOLD-MAINT: UNABLE TO OPEN MASTER, "
001310             "STATUS = " WS-MASTER-STATUS
001311         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001312         MOVE "E" TO WS-IL-SEVERITY
001313         MOVE WS-MASTER-STATUS TO WS-IL-FILE-STATUS
001314         MOVE "UNABLE TO OPEN MASTER" TO WS-IL-MESSAGE
001315         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001320         MOVE "N" TO WS-CONTINUE-SW
001330         GO TO 1000-INITIALIZE-EXIT
001340     END-IF.
002590 7000-WRITE-LOG-EXIT.
002600     EXIT.
002610*
002611 8900-LOG-INCIDENT.
002612     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
002613         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
002614         WS-IL-MESSAGE.
002615 8900-LOG-INCIDENT-EXIT.
002616     EXIT.
002617*
002620 9000-TERMINATE.
002630     IF WS-MASTER-STATUS = "00" OR = "05" OR = "10"
002640         CLOSE HOLD-MASTER
