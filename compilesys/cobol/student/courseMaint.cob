000130*   2026-09-01  RSG  ADD/CHANGE/DELETE NOW WRITE BEFORE/AFTER
000140*                    IMAGES TO THE COMMON maintAudit TRAIL
000150*                    THROUGH THE MAINT-AUDIT SUBPROGRAM.
000152*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000154*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000160*================================================================
000170*
000180 ENVIRONMENT DIVISION.
000550 77  WS-MA-KEY               PIC X(20) VALUE SPACES.
000560 77  WS-MA-BEFORE            PIC X(80) VALUE SPACES.
000570 77  WS-MA-AFTER             PIC X(80) VALUE SPACES.
000571*----------------------------------------------------------------
000572* INCIDENT LOG CALL FIELDS
000573*----------------------------------------------------------------
000574 77  WS-IL-PROGRAM           PIC X(20) VALUE "COURSE-MAINT".
000575 77  WS-IL-STEP              PIC X(08) VALUE SPACES.
000576 77  WS-IL-PARAGRAPH         PIC X(30) VALUE SPACES.
000577 77  WS-IL-SEVERITY          PIC X(01) VALUE SPACES.
000578 77  WS-IL-FILE-STATUS       PIC X(02) VALUE SPACES.
000579 77  WS-IL-MESSAGE           PIC X(60) VALUE SPACES.
000580*
000590 PROCEDURE DIVISION.
000600*================================================================
000770     IF WS-MASTER-STATUS NOT = "00" AND NOT = "05"
000780         DISPLAY "COURSE-MAINT: UNABLE TO OPEN MASTER, "
000790             "STATUS = " WS-MASTER-STATUS
000791         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
000792         MOVE "E" TO WS-IL-SEVERITY
000793         MOVE WS-MASTER-STATUS TO WS-IL-FILE-STATUS
000794         MOVE "UNABLE TO OPEN MASTER" TO WS-IL-MESSAGE
000795         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
000800         MOVE "N" TO WS-CONTINUE-SW
000810     END-IF.
000820 1000-INITIALIZE-EXIT.
002350 8500-WRITE-MAINT-AUDIT-EXIT.
002360     EXIT.
002370*
002371 8900-LOG-INCIDENT.
002372     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
002373         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
002374         WS-IL-MESSAGE.
002375 8900-LOG-INCIDENT-EXIT.
002376     EXIT.
002377*
002380 9000-TERMINATE.
002390     CLOSE COURSE-MASTER.
002400 9000-TERMINATE-EXIT.
