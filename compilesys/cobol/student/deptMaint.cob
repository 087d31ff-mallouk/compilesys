000140*   2026-09-01  RSG  ADD/CHANGE/DELETE NOW WRITE BEFORE/AFTER
000150*                    IMAGES TO THE COMMON maintAudit TRAIL
000160*                    THROUGH THE MAINT-AUDIT SUBPROGRAM.
000162*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000164*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000170*================================================================
000180*
000190 ENVIRONMENT DIVISION.
000560 77  WS-MA-KEY               PIC X(20) VALUE SPACES.
000570 77  WS-MA-BEFORE            PIC X(80) VALUE SPACES.
000580 77  WS-MA-AFTER             PIC X(80) VALUE SPACES.
000581*----------------------------------------------------------------
000582* INCIDENT LOG CALL FIELDS
000583*----------------------------------------------------------------
000584 77  WS-IL-PROGRAM           PIC X(20) VALUE "DEPT-MAINT".
000585 77  WS-IL-STEP              PIC X(08) VALUE SPACES.
000586 77  WS-IL-PARAGRAPH         PIC X(30) VALUE SPACES.
000587 77  WS-IL-SEVERITY          PIC X(01) VALUE SPACES.
000588 77  WS-IL-FILE-STATUS       PIC X(02) VALUE SPACES.
000589 77  WS-IL-MESSAGE           PIC X(60) VALUE SPACES.
000590*
000600 PROCEDURE DIVISION.
000610*================================================================
000780     IF WS-MASTER-STATUS NOT = "00" AND NOT = "05"
000790         DISPLAY "DEPT-MAINT: UNABLE TO OPEN MASTER, "
000800             "STATUS = " WS-MASTER-STATUS
000801         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
000802         MOVE "E" TO WS-IL-SEVERITY
000803         MOVE WS-MASTER-STATUS TO WS-IL-FILE-STATUS
000804         MOVE "UNABLE TO OPEN MASTER" TO WS-IL-MESSAGE
000805         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
000810         MOVE "N" TO WS-CONTINUE-SW
000820     END-IF.
000830 1000-INITIALIZE-EXIT.
002120 8500-WRITE-MAINT-AUDIT-EXIT.
002130     EXIT.
002140*
002141 8900-LOG-INCIDENT.
002142     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
002143         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
002144         WS-IL-MESSAGE.
002145 8900-LOG-INCIDENT-EXIT.
002146     EXIT.
002147*
002150 9000-TERMINATE.
002160     CLOSE DEPT-MASTER.
002170 9000-TERMINATE-EXIT.
