000280*                    AND SINCE WHEN INSTEAD OF READING A
000290*                    HALF-UPDATED FILE (THE LOOKUP ONLY
000300*                    CHECKS, IT TAKES NO HOLD OF ITS OWN).
000302*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000304*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000310*================================================================
000320*
000330 ENVIRONMENT DIVISION.
001040 77  WS-FL-HOLDER            PIC X(08) VALUE SPACES.
001050 77  WS-FL-REPLY             PIC X(01) VALUE "Y".
001060 77  WS-FL-INFO              PIC X(40) VALUE SPACES.
001061*----------------------------------------------------------------
001062* INCIDENT LOG CALL FIELDS
001063*----------------------------------------------------------------
001064 77  WS-IL-PROGRAM           PIC X(20) VALUE
001065         "STUDENT-LOOKUP".
001066 77  WS-IL-STEP              PIC X(08) VALUE SPACES.
001067 77  WS-IL-PARAGRAPH         PIC X(30) VALUE SPACES.
001068 77  WS-IL-SEVERITY          PIC X(01) VALUE SPACES.
001069 77  WS-IL-FILE-STATUS       PIC X(02) VALUE SPACES.
001070 77  WS-IL-MESSAGE           PIC X(60) VALUE SPACES.
001071*
001080 PROCEDURE DIVISION.
001090*================================================================
001100* 0000-MAINLINE
001340     IF WS-MASTER-STATUS NOT = "00" AND NOT = "05"
001350         DISPLAY "STUDENT-LOOKUP: UNABLE TO OPEN MASTER, "
001360             "STATUS = " WS-MASTER-STATUS
001361         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001362         MOVE "E" TO WS-IL-SEVERITY
001363         MOVE WS-MASTER-STATUS TO WS-IL-FILE-STATUS
001364         MOVE "UNABLE TO OPEN MASTER" TO WS-IL-MESSAGE
001365         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001370         MOVE "N" TO WS-MORE-LOOKUPS-SW
001380     END-IF.
001390     OPEN INPUT SESSION-FILE.
002940 2150-LOG-OVERRIDE-EXIT.
002950     EXIT.
002960*
002961 8900-LOG-INCIDENT.
002962     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
002963         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
002964         WS-IL-MESSAGE.
002965 8900-LOG-INCIDENT-EXIT.
002966     EXIT.
002967*
002970 9000-TERMINATE.
002980     CLOSE STUDENT-MASTER.
002990     IF WS-FERPA-STATUS = "00"
