000120*                    DATE, BLANK DATE = STANDING DEFAULT) THE
000130*                    BATCH PROGRAMS READ THROUGH PARM-FETCH
000140*                    INSTEAD OF PROMPTING THE CONSOLE.
000142*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000144*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000150*================================================================
000160*
000170 ENVIRONMENT DIVISION.
000500 77  WS-LIST-EOF-SW          PIC X(01) VALUE "N".
000510     88  WS-END-OF-LIST          VALUE "Y".
000520 77  WS-LIST-COUNT           PIC 9(05) VALUE ZEROS.
000521*----------------------------------------------------------------
000522* INCIDENT LOG CALL FIELDS
000523*----------------------------------------------------------------
000524 77  WS-IL-PROGRAM           PIC X(20) VALUE "PARM-MAINT".
000525 77  WS-IL-STEP              PIC X(08) VALUE SPACES.
000526 77  WS-IL-PARAGRAPH         PIC X(30) VALUE SPACES.
000527 77  WS-IL-SEVERITY          PIC X(01) VALUE SPACES.
000528 77  WS-IL-FILE-STATUS       PIC X(02) VALUE SPACES.
000529 77  WS-IL-MESSAGE           PIC X(60) VALUE SPACES.
000530*
000540 PROCEDURE DIVISION.
000550*================================================================
000720     IF WS-MASTER-STATUS NOT = "00" AND NOT = "05"
000730         DISPLAY "PARM-MAINT: UNABLE TO OPEN MASTER, "
000740             "STATUS = " WS-MASTER-STATUS
000741         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
000742         MOVE "E" TO WS-IL-SEVERITY
000743         MOVE WS-MASTER-STATUS TO WS-IL-FILE-STATUS
000744         MOVE "UNABLE TO OPEN MASTER" TO WS-IL-MESSAGE
000745         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
000750         MOVE "N" TO WS-CONTINUE-SW
000760     END-IF.
000770 1000-INITIALIZE-EXIT.
001960 6100-LIST-ONE-PARM-EXIT.
001970     EXIT.
001980*
001981 8900-LOG-INCIDENT.
001982     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
001983         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
001984         WS-IL-MESSAGE.
001985 8900-LOG-INCIDENT-EXIT.
001986     EXIT.
001987*
001990 9000-TERMINATE.
002000     CLOSE PARAM-MASTER.
002010 9000-TERMINATE-EXIT.
