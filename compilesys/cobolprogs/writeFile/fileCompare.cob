000220*                    PICKS outputData.Gdate FILES; WITH NO
000230*                    PARM THE HAND-COPIED outputDataOld/New
000240*                    PAIR IS COMPARED AS BEFORE.
000242*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000244*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000250*================================================================
000260*
000270 ENVIRONMENT DIVISION.
001470 77  WS-NEW-NAME                 PIC X(40)
001480     VALUE "outputDataNew".
001490 77  WS-GEN-PARM                 PIC X(17) VALUE SPACES.
001491*----------------------------------------------------------------
001492* INCIDENT LOG CALL FIELDS
001493*----------------------------------------------------------------
001494 77  WS-IL-PROGRAM               PIC X(20) VALUE "FILE-COMPARE".
001495 77  WS-IL-STEP                  PIC X(08) VALUE SPACES.
001496 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
001497 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
001498 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
001499 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
001500*
001510 PROCEDURE DIVISION.
001520*================================================================
001820     IF WS-OLD-STATUS NOT = "00"
001830         DISPLAY "FILE-COMPARE: CANNOT OPEN outputDataOld, "
001840             "STATUS = " WS-OLD-STATUS
001841         MOVE "1000-LOAD-OLD-FILE" TO WS-IL-PARAGRAPH
001842         MOVE "E" TO WS-IL-SEVERITY
001843         MOVE WS-OLD-STATUS TO WS-IL-FILE-STATUS
001844         MOVE "CANNOT OPEN outputDataOld" TO WS-IL-MESSAGE
001845         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001850         MOVE "Y" TO WS-OLD-EOF-SW
001860         MOVE 4 TO RETURN-CODE
001870     END-IF.
002240     IF WS-NEW-STATUS NOT = "00"
002250         DISPLAY "FILE-COMPARE: CANNOT OPEN outputDataNew, "
002260             "STATUS = " WS-NEW-STATUS
002261         MOVE "2000-COMPARE-NEW-FILE" TO WS-IL-PARAGRAPH
002262         MOVE "E" TO WS-IL-SEVERITY
002263         MOVE WS-NEW-STATUS TO WS-IL-FILE-STATUS
002264         MOVE "CANNOT OPEN outputDataNew" TO WS-IL-MESSAGE
002265         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
002270         MOVE "Y" TO WS-NEW-EOF-SW
002280         MOVE 4 TO RETURN-CODE
002290     END-IF.
003840 4000-WRITE-COUNTS-EXIT.
003850     EXIT.
003860*
003861 8900-LOG-INCIDENT.
003862     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
003863         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
003864         WS-IL-MESSAGE.
003865 8900-LOG-INCIDENT-EXIT.
003866     EXIT.
003867*
003870 9000-TERMINATE.
003880     IF WS-OLD-STATUS = "00" OR = "10"
003890         CLOSE OLD-FILE
