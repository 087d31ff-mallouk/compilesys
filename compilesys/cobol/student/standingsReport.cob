000214*                    PARAMETER MASTER (STEP STANDRPT) WHEN NO
000216*                    COMMAND-LINE PARM IS GIVEN - THE CONSOLE
000218*                    PROMPT IS THE LAST RESORT ONLY.
000220*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000222*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000224*================================================================
000230*
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
001670 77  WS-OPERATOR-ID              PIC X(10) VALUE SPACES.
001680 77  WS-SYSTEM-TIME              PIC 9(08) VALUE ZEROS.
001690 77  WS-MASKED-COUNT             PIC 9(05) VALUE ZEROS.
001691*----------------------------------------------------------------
001692* INCIDENT LOG CALL FIELDS
001693*----------------------------------------------------------------
001694 77  WS-IL-PROGRAM               PIC X(20) VALUE
001695         "STANDINGS-REPORT".
001696 77  WS-IL-STEP                  PIC X(08) VALUE "STANDRPT".
001697 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
001698 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
001699 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
001700 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
001701*
001710 PROCEDURE DIVISION.
001720*================================================================
001730* 0000-MAINLINE
002440     IF WS-MASTER-STATUS NOT = "00"
002450         DISPLAY "STANDINGS-REPORT: CANNOT OPEN STUDENT "
002460             "MASTER, STATUS = " WS-MASTER-STATUS
002461         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
002462         MOVE "E" TO WS-IL-SEVERITY
002463         MOVE WS-MASTER-STATUS TO WS-IL-FILE-STATUS
002464         MOVE "CANNOT OPEN STUDENT MASTER" TO WS-IL-MESSAGE
002465         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
002470         MOVE "Y" TO WS-MASTER-EOF-SW
002480         MOVE 4 TO RETURN-CODE
002490     END-IF.
004120 4300-WRITE-DEPT-HEADER-EXIT.
004130     EXIT.
004140*
004141 8900-LOG-INCIDENT.
004142     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
004143         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
004144         WS-IL-MESSAGE.
004145 8900-LOG-INCIDENT-EXIT.
004146     EXIT.
004147*
004150 9000-TERMINATE.
004160     IF WS-MASTER-STATUS = "00" OR = "10"
004170         CLOSE STUDENT-MASTER
