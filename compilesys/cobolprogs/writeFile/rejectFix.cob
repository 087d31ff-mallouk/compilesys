000206*                    COUNT CARRIED, SO THE NEXT PAYROLL RUN'S
000208*                    REJECT-FILE REWRITE CANNOT LOSE A PENDING
000209*                    CORRECTION.
000211*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000213*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000215*================================================================
000220*
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000880 77  WS-FIXED-COUNT              PIC 9(05) VALUE ZEROS.
000890 77  WS-SKIPPED-COUNT            PIC 9(05) VALUE ZEROS.
000900 77  WS-ESCALATED-COUNT          PIC 9(05) VALUE ZEROS.
000901*----------------------------------------------------------------
000902* INCIDENT LOG CALL FIELDS
000903*----------------------------------------------------------------
000904 77  WS-IL-PROGRAM               PIC X(20) VALUE "REJECT-FIX".
000905 77  WS-IL-STEP                  PIC X(08) VALUE SPACES.
000906 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
000907 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
000908 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
000909 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
000910*
000920 PROCEDURE DIVISION.
000930*================================================================
001220         IF WS-RECYCLE-STATUS NOT = "00"
001230             DISPLAY "REJECT-FIX: CANNOT OPEN payrollRecycle, "
001240                 "STATUS = " WS-RECYCLE-STATUS
001241             MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001242             MOVE "E" TO WS-IL-SEVERITY
001243             MOVE WS-RECYCLE-STATUS TO WS-IL-FILE-STATUS
001244             MOVE "CANNOT OPEN payrollRecycle" TO WS-IL-MESSAGE
001245             PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001250             MOVE "Y" TO WS-REJECT-EOF-SW
001260             MOVE 4 TO RETURN-CODE
001270         END-IF
002000 8000-WRAP-UP-EXIT.
002010     EXIT.
002020*
002021 8900-LOG-INCIDENT.
002022     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
002023         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
002024         WS-IL-MESSAGE.
002025 8900-LOG-INCIDENT-EXIT.
002026     EXIT.
002027*
002030 9000-TERMINATE.
002040     IF WS-REJECT-IS-OPENED
002050         CLOSE REJECT-FILE
