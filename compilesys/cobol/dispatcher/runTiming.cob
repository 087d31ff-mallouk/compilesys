000150*                    THE RUN WHEN THE WHOLE STREAM'S END TIME
000160*                    THREATENS THE ONLINE START-OF-DAY (PARM
000170*                    HHMMSS, DEFAULT 060000).
000172*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000174*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000180*================================================================
000190*
000200 ENVIRONMENT DIVISION.
001180 77  WS-FIRST-SW                 PIC X(01) VALUE "Y".
001190 77  WS-OLDEST-DATE              PIC X(08) VALUE HIGH-VALUES.
001200 77  WS-KEEP-COUNT               PIC 9(03) VALUE ZEROS.
001201*----------------------------------------------------------------
001202* INCIDENT LOG CALL FIELDS
001203*----------------------------------------------------------------
001204 77  WS-IL-PROGRAM               PIC X(20) VALUE "RUN-TIMING".
001205 77  WS-IL-STEP                  PIC X(08) VALUE SPACES.
001206 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
001207 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
001208 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
001209 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
001210*
001220 PROCEDURE DIVISION.
001230*================================================================
001410     IF WS-CONTROL-STATUS NOT = "00"
001420         DISPLAY "RUN-TIMING: CANNOT OPEN runControl, "
001430             "STATUS = " WS-CONTROL-STATUS
001431         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001432         MOVE "E" TO WS-IL-SEVERITY
001433         MOVE WS-CONTROL-STATUS TO WS-IL-FILE-STATUS
001434         MOVE "CANNOT OPEN runControl" TO WS-IL-MESSAGE
001435         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001440         MOVE "Y" TO WS-CONTROL-EOF-SW
001450         MOVE 4 TO RETURN-CODE
001460     ELSE
003740 7000-TIME-TO-SECONDS-EXIT.
003750     EXIT.
003760*
003761 8900-LOG-INCIDENT.
003762     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
003763         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
003764         WS-IL-MESSAGE.
003765 8900-LOG-INCIDENT-EXIT.
003766     EXIT.
003767*
003770 9000-TERMINATE.
003780     IF WS-CONTROL-STATUS = "00" OR = "10"
003790         CLOSE RUN-CONTROL-FILE
