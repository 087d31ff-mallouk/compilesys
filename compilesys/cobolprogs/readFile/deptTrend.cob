000120*                    PRIOR RUN AND THE SAME TERM LAST YEAR,
000130*                    SHOWING HEADCOUNT AND CREDIT-HOUR DELTAS
000140*                    BY DEPARTMENT WITH PERCENTAGE CHANGE.
000142*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000144*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000150*================================================================
000160*
000170 ENVIRONMENT DIVISION.
001230     88  WS-SECTION-LASTYEAR         VALUE "L".
001240 77  WS-DELTA                    PIC S9(07) VALUE ZEROS.
001250 77  WS-PCT                      PIC S9(04)V9 VALUE ZEROS.
001251*----------------------------------------------------------------
001252* INCIDENT LOG CALL FIELDS
001253*----------------------------------------------------------------
001254 77  WS-IL-PROGRAM               PIC X(20) VALUE "DEPT-TREND".
001255 77  WS-IL-STEP                  PIC X(08) VALUE SPACES.
001256 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
001257 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
001258 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
001259 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
001260*
001270 PROCEDURE DIVISION.
001280*================================================================
001400     IF WS-HISTORY-STATUS NOT = "00"
001410         DISPLAY "DEPT-TREND: CANNOT OPEN deptHistory, "
001420             "STATUS = " WS-HISTORY-STATUS
001421         MOVE "1000-LOAD-HISTORY" TO WS-IL-PARAGRAPH
001422         MOVE "E" TO WS-IL-SEVERITY
001423         MOVE WS-HISTORY-STATUS TO WS-IL-FILE-STATUS
001424         MOVE "CANNOT OPEN deptHistory" TO WS-IL-MESSAGE
001425         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001430         MOVE "Y" TO WS-HISTORY-EOF-SW
001440         MOVE 4 TO RETURN-CODE
001450     END-IF.
003180 3300-FIND-BASE-ROW-EXIT.
003190     EXIT.
003200*
003201 8900-LOG-INCIDENT.
003202     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
003203         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
003204         WS-IL-MESSAGE.
003205 8900-LOG-INCIDENT-EXIT.
003206     EXIT.
003207*
003210 9000-TERMINATE.
003220     IF WS-HISTORY-STATUS = "00" OR = "10"
003230         CLOSE HISTORY-FILE
