000210*                    LAST AND 10-CHAR FIRST NAMES ACROSS THE
000220*                    MASTERS AND FEEDS (NAME-CONV CONVERTS THE
000230*                    OLD FILES).
000232*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000234*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000240*================================================================
000250*
000260 ENVIRONMENT DIVISION.
001340 77  WS-RC-REPLY                 PIC X(01) VALUE "Y".
001350 77  WS-RUN-BLOCKED-SW           PIC X(01) VALUE "N".
001360     88  WS-RUN-BLOCKED              VALUE "Y".
001361*----------------------------------------------------------------
001362* INCIDENT LOG CALL FIELDS
001363*----------------------------------------------------------------
001364 77  WS-IL-PROGRAM               PIC X(20) VALUE "PAY-MERGE".
001365 77  WS-IL-STEP                  PIC X(08) VALUE "PAYMERGE".
001366 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
001367 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
001368 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
001369 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
001370*
001380 PROCEDURE DIVISION.
001390*================================================================
001730     IF WS-IN-FILE-STATUS NOT = "00"
001740         DISPLAY "PAY-MERGE: CANNOT OPEN outputData, STATUS = "
001750             WS-IN-FILE-STATUS
001751         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001752         MOVE "E" TO WS-IL-SEVERITY
001753         MOVE WS-IN-FILE-STATUS TO WS-IL-FILE-STATUS
001754         MOVE "CANNOT OPEN outputData" TO WS-IL-MESSAGE
001755         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001760         MOVE 4 TO RETURN-CODE
001770         MOVE "Y" TO WS-EOF-SW
001780     END-IF.
001810         IF WS-MASTER-STATUS NOT = "00"
001820             DISPLAY "PAY-MERGE: CANNOT OPEN STUDENT MASTER, "
001830                 "STATUS = " WS-MASTER-STATUS
001831             MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001832             MOVE "E" TO WS-IL-SEVERITY
001833             MOVE WS-MASTER-STATUS TO WS-IL-FILE-STATUS
001834             MOVE "CANNOT OPEN STUDENT MASTER" TO WS-IL-MESSAGE
001835             PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001840             MOVE 4 TO RETURN-CODE
001850             MOVE "Y" TO WS-EOF-SW
001860         ELSE
002410 2300-WRITE-MATCH-TOTAL-EXIT.
002420     EXIT.
002430*
002431 8900-LOG-INCIDENT.
002432     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
002433         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
002434         WS-IL-MESSAGE.
002435 8900-LOG-INCIDENT-EXIT.
002436     EXIT.
002437*
002440 9000-TERMINATE.
002450     IF WS-RUN-BLOCKED
002460         GO TO 9000-TERMINATE-EXIT
002810     ELSE
002820         DISPLAY "PAY-MERGE: CANNOT OPEN runStats, "
002830             "STATUS = " WS-STATS-STATUS
002831         MOVE "9100-WRITE-RUN-STATS" TO WS-IL-PARAGRAPH
002832         MOVE "W" TO WS-IL-SEVERITY
002833         MOVE WS-STATS-STATUS TO WS-IL-FILE-STATUS
002834         MOVE "CANNOT OPEN runStats" TO WS-IL-MESSAGE
002835         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
002840     END-IF.
002850 9100-WRITE-RUN-STATS-EXIT.
002860     EXIT.
