000230*                    studentMaster FOR THE UNLOAD SO AN OPEN
000240*                    MAINTENANCE SESSION CANNOT CHANGE THE
000250*                    MASTER HALF-WAY THROUGH THE SNAPSHOT.
000252*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000254*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000260*================================================================
000270*
000280 ENVIRONMENT DIVISION.
000890 77  WS-FL-HOLDER            PIC X(08) VALUE SPACES.
000900 77  WS-FL-REPLY             PIC X(01) VALUE "Y".
000910 77  WS-FL-INFO              PIC X(40) VALUE SPACES.
000911*----------------------------------------------------------------
000912* INCIDENT LOG CALL FIELDS
000913*----------------------------------------------------------------
000914 77  WS-IL-PROGRAM               PIC X(20) VALUE "STU-UNLOAD".
000915 77  WS-IL-STEP                  PIC X(08) VALUE "STUUNLD".
000916 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
000917 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
000918 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
000919 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
000920*
000930 PROCEDURE DIVISION.
000940*================================================================
001250     IF WS-MASTER-STATUS NOT = "00"
001260         DISPLAY "STU-UNLOAD: CANNOT OPEN STUDENT MASTER, "
001270             "STATUS = " WS-MASTER-STATUS
001271         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001272         MOVE "E" TO WS-IL-SEVERITY
001273         MOVE WS-MASTER-STATUS TO WS-IL-FILE-STATUS
001274         MOVE "CANNOT OPEN STUDENT MASTER" TO WS-IL-MESSAGE
001275         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001280         MOVE "Y" TO WS-MASTER-EOF-SW
001290         MOVE 4 TO RETURN-CODE
001300     ELSE
001340     IF WS-BACKUP-STATUS NOT = "00"
001350         DISPLAY "STU-UNLOAD: CANNOT OPEN BACKUP FILE, "
001360             "STATUS = " WS-BACKUP-STATUS
001361         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001362         MOVE "E" TO WS-IL-SEVERITY
001363         MOVE WS-BACKUP-STATUS TO WS-IL-FILE-STATUS
001364         MOVE "CANNOT OPEN BACKUP FILE" TO WS-IL-MESSAGE
001365         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001370         MOVE "Y" TO WS-MASTER-EOF-SW
001380         MOVE 4 TO RETURN-CODE
001390     ELSE
001730 3000-WRITE-TRAILER-EXIT.
001740     EXIT.
001750*
001751 8900-LOG-INCIDENT.
001752     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
001753         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
001754         WS-IL-MESSAGE.
001755 8900-LOG-INCIDENT-EXIT.
001756     EXIT.
001757*
001760 9000-TERMINATE.
001770     IF WS-FL-HOLDER = "STUUNLD"
001780         MOVE "R" TO WS-FL-FUNCTION
002130     ELSE
002140         DISPLAY "STU-UNLOAD: CANNOT OPEN runStats, "
002150             "STATUS = " WS-STATS-STATUS
002151         MOVE "9100-WRITE-RUN-STATS" TO WS-IL-PARAGRAPH
002152         MOVE "W" TO WS-IL-SEVERITY
002153         MOVE WS-STATS-STATUS TO WS-IL-FILE-STATUS
002154         MOVE "CANNOT OPEN runStats" TO WS-IL-MESSAGE
002155         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
002160     END-IF.
002170 9100-WRITE-RUN-STATS-EXIT.
002180     EXIT.
