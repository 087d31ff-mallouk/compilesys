000230*                    WAY STU-UNLOAD DOES FOR THE SNAPSHOT, SO
000240*                    AN OPEN MAINTENANCE SESSION CANNOT TOUCH
000250*                    A MASTER THAT IS BEING REBUILT.
000252*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000254*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000260*================================================================
000270*
000280 ENVIRONMENT DIVISION.
000850 77  WS-FL-INFO              PIC X(40) VALUE SPACES.
000860 77  WS-LOCK-HELD-SW         PIC X(01) VALUE "N".
000870     88  WS-LOCK-IS-HELD         VALUE "Y".
000871*----------------------------------------------------------------
000872* INCIDENT LOG CALL FIELDS
000873*----------------------------------------------------------------
000874 77  WS-IL-PROGRAM               PIC X(20) VALUE "STU-RELOAD".
000875 77  WS-IL-STEP                  PIC X(08) VALUE SPACES.
000876 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
000877 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
000878 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
000879 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
000880*
000890 PROCEDURE DIVISION.
000900*================================================================
001170     IF WS-BACKUP-STATUS NOT = "00"
001180         DISPLAY "STU-RELOAD: CANNOT OPEN BACKUP FILE, "
001190             "STATUS = " WS-BACKUP-STATUS
001191         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001192         MOVE "E" TO WS-IL-SEVERITY
001193         MOVE WS-BACKUP-STATUS TO WS-IL-FILE-STATUS
001194         MOVE "CANNOT OPEN BACKUP FILE" TO WS-IL-MESSAGE
001195         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001200         MOVE "Y" TO WS-BACKUP-EOF-SW
001210         MOVE 4 TO RETURN-CODE
001220     ELSE
001270         IF WS-MASTER-STATUS NOT = "00"
001280             DISPLAY "STU-RELOAD: CANNOT OPEN STUDENT MASTER "
001290                 "FOR OUTPUT, STATUS = " WS-MASTER-STATUS
001291             MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001292             MOVE "E" TO WS-IL-SEVERITY
001293             MOVE WS-MASTER-STATUS TO WS-IL-FILE-STATUS
001294             MOVE "CANNOT OPEN STUDENT MASTER FOR OUTPUT"
001295                 TO WS-IL-MESSAGE
001296             PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001300             MOVE "Y" TO WS-BACKUP-EOF-SW
001310             MOVE 4 TO RETURN-CODE
001320         ELSE
001950 3000-RECONCILE-EXIT.
001960     EXIT.
001970*
001971 8900-LOG-INCIDENT.
001972     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
001973         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
001974         WS-IL-MESSAGE.
001975 8900-LOG-INCIDENT-EXIT.
001976     EXIT.
001977*
001980 9000-TERMINATE.
001990     IF WS-LOCK-IS-HELD
002000         MOVE "R" TO WS-FL-FUNCTION
