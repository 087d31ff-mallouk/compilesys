000230*                    MODE REWRITES ENROLL STATUS), SO AN OPEN
000240*                    MAINTENANCE SESSION AND THE AUDIT CANNOT
000250*                    WORK THE MASTER AT THE SAME TIME.
000252*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000254*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000260*================================================================
000270*
000280 ENVIRONMENT DIVISION.
001930 77  WS-FL-INFO              PIC X(40) VALUE SPACES.
001940 77  WS-LOCK-HELD-SW         PIC X(01) VALUE "N".
001950     88  WS-LOCK-IS-HELD         VALUE "Y".
001951*----------------------------------------------------------------
001952* INCIDENT LOG CALL FIELDS
001953*----------------------------------------------------------------
001954 77  WS-IL-PROGRAM               PIC X(20) VALUE "GRAD-AUDIT".
001955 77  WS-IL-STEP                  PIC X(08) VALUE SPACES.
001956 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
001957 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
001958 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
001959 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
001960*
001970 PROCEDURE DIVISION.
001980*================================================================
002330     IF WS-MASTER-STATUS NOT = "00" AND NOT = "05"
002340         DISPLAY "GRAD-AUDIT: CANNOT OPEN STUDENT MASTER, "
002350             "STATUS = " WS-MASTER-STATUS
002351         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
002352         MOVE "E" TO WS-IL-SEVERITY
002353         MOVE WS-MASTER-STATUS TO WS-IL-FILE-STATUS
002354         MOVE "CANNOT OPEN STUDENT MASTER" TO WS-IL-MESSAGE
002355         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
002360         MOVE "Y" TO WS-MASTER-EOF-SW
002370         MOVE 4 TO RETURN-CODE
002380     END-IF.
002400     IF WS-TERM-STATUS NOT = "00"
002410         DISPLAY "GRAD-AUDIT: CANNOT OPEN TERM HISTORY, "
002420             "STATUS = " WS-TERM-STATUS
002421         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
002422         MOVE "E" TO WS-IL-SEVERITY
002423         MOVE WS-TERM-STATUS TO WS-IL-FILE-STATUS
002424         MOVE "CANNOT OPEN TERM HISTORY" TO WS-IL-MESSAGE
002425         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
002430         MOVE "Y" TO WS-MASTER-EOF-SW
002440         MOVE 4 TO RETURN-CODE
002450     END-IF.
002470     IF WS-DEGREQ-STATUS NOT = "00"
002480         DISPLAY "GRAD-AUDIT: CANNOT OPEN degreeReqMaster, "
002490             "STATUS = " WS-DEGREQ-STATUS
002491         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
002492         MOVE "E" TO WS-IL-SEVERITY
002493         MOVE WS-DEGREQ-STATUS TO WS-IL-FILE-STATUS
002494         MOVE "CANNOT OPEN degreeReqMaster" TO WS-IL-MESSAGE
002495         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
002500         DISPLAY "GRAD-AUDIT: RUN DEGREQ-MAINT TO BUILD THE "
002510             "REQUIREMENTS TABLE FIRST"
002520         MOVE "Y" TO WS-MASTER-EOF-SW
004990 8000-WRAP-UP-EXIT.
005000     EXIT.
005010*
005011 8900-LOG-INCIDENT.
005012     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
005013         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
005014         WS-IL-MESSAGE.
005015 8900-LOG-INCIDENT-EXIT.
005016     EXIT.
005017*
005020 9000-TERMINATE.
005030     IF WS-LOCK-IS-HELD
005040         MOVE "R" TO WS-FL-FUNCTION
