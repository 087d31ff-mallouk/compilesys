000182*   2026-09-01  RSG  STUDENT MASTER RECORD EXTENDED WITH THE
000184*                    FERPA CONFIDENTIAL FLAG - RECORD IMAGES
000186*                    WIDENED FROM 41 TO 42 BYTES.
000187*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000188*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000190*================================================================
000200*
000210 ENVIRONMENT DIVISION.
001110 77  WS-PAGE-NO                  PIC 999 VALUE ZEROS.
001120 77  WS-PURGED-COUNT             PIC 9(05) VALUE ZEROS.
001130 77  WS-KEPT-COUNT               PIC 9(05) VALUE ZEROS.
001131*----------------------------------------------------------------
001132* INCIDENT LOG CALL FIELDS
001133*----------------------------------------------------------------
001134 77  WS-IL-PROGRAM               PIC X(20) VALUE "STU-PURGE".
001135 77  WS-IL-STEP                  PIC X(08) VALUE SPACES.
001136 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
001137 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
001138 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
001139 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
001140*
001150 PROCEDURE DIVISION.
001160*================================================================
001320     IF WS-MASTER-STATUS NOT = "00" AND NOT = "05"
001330         DISPLAY "STU-PURGE: CANNOT OPEN STUDENT MASTER, "
001340             "STATUS = " WS-MASTER-STATUS
001341         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001342         MOVE "E" TO WS-IL-SEVERITY
001343         MOVE WS-MASTER-STATUS TO WS-IL-FILE-STATUS
001344         MOVE "CANNOT OPEN STUDENT MASTER" TO WS-IL-MESSAGE
001345         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001350         MOVE "Y" TO WS-MASTER-EOF-SW
001360         MOVE 4 TO RETURN-CODE
001370     ELSE
001450         IF WS-ARCHIVE-STATUS NOT = "00"
001460             DISPLAY "STU-PURGE: CANNOT OPEN ARCHIVE, "
001470                 "STATUS = " WS-ARCHIVE-STATUS
001471             MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001472             MOVE "E" TO WS-IL-SEVERITY
001473             MOVE WS-ARCHIVE-STATUS TO WS-IL-FILE-STATUS
001474             MOVE "CANNOT OPEN ARCHIVE" TO WS-IL-MESSAGE
001475             PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001480             MOVE "Y" TO WS-MASTER-EOF-SW
001490             MOVE 4 TO RETURN-CODE
001500         ELSE
002300 3000-WRITE-TOTALS-EXIT.
002310     EXIT.
002320*
002321 8900-LOG-INCIDENT.
002322     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
002323         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
002324         WS-IL-MESSAGE.
002325 8900-LOG-INCIDENT-EXIT.
002326     EXIT.
002327*
002330 9000-TERMINATE.
002340     IF WS-MASTER-IS-OPENED
002350         CLOSE STUDENT-MASTER
