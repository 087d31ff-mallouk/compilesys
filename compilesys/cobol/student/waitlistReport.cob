000140*                    EACH SECTION'S QUEUE IN ARRIVAL ORDER WITH
000150*                    A POSITION NUMBER SO THE REGISTRAR CAN
000160*                    OPEN SEATS IN ORDER.
000162*   2026-10-14  RSG  A MISSING sectionWaitlist NOW RECORDED
000164*                    ON THE COMMON INCIDENT LOG.
000170*================================================================
000180*
000190 ENVIRONMENT DIVISION.
001100 77  WS-TERM-HOLD                PIC X(06) VALUE SPACES.
001110 77  WS-POSITION                 PIC 9(03) VALUE ZEROS.
001120 77  WS-TOTAL-COUNT              PIC 9(05) VALUE ZEROS.
001121*----------------------------------------------------------------
001122* INCIDENT LOG CALL FIELDS
001123*----------------------------------------------------------------
001124 77  WS-IL-PROGRAM               PIC X(20) VALUE "WAITLIST-RPT".
001125 77  WS-IL-STEP                  PIC X(08) VALUE SPACES.
001126 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
001127 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
001128 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
001129 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
001130*
001140 PROCEDURE DIVISION.
001150*================================================================
001450     IF WS-WAITLIST-STATUS NOT = "00"
001460         DISPLAY "WAITLIST-RPT: NO sectionWaitlist FILE, "
001470             "STATUS = " WS-WAITLIST-STATUS
001471         MOVE "1500-SELECT-INPUT-RECORDS" TO WS-IL-PARAGRAPH
001472         MOVE "W" TO WS-IL-SEVERITY
001473         MOVE WS-WAITLIST-STATUS TO WS-IL-FILE-STATUS
001474         MOVE "NO sectionWaitlist FILE" TO WS-IL-MESSAGE
001475         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001480         MOVE "Y" TO WS-INPUT-EOF-SW
001490     END-IF.
001500     PERFORM 1600-RELEASE-RECORD THRU 1600-RELEASE-RECORD-EXIT
002200 2200-WRITE-SECTION-HEADER-EXIT.
002210     EXIT.
002220*
002221 8900-LOG-INCIDENT.
002222     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
002223         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
002224         WS-IL-MESSAGE.
002225 8900-LOG-INCIDENT-EXIT.
002226     EXIT.
002227*
002230 9000-TERMINATE.
002240     DISPLAY "WAITLIST-RPT: STUDENTS ON WAITLIST = "
002250         WS-TOTAL-COUNT.
