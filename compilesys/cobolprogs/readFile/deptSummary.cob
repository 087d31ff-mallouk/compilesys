000290*                    ARE COUNTED AND PASSED OVER - THEY CARRY
000300*                    NO ROSTER OR SUMMARY DATA AND MUST NOT
000310*                    PRINT FROM THE MISALIGNED FIELDS.
000312*   2026-10-14  RSG  COURSE-DROP ("D") RECORDS ON THE FEED ARE
000314*                    COUNTED AND PASSED OVER THE SAME WAY.
000316*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000318*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000320*================================================================
000330*
000340 ENVIRONMENT DIVISION.
000730 01  GRADE-CHANGE-RECORD REDEFINES STUDENT-DATA.
000740     05  GCH-REC-TYPE            PIC X(01).
000750         88  GRADE-CHANGE-REC        VALUE "G".
000752         88  DROP-REC                VALUE "D".
000760     05  FILLER                  PIC X(45).
000770 01  DEPT-TRAILER-RECORD REDEFINES STUDENT-DATA.
000780     05  DTS-TRAILER-REC-TYPE    PIC X(01).
001700 77  WS-GRAND-HEADCOUNT          PIC 9(05) VALUE ZEROS.
001710 77  WS-GRAND-CREDIT-HOURS       PIC 9(07) VALUE ZEROS.
001720 77  WS-GCHANGE-COUNT            PIC 9(05) VALUE ZEROS.
001721*----------------------------------------------------------------
001722* INCIDENT LOG CALL FIELDS
001723*----------------------------------------------------------------
001724 77  WS-IL-PROGRAM               PIC X(20) VALUE "DEPT-SUMMARY".
001725 77  WS-IL-STEP                  PIC X(08) VALUE "DEPTSUMM".
001726 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
001727 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
001728 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
001729 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
001730*
001740 PROCEDURE DIVISION.
001750*================================================================
002140         DISPLAY "DEPT-SUMMARY: CANNOT OPEN deptHistory, "
002150             "STATUS = " WS-HISTORY-STATUS
002160             " - HISTORY NOT RECORDED THIS RUN"
002161         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
002162         MOVE "E" TO WS-IL-SEVERITY
002163         MOVE WS-HISTORY-STATUS TO WS-IL-FILE-STATUS
002164         MOVE "CANNOT OPEN deptHistory" TO WS-IL-MESSAGE
002165         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
002170     END-IF.
002180     ADD 1 TO WS-PAGE-NO.
002190     PERFORM 1100-WRITE-PAGE-HEADER
002380         IF WS-COURSE-STATUS NOT = "00"
002390             DISPLAY "DEPT-SUMMARY: CANNOT OPEN courseMaster, "
002400                 "STATUS = " WS-COURSE-STATUS
002401             MOVE "1500-SELECT-INPUT-RECORDS" TO WS-IL-PARAGRAPH
002402             MOVE "E" TO WS-IL-SEVERITY
002403             MOVE WS-COURSE-STATUS TO WS-IL-FILE-STATUS
002404             MOVE "CANNOT OPEN courseMaster" TO WS-IL-MESSAGE
002405             PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
002410             MOVE "Y" TO WS-INPUT-EOF-SW
002420             MOVE 4 TO RETURN-CODE
002430         ELSE
002470     IF WS-IN-FILE-STATUS NOT = "00"
002480         DISPLAY "DEPT-SUMMARY: CANNOT OPEN inputData, STATUS = "
002490             WS-IN-FILE-STATUS
002491         MOVE "1500-SELECT-INPUT-RECORDS" TO WS-IL-PARAGRAPH
002492         MOVE "E" TO WS-IL-SEVERITY
002493         MOVE WS-IN-FILE-STATUS TO WS-IL-FILE-STATUS
002494         MOVE "CANNOT OPEN inputData" TO WS-IL-MESSAGE
002495         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
002500         MOVE "Y" TO WS-INPUT-EOF-SW
002510         MOVE 4 TO RETURN-CODE
002520     END-IF.
002880     IF DTS-TRAILER-TAG = "TRAILR"
002890         MOVE "Y" TO WS-INPUT-EOF-SW
002900     ELSE
002910     IF GRADE-CHANGE-REC OR DROP-REC
002920*        GRADE CHANGES AND DROPS RIDE THE SAME FEED BUT CARRY NO
002930*        DEPT OR HOURS - COUNT THEM FOR THE BALANCE-SHEET
002940*        CROSS-CHECK AND READ ON
002950         ADD 1 TO WS-GCHANGE-COUNT
002960         READ IN-FILE
002970             AT END MOVE "Y" TO WS-INPUT-EOF-SW
003770 2300-WRITE-GRAND-TOTAL-EXIT.
003780     EXIT.
003790*
003791 8900-LOG-INCIDENT.
003792     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
003793         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
003794         WS-IL-MESSAGE.
003795 8900-LOG-INCIDENT-EXIT.
003796     EXIT.
003797*
003800 9000-TERMINATE.
003810     IF WS-RUN-BLOCKED
003820         GO TO 9000-TERMINATE-EXIT
004030     IF WS-STATS-STATUS = "00"
004040         MOVE WS-RUN-DATE TO RST-RUN-DATE
004050         MOVE "DEPTSUMM" TO RST-STEP-NAME
004060*        THE FEED-EDIT STEP COUNTS GRADE-CHANGE AND DROP RECORDS,
004070*        SO THE BALANCE-SHEET CROSS-CHECK NEEDS THEM HERE
004080         COMPUTE RST-RECORDS-IN =
004090             WS-GRAND-HEADCOUNT + WS-GCHANGE-COUNT
004170     ELSE
004180         DISPLAY "DEPT-SUMMARY: CANNOT OPEN runStats, "
004190             "STATUS = " WS-STATS-STATUS
004191         MOVE "9100-WRITE-RUN-STATS" TO WS-IL-PARAGRAPH
004192         MOVE "W" TO WS-IL-SEVERITY
004193         MOVE WS-STATS-STATUS TO WS-IL-FILE-STATUS
004194         MOVE "CANNOT OPEN runStats" TO WS-IL-MESSAGE
004195         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
004200     END-IF.
004210 9100-WRITE-RUN-STATS-EXIT.
004220     EXIT.
