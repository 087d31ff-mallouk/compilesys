000140*                    LATEST RUN DATE AND AN OVERALL IN BALANCE
000150*                    / OUT OF BALANCE VERDICT, WITH
000160*                    RETURN-CODE 4 WHEN ANY STEP DISAGREES.
000162*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000164*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000165*   2026-10-15  RSG  STEP TABLE RAISED TO 60 ENTRIES; ROWS
000166*                    BEYOND IT ARE COUNTED, LOGGED AS AN
000167*                    INCIDENT AND FORCE OUT OF BALANCE.
000170*================================================================
000180*
000190 ENVIRONMENT DIVISION.
000700     05  FILLER                  PIC X(02) VALUE SPACES.
000710     05  SHD-RC                  PIC 99.
000720 01  WS-VERDICT-LINE             PIC X(60).
000721 01  WS-DROPPED-LINE.
000722     05  FILLER                  PIC X(33) VALUE
000723         "STEP TABLE FULL - ROWS NOT SHOWN:".
000724     05  FILLER                  PIC X(01) VALUE SPACE.
000725     05  DRP-COUNT               PIC ZZZZ9.
000730 01  WS-SIGNOFF-LINE             PIC X(44) VALUE
000740     "OPERATIONS SIGN-OFF: ____________________".
000750*----------------------------------------------------------------
000760* STEP TABLE AND CONTROL FIELDS
000770*----------------------------------------------------------------
000780 01  WS-STEP-TABLE.
000782     05  WS-STEP-ENTRY OCCURS 60 TIMES.
000800         10  WS-STP-NAME         PIC X(08).
000810         10  WS-STP-RECS-IN      PIC 9(07).
000820         10  WS-STP-RECS-OUT     PIC 9(07).
000940 77  WS-COUNTS-DISAGREE-SW       PIC X(01) VALUE "N".
000950 77  WS-READFILE-IN              PIC 9(07) VALUE ZEROS.
000960 77  WS-READFILE-SEEN-SW         PIC X(01) VALUE "N".
000961 77  WS-STEPS-DROPPED            PIC 9(05) VALUE ZEROS.
000967*----------------------------------------------------------------
000968* INCIDENT LOG CALL FIELDS
000969*----------------------------------------------------------------
000970 77  WS-IL-PROGRAM               PIC X(20) VALUE "BALANCE-SHEET".
000971 77  WS-IL-STEP                  PIC X(08) VALUE SPACES.
000972 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
000973 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
000974 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
000975 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
000976*
000980 PROCEDURE DIVISION.
000990*================================================================
001000* 0000-MAINLINE
001120     IF WS-STATS-STATUS NOT = "00"
001130         DISPLAY "BALANCE-SHEET: CANNOT OPEN runStats, "
001140             "STATUS = " WS-STATS-STATUS
001141         MOVE "1000-FIND-LATEST-DATE" TO WS-IL-PARAGRAPH
001142         MOVE "W" TO WS-IL-SEVERITY
001143         MOVE WS-STATS-STATUS TO WS-IL-FILE-STATUS
001144         MOVE "CANNOT OPEN runStats" TO WS-IL-MESSAGE
001145         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001150         MOVE "Y" TO WS-STATS-EOF-SW
001160         MOVE 4 TO RETURN-CODE
001170     END-IF.
001490     IF WS-STATS-STATUS = "00" OR = "10"
001500         CLOSE STATS-FILE
001510     END-IF.
001511     IF WS-STEPS-DROPPED NOT = ZEROS
001512         DISPLAY "BALANCE-SHEET: STEP TABLE FULL AT 60 - "
001513             WS-STEPS-DROPPED " runStats ROWS NOT SHOWN"
001514         MOVE "2000-LOAD-LATEST-STEPS" TO WS-IL-PARAGRAPH
001515         MOVE "E" TO WS-IL-SEVERITY
001516         MOVE SPACES TO WS-IL-FILE-STATUS
001517         MOVE "STEP TABLE FULL - runStats ROWS NOT SHOWN"
001518             TO WS-IL-MESSAGE
001519         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001520     END-IF.
001521 2000-LOAD-LATEST-STEPS-EXIT.
001530     EXIT.
001540*
001550 2100-LOAD-ONE-STEP.
001580             MOVE "Y" TO WS-STATS-EOF-SW
001590         NOT AT END
001600             IF RST-RUN-DATE = WS-LATEST-DATE
001603                     AND WS-STEP-COUNT NOT < 60
001606                 ADD 1 TO WS-STEPS-DROPPED
001609             END-IF
001612             IF RST-RUN-DATE = WS-LATEST-DATE
001615                     AND WS-STEP-COUNT < 60
001620                 ADD 1 TO WS-STEP-COUNT
001630                 MOVE RST-STEP-NAME TO
001640                     WS-STP-NAME (WS-STEP-COUNT)
001970     PERFORM 3100-PRINT-ONE-STEP THRU 3100-PRINT-ONE-STEP-EXIT
001980         VARYING WS-IDX FROM 1 BY 1
001990         UNTIL WS-IDX > WS-STEP-COUNT.
001991     IF WS-STEPS-DROPPED NOT = ZEROS
001992         MOVE WS-STEPS-DROPPED TO DRP-COUNT
001993         WRITE SHT-LINE FROM WS-DROPPED-LINE
001994             AFTER ADVANCING 1 LINE
001995     END-IF.
002000     PERFORM 3200-JUDGE-THE-RUN THRU 3200-JUDGE-THE-RUN-EXIT.
002010     WRITE SHT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
002020     WRITE SHT-LINE FROM WS-VERDICT-LINE
002350             VARYING WS-IDX FROM 1 BY 1
002360             UNTIL WS-IDX > WS-STEP-COUNT
002370     END-IF.
002372*    A STEP THAT DID NOT FIT THE TABLE WAS NEVER JUDGED, SO THE
002374*    RUN CANNOT BE CALLED IN BALANCE
002380     IF WS-BAD-RC-SW = "N"
002390             AND WS-COUNTS-DISAGREE-SW = "N"
002392             AND WS-STEPS-DROPPED = ZEROS
002400         MOVE "VERDICT: IN BALANCE" TO WS-VERDICT-LINE
002410         DISPLAY "BALANCE-SHEET: IN BALANCE"
002420     ELSE
002590     END-IF.
002600 3210-CHECK-ONE-COUNT-EXIT.
002610     EXIT.
002611*
002612 8900-LOG-INCIDENT.
002613     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
002614         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
002615         WS-IL-MESSAGE.
002616 8900-LOG-INCIDENT-EXIT.
002617     EXIT.
002620*
002630 END PROGRAM BALANCE-SHEET.
