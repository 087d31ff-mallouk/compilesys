000120*                    IS FORFEITED), CARRIES SICK LEAVE IN
000130*                    FULL, AND PRINTS THE CARRYOVER/FORFEIT
000140*                    REPORT FOR PERSONNEL.
000142*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000144*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000150*================================================================
000160*
000170 ENVIRONMENT DIVISION.
000770 77  WS-CLOSED-COUNT             PIC 9(05) VALUE ZEROS.
000780 77  WS-FORFEIT-COUNT            PIC 9(05) VALUE ZEROS.
000790 77  WS-TOTAL-FORFEIT            PIC S9(05)V9 VALUE ZEROS.
000791*----------------------------------------------------------------
000792* INCIDENT LOG CALL FIELDS
000793*----------------------------------------------------------------
000794 77  WS-IL-PROGRAM               PIC X(20) VALUE "LEAVE-CLOSE".
000795 77  WS-IL-STEP                  PIC X(08) VALUE SPACES.
000796 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
000797 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
000798 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
000799 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
000800*
000810 PROCEDURE DIVISION.
000820*================================================================
000980     IF WS-LEAVE-STATUS NOT = "00" AND NOT = "05"
000990         DISPLAY "LEAVE-CLOSE: CANNOT OPEN leaveMaster, "
001000             "STATUS = " WS-LEAVE-STATUS
001001         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001002         MOVE "E" TO WS-IL-SEVERITY
001003         MOVE WS-LEAVE-STATUS TO WS-IL-FILE-STATUS
001004         MOVE "CANNOT OPEN leaveMaster" TO WS-IL-MESSAGE
001005         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001010         MOVE "Y" TO WS-LEAVE-EOF-SW
001020         MOVE 4 TO RETURN-CODE
001030     END-IF.
001510 8000-WRAP-UP-EXIT.
001520     EXIT.
001530*
001531 8900-LOG-INCIDENT.
001532     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
001533         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
001534         WS-IL-MESSAGE.
001535 8900-LOG-INCIDENT-EXIT.
001536     EXIT.
001537*
001540 9000-TERMINATE.
001550     IF WS-LEAVE-STATUS = "00" OR = "05" OR = "10"
001560         CLOSE LEAVE-MASTER
