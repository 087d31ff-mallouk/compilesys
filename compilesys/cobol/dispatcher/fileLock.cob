000160*                    OPERATOR, AND B IS THE SUPERVISOR
000170*                    BREAK-LOCK, VERIFIED AGAINST THE SIGN-ON
000180*                    SESSION AND LOGGED TO lockLog.
000181*   2026-10-14  RSG  A REFUSED LOCK AND AN UNREADABLE
000182*                    lockMaster RECORDED ON THE COMMON
000183*                    INCIDENT LOG AS WARNINGS UNDER THE
000184*                    REQUESTING STEP; A BROKEN LOCK IS
000185*                    RECORDED FOR INFORMATION.
000190*================================================================
000200*
000210 ENVIRONMENT DIVISION.
000740 77  WS-BROWSE-EOF-SW            PIC X(01) VALUE "N".
000750     88  WS-END-OF-BROWSE            VALUE "Y".
000760 77  WS-SHOWN-COUNT              PIC 9(03) VALUE ZEROS.
000761*----------------------------------------------------------------
000762* INCIDENT LOG CALL FIELDS
000763*----------------------------------------------------------------
000764 77  WS-IL-PROGRAM               PIC X(20) VALUE "FILE-LOCK".
000765 77  WS-IL-STEP                  PIC X(08) VALUE SPACES.
000766 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
000767 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
000768 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
000769 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
000770*
000780 LINKAGE SECTION.
000790 01  LK-FUNCTION                 PIC X(01).
000990     MOVE SPACES TO LK-HOLDER-INFO.
001000     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
001010     ACCEPT WS-SYSTEM-TIME FROM TIME.
001012     MOVE LK-HOLDER TO WS-IL-STEP.
001020     OPEN I-O LOCK-MASTER.
001030     IF WS-LOCK-STATUS = "35"
001040         OPEN OUTPUT LOCK-MASTER
001090         DISPLAY "FILE-LOCK: CANNOT OPEN lockMaster, "
001100             "STATUS = " WS-LOCK-STATUS
001110             " - PROCEEDING UNGUARDED"
001111         MOVE "0000-MAINLINE" TO WS-IL-PARAGRAPH
001112         MOVE "W" TO WS-IL-SEVERITY
001113         MOVE WS-LOCK-STATUS TO WS-IL-FILE-STATUS
001114         MOVE "CANNOT OPEN lockMaster" TO WS-IL-MESSAGE
001115         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001120         GOBACK
001130     END-IF.
001140     EVALUATE TRUE
001420             MOVE "N" TO LK-REPLY
001430             PERFORM 6000-BUILD-HOLDER-INFO
001440                 THRU 6000-BUILD-HOLDER-INFO-EXIT
001441             MOVE "1000-ACQUIRE" TO WS-IL-PARAGRAPH
001442             MOVE "W" TO WS-IL-SEVERITY
001443             MOVE WS-LOCK-STATUS TO WS-IL-FILE-STATUS
001444             MOVE SPACES TO WS-IL-MESSAGE
001445             STRING "LOCK REFUSED ON " LK-FILE-NAME " - "
001446                 LK-HOLDER-INFO
001447                 DELIMITED BY SIZE INTO WS-IL-MESSAGE
001448             PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001450     END-READ.
001460 1000-ACQUIRE-EXIT.
001470     EXIT.
002210                 LK-FILE-NAME
002220         NOT INVALID KEY
002230             PERFORM 5200-LOG-BREAK THRU 5200-LOG-BREAK-EXIT
002232             MOVE LCK-HOLDER TO WS-IL-STEP
002240             DELETE LOCK-MASTER RECORD
002250             DISPLAY "FILE-LOCK: LOCK ON " LK-FILE-NAME
002260                 " BROKEN BY " WS-OPERATOR-ID
002261             MOVE "5000-BREAK" TO WS-IL-PARAGRAPH
002262             MOVE "I" TO WS-IL-SEVERITY
002263             MOVE WS-LOCK-STATUS TO WS-IL-FILE-STATUS
002264             MOVE SPACES TO WS-IL-MESSAGE
002265             STRING "LOCK ON " LK-FILE-NAME " BROKEN BY "
002266                 WS-OPERATOR-ID
002267                 DELIMITED BY SIZE INTO WS-IL-MESSAGE
002268             PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
002270     END-READ.
002280 5000-BREAK-EXIT.
002290     EXIT.
002720         DELIMITED BY SIZE INTO LK-HOLDER-INFO.
002730 6000-BUILD-HOLDER-INFO-EXIT.
002740     EXIT.
002741*
002742 8900-LOG-INCIDENT.
002743     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
002744         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
002745         WS-IL-MESSAGE.
002746 8900-LOG-INCIDENT-EXIT.
002747     EXIT.
002750*
002760 END PROGRAM FILE-LOCK.
