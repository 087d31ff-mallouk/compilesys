000190*                    STEP ALREADY COMPLETED FOR THE BUSINESS
000200*                    DATE, N OTHERWISE, WITHOUT REGISTERING
000210*                    ANYTHING.
000212*   2026-10-14  RSG  A REFUSED RERUN AND AN UNREADABLE
000214*                    runControl RECORDED ON THE COMMON
000216*                    INCIDENT LOG AS WARNINGS.
000220*================================================================
000230*
000240 ENVIRONMENT DIVISION.
000510 77  WS-BROWSE-EOF-SW            PIC X(01) VALUE "N".
000520     88  WS-END-OF-BROWSE            VALUE "Y".
000530 77  WS-SHOWN-COUNT              PIC 9(03) VALUE ZEROS.
000531*----------------------------------------------------------------
000532* INCIDENT LOG CALL FIELDS
000533*----------------------------------------------------------------
000534 77  WS-IL-PROGRAM               PIC X(20) VALUE "RUN-CONTROL".
000535 77  WS-IL-STEP                  PIC X(08) VALUE SPACES.
000536 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
000537 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
000538 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
000539 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
000540*
000550 LINKAGE SECTION.
000560 01  LK-FUNCTION                 PIC X(01).
000760     MOVE WS-SYSTEM-DATE TO WS-TODAY.
000770     ACCEPT WS-SYSTEM-TIME FROM TIME.
000780     MOVE WS-SYSTEM-TIME TO WS-NOW.
000782     MOVE LK-STEP-NAME TO WS-IL-STEP.
000790     OPEN I-O RUN-CONTROL-FILE.
000800     IF WS-CONTROL-STATUS = "35"
000810         OPEN OUTPUT RUN-CONTROL-FILE
000860         DISPLAY "RUN-CONTROL: CANNOT OPEN runControl, "
000870             "STATUS = " WS-CONTROL-STATUS
000880             " - STEP ALLOWED TO PROCEED UNGUARDED"
000881         MOVE "0000-MAINLINE" TO WS-IL-PARAGRAPH
000882         MOVE "W" TO WS-IL-SEVERITY
000883         MOVE WS-CONTROL-STATUS TO WS-IL-FILE-STATUS
000884         MOVE "CANNOT OPEN runControl" TO WS-IL-MESSAGE
000885         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
000890         GOBACK
000900     END-IF.
000910     EVALUATE TRUE
001250                     " ALREADY COMPLETED FOR " WS-TODAY
001260                     " AT " RCT-END-TIME
001270                     " - USE THE FORCE FLAG TO RERUN"
001271                 MOVE "1000-REGISTER-START" TO WS-IL-PARAGRAPH
001272                 MOVE "W" TO WS-IL-SEVERITY
001273                 MOVE WS-CONTROL-STATUS TO WS-IL-FILE-STATUS
001274                 MOVE "RERUN REFUSED - STEP COMPLETED TODAY"
001275                     TO WS-IL-MESSAGE
001276                 PERFORM 8900-LOG-INCIDENT
001277                     THRU 8900-LOG-INCIDENT-EXIT
001280                 MOVE "N" TO LK-REPLY
001290             ELSE
001300                 MOVE "S" TO RCT-STATUS
002090     END-READ.
002100 4000-CHECK-COMPLETED-EXIT.
002110     EXIT.
002111*
002112 8900-LOG-INCIDENT.
002113     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
002114         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
002115         WS-IL-MESSAGE.
002116 8900-LOG-INCIDENT-EXIT.
002117     EXIT.
002120*
002130 END PROGRAM RUN-CONTROL.
