000240*                    SIGN-ON ENDS THE SESSION, AND THE MENU
000250*                    ONLY OFFERS THE CHOICES THE SIGNED-ON
000260*                    OPERATOR'S AUTHORITY LEVEL PERMITS.
000262*   2026-10-14  RSG  NEW CHOICE 6 SHOWS THE PROCESSING CYCLES
000264*                    OF THE COMING TWO WEEKS FROM THE
000266*                    PROCESSING CALENDAR; EXIT MOVED TO 7.
000267*   2026-10-14  RSG  FAILED SIGN-ONS AND REFUSED MENU CHOICES
000268*                    RECORDED ON THE COMMON INCIDENT LOG.
000270*================================================================
000280*
000290 ENVIRONMENT DIVISION.
000560     88  WS-CHOICE-READFILE       VALUE "3".
000570     88  WS-CHOICE-PAYROLL        VALUE "4".
000580     88  WS-CHOICE-RUN-STATUS     VALUE "5".
000582     88  WS-CHOICE-UPCOMING       VALUE "6".
000584     88  WS-CHOICE-EXIT           VALUE "7".
000600 77  WS-SESSION-STATUS        PIC X(02) VALUE "00".
000610 77  WS-AUTH-LEVEL            PIC 9(01) VALUE 1.
000620     88  WS-LEVEL-OPERATOR        VALUE 2 3.
000650 77  WS-RC-STEP               PIC X(08) VALUE SPACES.
000660 77  WS-RC-FORCE              PIC X(01) VALUE SPACES.
000670 77  WS-RC-REPLY              PIC X(01) VALUE "Y".
000671 77  WS-PC-FUNCTION           PIC X(01) VALUE SPACES.
000672 77  WS-PC-DATE               PIC X(08) VALUE SPACES.
000673 77  WS-PC-CYCLES             PIC X(06) VALUE SPACES.
000674 77  WS-PC-REPLY              PIC X(01) VALUE "Y".
000675 77  WS-SYSTEM-DATE           PIC 9(08) VALUE ZEROS.
000676*----------------------------------------------------------------
000677* INCIDENT LOG CALL FIELDS
000678*----------------------------------------------------------------
000679 77  WS-IL-PROGRAM            PIC X(20) VALUE "OPER-MENU".
000680 77  WS-IL-STEP               PIC X(08) VALUE SPACES.
000681 77  WS-IL-PARAGRAPH          PIC X(30) VALUE SPACES.
000682 77  WS-IL-SEVERITY           PIC X(01) VALUE SPACES.
000683 77  WS-IL-FILE-STATUS        PIC X(02) VALUE SPACES.
000684 77  WS-IL-MESSAGE            PIC X(60) VALUE SPACES.
000685*
000690 PROCEDURE DIVISION.
000700*================================================================
000710* 0000-MAINLINE
000740     CALL "hello".
000750     IF RETURN-CODE NOT = ZERO
000760         DISPLAY "SIGN-ON FAILED - SESSION ENDED"
000761         MOVE "0000-MAINLINE" TO WS-IL-PARAGRAPH
000762         MOVE "W" TO WS-IL-SEVERITY
000763         MOVE SPACES TO WS-IL-FILE-STATUS
000764         MOVE "SIGN-ON FAILED - SESSION ENDED" TO WS-IL-MESSAGE
000765         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
000770         GOBACK
000780     END-IF.
000790     PERFORM 1000-GET-AUTH-LEVEL THRU 1000-GET-AUTH-LEVEL-EXIT.
001100     IF WS-LEVEL-SUPERVISOR
001110         DISPLAY "4 = RUN PAYROLL COPY"
001120     END-IF.
001122     DISPLAY "5 = TODAYS RUN STATUS    6 = NEXT TWO WEEKS CYCLES".
001124     DISPLAY "7 = EXIT".
001140     DISPLAY "ENTER CHOICE: ".
001150     ACCEPT WS-MENU-CHOICE.
001160     EVALUATE TRUE
001190             CALL "hello"
001200             IF RETURN-CODE NOT = ZERO
001210                 DISPLAY "SIGN-ON FAILED - SESSION ENDED"
001211                 MOVE "2000-MENU-CYCLE" TO WS-IL-PARAGRAPH
001212                 MOVE "W" TO WS-IL-SEVERITY
001213                 MOVE SPACES TO WS-IL-FILE-STATUS
001214                 MOVE "SIGN-ON FAILED - SESSION ENDED"
001215                     TO WS-IL-MESSAGE
001216                 PERFORM 8900-LOG-INCIDENT
001217                     THRU 8900-LOG-INCIDENT-EXIT
001220                 MOVE "N" TO WS-CONTINUE-SW
001230             ELSE
001240                 PERFORM 1000-GET-AUTH-LEVEL
001270         WHEN WS-CHOICE-STUDENT
001280             IF NOT WS-LEVEL-OPERATOR
001290                 DISPLAY "NOT AUTHORIZED AT YOUR LEVEL"
001291                 MOVE "2000-MENU-CYCLE" TO WS-IL-PARAGRAPH
001292                 MOVE "W" TO WS-IL-SEVERITY
001293                 MOVE SPACES TO WS-IL-FILE-STATUS
001294                 MOVE "NOT AUTHORIZED AT YOUR LEVEL"
001295                     TO WS-IL-MESSAGE
001296                 PERFORM 8900-LOG-INCIDENT
001297                     THRU 8900-LOG-INCIDENT-EXIT
001300             ELSE
001310                 CALL "student"
001320             END-IF
001330         WHEN WS-CHOICE-READFILE
001340             IF NOT WS-LEVEL-OPERATOR
001350                 DISPLAY "NOT AUTHORIZED AT YOUR LEVEL"
001351                 MOVE "2000-MENU-CYCLE" TO WS-IL-PARAGRAPH
001352                 MOVE "W" TO WS-IL-SEVERITY
001353                 MOVE SPACES TO WS-IL-FILE-STATUS
001354                 MOVE "NOT AUTHORIZED AT YOUR LEVEL"
001355                     TO WS-IL-MESSAGE
001356                 PERFORM 8900-LOG-INCIDENT
001357                     THRU 8900-LOG-INCIDENT-EXIT
001360             ELSE
001370                 CALL "readFile"
001380             END-IF
001390         WHEN WS-CHOICE-PAYROLL
001400             IF NOT WS-LEVEL-SUPERVISOR
001410                 DISPLAY "NOT AUTHORIZED AT YOUR LEVEL"
001411                 MOVE "2000-MENU-CYCLE" TO WS-IL-PARAGRAPH
001412                 MOVE "W" TO WS-IL-SEVERITY
001413                 MOVE SPACES TO WS-IL-FILE-STATUS
001414                 MOVE "NOT AUTHORIZED AT YOUR LEVEL"
001415                     TO WS-IL-MESSAGE
001416                 PERFORM 8900-LOG-INCIDENT
001417                     THRU 8900-LOG-INCIDENT-EXIT
001420             ELSE
001430                 CALL "readWriteFile"
001440             END-IF
001480             MOVE SPACES TO WS-RC-FORCE
001490             CALL "RUN-CONTROL" USING WS-RC-FUNCTION
001500                 WS-RC-STEP WS-RC-FORCE WS-RC-REPLY
001501         WHEN WS-CHOICE-UPCOMING
001502             ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
001503             MOVE WS-SYSTEM-DATE TO WS-PC-DATE
001504             MOVE "U" TO WS-PC-FUNCTION
001505             CALL "PROC-CAL" USING WS-PC-FUNCTION WS-PC-DATE
001506                 WS-PC-CYCLES WS-PC-REPLY
001510         WHEN WS-CHOICE-EXIT
001520             MOVE "N" TO WS-CONTINUE-SW
001530         WHEN OTHER
001550     END-EVALUATE.
001560 2000-MENU-CYCLE-EXIT.
001570     EXIT.
001571*
001572 8900-LOG-INCIDENT.
001573     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
001574         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
001575         WS-IL-MESSAGE.
001576 8900-LOG-INCIDENT-EXIT.
001577     EXIT.
001580*
001590 END PROGRAM OPER-MENU.
