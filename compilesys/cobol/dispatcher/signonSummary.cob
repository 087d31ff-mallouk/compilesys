000140*                    NIGHT OF PASSWORD GRINDING IS SEEN THE
000150*                    NEXT MORNING INSTEAD OF WHEN SOMEONE
000160*                    HAPPENS TO READ THE RAW AUDIT FILE.
000162*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000164*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000170*================================================================
000180*
000190 ENVIRONMENT DIVISION.
000840 77  WS-SYSTEM-DATE              PIC 9(08) VALUE ZEROS.
000850 77  WS-FAIL-LIMIT               PIC 9(02) VALUE 3.
000860 77  WS-FLAGGED-COUNT            PIC 9(03) VALUE ZEROS.
000861*----------------------------------------------------------------
000862* INCIDENT LOG CALL FIELDS
000863*----------------------------------------------------------------
000864 77  WS-IL-PROGRAM               PIC X(20) VALUE
000865         "SIGNON-SUMMARY".
000866 77  WS-IL-STEP                  PIC X(08) VALUE SPACES.
000867 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
000868 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
000869 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
000870 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
000871*
000880 PROCEDURE DIVISION.
000890*================================================================
000900* 0000-MAINLINE
001100     IF WS-AUDIT-STATUS NOT = "00"
001110         DISPLAY "SIGNON-SUMMARY: CANNOT OPEN signonAudit, "
001120             "STATUS = " WS-AUDIT-STATUS
001121         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001122         MOVE "E" TO WS-IL-SEVERITY
001123         MOVE WS-AUDIT-STATUS TO WS-IL-FILE-STATUS
001124         MOVE "CANNOT OPEN signonAudit" TO WS-IL-MESSAGE
001125         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001130         MOVE "Y" TO WS-AUDIT-EOF-SW
001140         MOVE 4 TO RETURN-CODE
001150     END-IF.
002070 3100-PRINT-ONE-OPER-EXIT.
002080     EXIT.
002090*
002091 8900-LOG-INCIDENT.
002092     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
002093         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
002094         WS-IL-MESSAGE.
002095 8900-LOG-INCIDENT-EXIT.
002096     EXIT.
002097*
002100 9000-TERMINATE.
002110     IF WS-AUDIT-STATUS = "00" OR = "10"
002120         CLOSE SIGNON-AUDIT
