000140*                    WHO CHANGED A MASTER RECORD AND WHEN.
000150*                    PARM: POS 1-12 FILE (OR ALL), 14-23
000160*                    OPERATOR (OR ALL), 25-32 FROM, 34-41 TO.
000162*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000164*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000170*================================================================
000180*
000190 ENVIRONMENT DIVISION.
000830 77  WS-SEL-TO-DATE              PIC X(08) VALUE SPACES.
000840 77  WS-SELECTED-COUNT           PIC 9(07) VALUE ZEROS.
000850 77  WS-READ-COUNT               PIC 9(07) VALUE ZEROS.
000851*----------------------------------------------------------------
000852* INCIDENT LOG CALL FIELDS
000853*----------------------------------------------------------------
000854 77  WS-IL-PROGRAM               PIC X(20) VALUE "MAINT-AUD-INQ".
000855 77  WS-IL-STEP                  PIC X(08) VALUE SPACES.
000856 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
000857 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
000858 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
000859 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
000860*
000870 PROCEDURE DIVISION.
000880*================================================================
001240     IF WS-AUDIT-STATUS NOT = "00"
001250         DISPLAY "MAINT-AUD-INQ: CANNOT OPEN maintAudit, "
001260             "STATUS = " WS-AUDIT-STATUS
001261         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001262         MOVE "E" TO WS-IL-SEVERITY
001263         MOVE WS-AUDIT-STATUS TO WS-IL-FILE-STATUS
001264         MOVE "CANNOT OPEN maintAudit" TO WS-IL-MESSAGE
001265         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001270         MOVE "Y" TO WS-AUDIT-EOF-SW
001280         MOVE 4 TO RETURN-CODE
001290     END-IF.
001910 8000-WRAP-UP-EXIT.
001920     EXIT.
001930*
001931 8900-LOG-INCIDENT.
001932     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
001933         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
001934         WS-IL-MESSAGE.
001935 8900-LOG-INCIDENT-EXIT.
001936     EXIT.
001937*
001940 9000-TERMINATE.
001950     IF WS-AUDIT-STATUS = "00" OR = "10"
001960         CLOSE AUDIT-FILE
