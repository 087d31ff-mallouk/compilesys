000150*                    BEFORE/AFTER RECORD IMAGES, SO A WRONG
000160*                    PAY RATE OR DEDUCTION AMOUNT CAN BE
000170*                    TRACED TO WHO CHANGED IT AND WHEN.
000172*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000174*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000180*================================================================
000190*
000200 ENVIRONMENT DIVISION.
000600 77  WS-SYSTEM-DATE              PIC 9(08) VALUE ZEROS.
000610 77  WS-SYSTEM-TIME              PIC 9(08) VALUE ZEROS.
000620 77  WS-OPERATOR-ID              PIC X(10) VALUE SPACES.
000621*----------------------------------------------------------------
000622* INCIDENT LOG CALL FIELDS
000623*----------------------------------------------------------------
000624 77  WS-IL-PROGRAM               PIC X(20) VALUE "MAINT-AUDIT".
000625 77  WS-IL-STEP                  PIC X(08) VALUE SPACES.
000626 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
000627 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
000628 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
000629 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
000630*
000640 LINKAGE SECTION.
000650 01  LK-FILE-NAME                PIC X(12).
000950         DISPLAY "MAINT-AUDIT: CANNOT OPEN maintAudit, "
000960             "STATUS = " WS-AUDIT-STATUS
000970             " - CHANGE NOT RECORDED"
000971         MOVE "0000-MAINLINE" TO WS-IL-PARAGRAPH
000972         MOVE "E" TO WS-IL-SEVERITY
000973         MOVE WS-AUDIT-STATUS TO WS-IL-FILE-STATUS
000974         MOVE "CANNOT OPEN maintAudit" TO WS-IL-MESSAGE
000975         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
000980         GOBACK
000990     END-IF.
001000     MOVE WS-SYSTEM-DATE TO MAU-RUN-DATE.
001080     WRITE MAINT-AUDIT-RECORD.
001090     CLOSE AUDIT-FILE.
001100     GOBACK.
001101*
001102 8900-LOG-INCIDENT.
001103     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
001104         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
001105         WS-IL-MESSAGE.
001106 8900-LOG-INCIDENT-EXIT.
001107     EXIT.
001110*
001120 END PROGRAM MAINT-AUDIT.
