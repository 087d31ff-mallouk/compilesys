000152*   2026-09-01  RSG  AUDIT RECORDS NOW CARRY A TYPE AND REASON
000154*                    CODE ("A" = RETRO ADJUSTMENT) AND SIGNED
000156*                    AMOUNTS - LISTING SHOWS THE TYPE.
000157*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000158*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000160*   2026-10-15  RSG  payrollAudit LAYOUT CARRIES THE
000162*                    IMPUTED INCOME TAXED WITH THE PAY.
000164*================================================================
000170*
000180 ENVIRONMENT DIVISION.
000190 CONFIGURATION SECTION.
000440     05  AUDIT-NET-PAY           PIC S9(06).
000442     05  AUDIT-REC-TYPE          PIC X(01).
000444     05  AUDIT-REASON-CODE       PIC X(03).
000446     05  AUDIT-IMPUTED           PIC 9(05).
000450*
000460 FD  LISTING-FILE
000470     LABEL RECORDS ARE STANDARD
001200 77  WS-DAY-NET-TOTAL            PIC S9(09) VALUE ZEROS.
001210 77  WS-FIRST-RECORD-SW          PIC X(01) VALUE "Y".
001220     88  WS-FIRST-RECORD             VALUE "Y".
001221*----------------------------------------------------------------
001222* INCIDENT LOG CALL FIELDS
001223*----------------------------------------------------------------
001224 77  WS-IL-PROGRAM               PIC X(20) VALUE "AUDIT-INQ".
001225 77  WS-IL-STEP                  PIC X(08) VALUE SPACES.
001226 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
001227 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
001228 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
001229 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
001230*
001240 PROCEDURE DIVISION.
001250*================================================================
001550     IF WS-AUDIT-STATUS NOT = "00"
001560         DISPLAY "AUDIT-INQ: CANNOT OPEN payrollAudit, "
001570             "STATUS = " WS-AUDIT-STATUS
001571         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001572         MOVE "E" TO WS-IL-SEVERITY
001573         MOVE WS-AUDIT-STATUS TO WS-IL-FILE-STATUS
001574         MOVE "CANNOT OPEN payrollAudit" TO WS-IL-MESSAGE
001575         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001580         MOVE "Y" TO WS-AUDIT-EOF-SW
001590         MOVE 4 TO RETURN-CODE
001600     END-IF.
002620 3000-WRAP-UP-EXIT.
002630     EXIT.
002640*
002641 8900-LOG-INCIDENT.
002642     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
002643         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
002644         WS-IL-MESSAGE.
002645 8900-LOG-INCIDENT-EXIT.
002646     EXIT.
002647*
002650 9000-TERMINATE.
002660     IF WS-AUDIT-STATUS = "00" OR = "10"
002670         CLOSE AUDIT-FILE
