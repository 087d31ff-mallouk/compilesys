000180*                    THE NEW FILE OVER THE OLD ONE AFTER
000190*                    CHECKING THE PROOF AND THE EXCEPTION
000200*                    LIST.
000202*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000204*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000210*================================================================
000220*
000230 ENVIRONMENT DIVISION.
000980 77  WS-READ-COUNT               PIC 9(05) VALUE ZEROS.
000990 77  WS-WRITTEN-COUNT            PIC 9(05) VALUE ZEROS.
001000 77  WS-EXCEPTION-COUNT          PIC 9(05) VALUE ZEROS.
001001*----------------------------------------------------------------
001002* INCIDENT LOG CALL FIELDS
001003*----------------------------------------------------------------
001004 77  WS-IL-PROGRAM               PIC X(20) VALUE "DEPT-CONV".
001005 77  WS-IL-STEP                  PIC X(08) VALUE SPACES.
001006 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
001007 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
001008 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
001009 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
001010*
001020 PROCEDURE DIVISION.
001030*================================================================
001170     IF WS-XREF-STATUS NOT = "00"
001180         DISPLAY "DEPT-CONV: CANNOT OPEN deptXref, STATUS = "
001190             WS-XREF-STATUS
001191         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001192         MOVE "E" TO WS-IL-SEVERITY
001193         MOVE WS-XREF-STATUS TO WS-IL-FILE-STATUS
001194         MOVE "CANNOT OPEN deptXref" TO WS-IL-MESSAGE
001195         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001200         DISPLAY "DEPT-CONV: BUILD THE CROSS-REFERENCE FILE "
001210             "(OLD 1-CHAR CODE + NEW 4-CHAR CODE PER LINE) "
001220             "FIRST"
001380     IF WS-DEPT-STATUS NOT = "00"
001390         DISPLAY "DEPT-CONV: CANNOT OPEN deptMaster, "
001400             "STATUS = " WS-DEPT-STATUS
001401         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001402         MOVE "E" TO WS-IL-SEVERITY
001403         MOVE WS-DEPT-STATUS TO WS-IL-FILE-STATUS
001404         MOVE "CANNOT OPEN deptMaster" TO WS-IL-MESSAGE
001405         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001410         MOVE "Y" TO WS-OLD-EOF-SW
001420         MOVE 4 TO RETURN-CODE
001430         GO TO 1000-INITIALIZE-EXIT
001460     IF WS-OLD-STATUS NOT = "00"
001470         DISPLAY "DEPT-CONV: CANNOT OPEN employeeMaster, "
001480             "STATUS = " WS-OLD-STATUS
001481         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001482         MOVE "E" TO WS-IL-SEVERITY
001483         MOVE WS-OLD-STATUS TO WS-IL-FILE-STATUS
001484         MOVE "CANNOT OPEN employeeMaster" TO WS-IL-MESSAGE
001485         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001490         MOVE "Y" TO WS-OLD-EOF-SW
001500         MOVE 4 TO RETURN-CODE
001510         GO TO 1000-INITIALIZE-EXIT
002550 8000-PROVE-COUNTS-EXIT.
002560     EXIT.
002570*
002571 8900-LOG-INCIDENT.
002572     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
002573         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
002574         WS-IL-MESSAGE.
002575 8900-LOG-INCIDENT-EXIT.
002576     EXIT.
002577*
002580 9000-TERMINATE.
002590     IF WS-OLD-STATUS = "00" OR = "10"
002600         CLOSE OLD-EMPLOYEE-MASTER
