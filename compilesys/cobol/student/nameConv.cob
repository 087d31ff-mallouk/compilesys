000170*                    PROVED BEFORE AND AFTER; THE OPERATOR
000180*                    RENAMES THE NEW FILES OVER THE OLD ONES
000190*                    AFTER CHECKING THE PROOF.
000192*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000194*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000200*================================================================
000210*
000220 ENVIRONMENT DIVISION.
001070 77  WS-YTD-IN-COUNT             PIC 9(07) VALUE ZEROS.
001080 77  WS-YTD-OUT-COUNT            PIC 9(07) VALUE ZEROS.
001090 77  WS-PROOF-OK-SW              PIC X(01) VALUE "Y".
001091*----------------------------------------------------------------
001092* INCIDENT LOG CALL FIELDS
001093*----------------------------------------------------------------
001094 77  WS-IL-PROGRAM               PIC X(20) VALUE "NAME-CONV".
001095 77  WS-IL-STEP                  PIC X(08) VALUE SPACES.
001096 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
001097 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
001098 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
001099 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
001100*
001110 PROCEDURE DIVISION.
001120*================================================================
001240     IF WS-OLD-STU-STATUS NOT = "00"
001250         DISPLAY "NAME-CONV: CANNOT OPEN OLD studentMaster, "
001260             "STATUS = " WS-OLD-STU-STATUS
001261         MOVE "1000-CONVERT-STUDENTS" TO WS-IL-PARAGRAPH
001262         MOVE "E" TO WS-IL-SEVERITY
001263         MOVE WS-OLD-STU-STATUS TO WS-IL-FILE-STATUS
001264         MOVE "CANNOT OPEN OLD studentMaster" TO WS-IL-MESSAGE
001265         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001270         MOVE "Y" TO WS-STU-EOF-SW
001280         MOVE "N" TO WS-PROOF-OK-SW
001290         MOVE 4 TO RETURN-CODE
001340             DISPLAY "NAME-CONV: CANNOT OPEN "
001350                 "studentMasterNew, STATUS = "
001360                 WS-NEW-STU-STATUS
001361             MOVE "1000-CONVERT-STUDENTS" TO WS-IL-PARAGRAPH
001362             MOVE "E" TO WS-IL-SEVERITY
001363             MOVE WS-NEW-STU-STATUS TO WS-IL-FILE-STATUS
001364             MOVE "CANNOT OPEN studentMasterNew" TO WS-IL-MESSAGE
001365             PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001370             MOVE "Y" TO WS-STU-EOF-SW
001380             MOVE "N" TO WS-PROOF-OK-SW
001390             MOVE 4 TO RETURN-CODE
001890     IF WS-OLD-YTD-STATUS NOT = "00"
001900         DISPLAY "NAME-CONV: CANNOT OPEN OLD payrollYTD, "
001910             "STATUS = " WS-OLD-YTD-STATUS
001911         MOVE "2000-CONVERT-YTD" TO WS-IL-PARAGRAPH
001912         MOVE "E" TO WS-IL-SEVERITY
001913         MOVE WS-OLD-YTD-STATUS TO WS-IL-FILE-STATUS
001914         MOVE "CANNOT OPEN OLD payrollYTD" TO WS-IL-MESSAGE
001915         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001920         MOVE "Y" TO WS-YTD-EOF-SW
001930         MOVE "N" TO WS-PROOF-OK-SW
001940         MOVE 4 TO RETURN-CODE
001980         IF WS-NEW-YTD-STATUS NOT = "00"
001990             DISPLAY "NAME-CONV: CANNOT OPEN payrollYTDNew, "
002000                 "STATUS = " WS-NEW-YTD-STATUS
002001             MOVE "2000-CONVERT-YTD" TO WS-IL-PARAGRAPH
002002             MOVE "E" TO WS-IL-SEVERITY
002003             MOVE WS-NEW-YTD-STATUS TO WS-IL-FILE-STATUS
002004             MOVE "CANNOT OPEN payrollYTDNew" TO WS-IL-MESSAGE
002005             PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
002010             MOVE "Y" TO WS-YTD-EOF-SW
002020             MOVE "N" TO WS-PROOF-OK-SW
002030             MOVE 4 TO RETURN-CODE
002630     END-IF.
002640 3000-PROVE-COUNTS-EXIT.
002650     EXIT.
002651*
002652 8900-LOG-INCIDENT.
002653     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
002654         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
002655         WS-IL-MESSAGE.
002656 8900-LOG-INCIDENT-EXIT.
002657     EXIT.
002660*
002670 END PROGRAM NAME-CONV.
