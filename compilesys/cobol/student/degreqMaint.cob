000130*                    GRAD-AUDIT SWEEP READS. DEPT CODES ARE
000140*                    EDITED AGAINST THE DEPARTMENT REFERENCE
000150*                    MASTER.
000152*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000154*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000160*================================================================
000170*
000180 ENVIRONMENT DIVISION.
000640 77  WS-DEPT-VALID-SW        PIC X(01) VALUE "N".
000650     88  WS-DEPT-IS-VALID        VALUE "Y".
000660 77  WS-GPA-X                PIC X(03) VALUE SPACES.
000661*----------------------------------------------------------------
000662* INCIDENT LOG CALL FIELDS
000663*----------------------------------------------------------------
000664 77  WS-IL-PROGRAM           PIC X(20) VALUE "DEGREQ-MAINT".
000665 77  WS-IL-STEP              PIC X(08) VALUE SPACES.
000666 77  WS-IL-PARAGRAPH         PIC X(30) VALUE SPACES.
000667 77  WS-IL-SEVERITY          PIC X(01) VALUE SPACES.
000668 77  WS-IL-FILE-STATUS       PIC X(02) VALUE SPACES.
000669 77  WS-IL-MESSAGE           PIC X(60) VALUE SPACES.
000670*
000680 PROCEDURE DIVISION.
000690*================================================================
000860     IF WS-MASTER-STATUS NOT = "00" AND NOT = "05"
000870         DISPLAY "DEGREQ-MAINT: UNABLE TO OPEN MASTER, "
000880             "STATUS = " WS-MASTER-STATUS
000881         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
000882         MOVE "E" TO WS-IL-SEVERITY
000883         MOVE WS-MASTER-STATUS TO WS-IL-FILE-STATUS
000884         MOVE "UNABLE TO OPEN MASTER" TO WS-IL-MESSAGE
000885         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
000890         MOVE "N" TO WS-CONTINUE-SW
000900     END-IF.
000910     IF WS-CONTINUE-MAINT
000930         IF WS-DEPT-STATUS NOT = "00"
000940             DISPLAY "DEGREQ-MAINT: UNABLE TO OPEN deptMaster, "
000950                 "STATUS = " WS-DEPT-STATUS
000951             MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
000952             MOVE "E" TO WS-IL-SEVERITY
000953             MOVE WS-DEPT-STATUS TO WS-IL-FILE-STATUS
000954             MOVE "UNABLE TO OPEN deptMaster" TO WS-IL-MESSAGE
000955             PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
000960             DISPLAY "DEGREQ-MAINT: RUN DEPT-MAINT TO BUILD "
000970                 "THE DEPARTMENT REFERENCE FILE FIRST"
000980             MOVE "N" TO WS-CONTINUE-SW
002520 7000-ACCEPT-REQ-FIELDS-EXIT.
002530     EXIT.
002540*
002541 8900-LOG-INCIDENT.
002542     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
002543         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
002544         WS-IL-MESSAGE.
002545 8900-LOG-INCIDENT-EXIT.
002546     EXIT.
002547*
002550 9000-TERMINATE.
002560     CLOSE DEGREQ-MASTER.
002570     IF WS-DEPT-STATUS = "00"
