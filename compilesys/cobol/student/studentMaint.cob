000380*                    MAINTENANCE SESSION CAN NO LONGER
000390*                    WORK THE MASTER AT THE SAME TIME,
000400*                    IN EITHER ORDER.
000402*   2026-10-14  RSG  SUSPENDED AND DISMISSED STUDENTS KEEP THEIR
000404*                    STANDING WHEN THE GPA IS RESET - ONLY THE
000406*                    TERM-END STANDING RUN MOVES THEM.
000407*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000408*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000410*   2026-10-15  RSG  ADD CLEARS STU-STANDING SO A NEW
000412*                    STUDENT NEVER CARRIES THE LAST ONE'S.
000414*================================================================
000420*
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
001180 77  WS-MA-KEY               PIC X(20) VALUE SPACES.
001190 77  WS-MA-BEFORE            PIC X(80) VALUE SPACES.
001200 77  WS-MA-AFTER             PIC X(80) VALUE SPACES.
001201*----------------------------------------------------------------
001202* INCIDENT LOG CALL FIELDS
001203*----------------------------------------------------------------
001204 77  WS-IL-PROGRAM           PIC X(20) VALUE "STUDENT-MAINT".
001205 77  WS-IL-STEP              PIC X(08) VALUE SPACES.
001206 77  WS-IL-PARAGRAPH         PIC X(30) VALUE SPACES.
001207 77  WS-IL-SEVERITY          PIC X(01) VALUE SPACES.
001208 77  WS-IL-FILE-STATUS       PIC X(02) VALUE SPACES.
001209 77  WS-IL-MESSAGE           PIC X(60) VALUE SPACES.
001210*
001220 PROCEDURE DIVISION.
001230*================================================================
001500     IF WS-MASTER-STATUS NOT = "00" AND NOT = "05"
001510         DISPLAY "STUDENT-MAINT: UNABLE TO OPEN MASTER, "
001520             "STATUS = " WS-MASTER-STATUS
001521         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001522         MOVE "E" TO WS-IL-SEVERITY
001523         MOVE WS-MASTER-STATUS TO WS-IL-FILE-STATUS
001524         MOVE "UNABLE TO OPEN MASTER" TO WS-IL-MESSAGE
001525         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001530         MOVE "N" TO WS-CONTINUE-SW
001540     END-IF.
001550     OPEN INPUT SESSION-FILE.
001780         IF WS-DEPT-STATUS NOT = "00"
001790             DISPLAY "STUDENT-MAINT: UNABLE TO OPEN deptMaster, "
001800                 "STATUS = " WS-DEPT-STATUS
001801             MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001802             MOVE "E" TO WS-IL-SEVERITY
001803             MOVE WS-DEPT-STATUS TO WS-IL-FILE-STATUS
001804             MOVE "UNABLE TO OPEN deptMaster" TO WS-IL-MESSAGE
001805             PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001810             DISPLAY "STUDENT-MAINT: RUN DEPT-MAINT TO BUILD "
001820                 "THE DEPARTMENT REFERENCE FILE FIRST"
001830             MOVE "N" TO WS-CONTINUE-SW
002440         DISPLAY "ADD REJECTED, BAD DEPT OR ID-NUMBER: "
002450             STU-ID-NUMBER
002460     ELSE
002462         MOVE SPACE TO STU-STANDING
002470         PERFORM 6000-SET-GPA-STANDING
002480             THRU 6000-SET-GPA-STANDING-EXIT
002490         WRITE STUDENT-MASTER-RECORD
003650         WHEN OTHER MOVE 0.00 TO WS-GRADE-POINTS
003660     END-EVALUATE.
003670     MOVE WS-GRADE-POINTS TO STU-GPA.
003671*    SUSPENSION AND DISMISSAL ARE SET AND CLEARED ONLY BY THE
003672*    TERM-END STANDING RUN
003673     IF NOT STU-GPA-STANDING
003674         GO TO 6000-SET-GPA-STANDING-EXIT
003675     END-IF.
003680     IF STU-GPA >= 2.00
003690         MOVE "G" TO STU-STANDING
003700     ELSE
003970 8500-WRITE-MAINT-AUDIT-EXIT.
003980     EXIT.
003990*
003991 8900-LOG-INCIDENT.
003992     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
003993         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
003994         WS-IL-MESSAGE.
003995 8900-LOG-INCIDENT-EXIT.
003996     EXIT.
003997*
004000 9000-TERMINATE.
004010     IF WS-LOCK-IS-HELD
004020         MOVE "R" TO WS-FL-FUNCTION
