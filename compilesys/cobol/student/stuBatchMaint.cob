000280*                    STU-UNLOAD/STU-RELOAD/GRAD-AUDIT, SO AN
000290*                    OPEN MAINTENANCE SESSION AND THE BATCH
000300*                    FEED CANNOT COLLIDE.
000302*   2026-10-14  RSG  SUSPENDED AND DISMISSED STUDENTS KEEP THEIR
000304*                    STANDING WHEN THE GPA IS RESET - ONLY THE
000306*                    TERM-END STANDING RUN MOVES THEM.
000308*   2026-10-14  RSG  maintTrans CARRIES THE TERM (BLANK = CURRENT
000310*                    TERM). A GRADE OR CREDITS OUTSIDE THE TERM'S
000312*                    ACADEMIC CALENDAR WINDOW IS REJECTED UNLESS A
000314*                    SUPERVISOR EXCEPTION COVERS IT (LOGGED BY
000316*                    CAL-WINDOW).
000317*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000318*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000320*   2026-10-15  RSG  ADD CLEARS STU-STANDING SO A NEW
000322*                    STUDENT NEVER CARRIES THE LAST ONE'S.
000324*================================================================
000326*
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 INPUT-OUTPUT SECTION.
000810     05  MNT-CREDITS             PIC X(02).
000820     05  MNT-GRADE               PIC X(01).
000830     05  MNT-ENROLL-STATUS       PIC X(01).
000832     05  MNT-TERM-CODE           PIC X(06).
000840 01  MAINT-HEADER-RECORD REDEFINES MAINT-TRANS-RECORD.
000850     COPY "rdrhdr.cpy".
000860 01  MAINT-TRAILER-RECORD REDEFINES MAINT-TRANS-RECORD.
000870     05  MNT-TRAILER-REC-TYPE    PIC X(01).
000880     05  MNT-TRAILER-TAG         PIC X(06).
000890     05  FILLER                  PIC X(37).
000900*
000910 FD  REPORT-FILE
000920     LABEL RECORDS ARE STANDARD
001550 77  WS-FL-INFO              PIC X(40) VALUE SPACES.
001560 77  WS-LOCK-HELD-SW         PIC X(01) VALUE "N".
001570     88  WS-LOCK-IS-HELD         VALUE "Y".
001571 77  WS-CW-TRANS-TYPE        PIC X(01) VALUE SPACE.
001572 77  WS-CW-TERM-CODE         PIC X(06) VALUE SPACES.
001573 77  WS-CW-COURSE-ID         PIC X(06) VALUE SPACES.
001574 77  WS-CW-PROGRAM           PIC X(16) VALUE "STU-BATCH-MAINT".
001575 77  WS-CW-REPLY             PIC X(01) VALUE "Y".
001576     88  WS-WINDOW-REFUSED       VALUE "N".
001577     88  WS-WINDOW-OVERRIDDEN    VALUE "O".
001578 77  WS-CW-INFO              PIC X(40) VALUE SPACES.
001579*----------------------------------------------------------------
001580* INCIDENT LOG CALL FIELDS
001581*----------------------------------------------------------------
001582 77  WS-IL-PROGRAM               PIC X(20) VALUE
001583         "STU-BATCH-MAINT".
001584 77  WS-IL-STEP                  PIC X(08) VALUE SPACES.
001585 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
001586 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
001587 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
001588 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
001589*
001590 PROCEDURE DIVISION.
001600*================================================================
001610* 0000-MAINLINE
001920     IF WS-MASTER-STATUS NOT = "00" AND NOT = "05"
001930         DISPLAY "STU-BATCH-MAINT: CANNOT OPEN STUDENT "
001940             "MASTER, STATUS = " WS-MASTER-STATUS
001941         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001942         MOVE "E" TO WS-IL-SEVERITY
001943         MOVE WS-MASTER-STATUS TO WS-IL-FILE-STATUS
001944         MOVE "CANNOT OPEN STUDENT MASTER" TO WS-IL-MESSAGE
001945         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001950         MOVE "Y" TO WS-TRANS-EOF-SW
001960         MOVE 4 TO RETURN-CODE
001970     ELSE
002020         IF WS-DEPT-STATUS NOT = "00"
002030             DISPLAY "STU-BATCH-MAINT: CANNOT OPEN deptMaster, "
002040                 "STATUS = " WS-DEPT-STATUS
002041             MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
002042             MOVE "E" TO WS-IL-SEVERITY
002043             MOVE WS-DEPT-STATUS TO WS-IL-FILE-STATUS
002044             MOVE "CANNOT OPEN deptMaster" TO WS-IL-MESSAGE
002045             PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
002050             MOVE "Y" TO WS-TRANS-EOF-SW
002060             MOVE 4 TO RETURN-CODE
002070         ELSE
002130         IF WS-TRANS-STATUS NOT = "00"
002140             DISPLAY "STU-BATCH-MAINT: CANNOT OPEN maintTrans, "
002150                 "STATUS = " WS-TRANS-STATUS
002151             MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
002152             MOVE "E" TO WS-IL-SEVERITY
002153             MOVE WS-TRANS-STATUS TO WS-IL-FILE-STATUS
002154             MOVE "CANNOT OPEN maintTrans" TO WS-IL-MESSAGE
002155             PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
002160             MOVE "Y" TO WS-TRANS-EOF-SW
002170             MOVE 4 TO RETURN-CODE
002180         ELSE
002670     MOVE MNT-ACTION-CODE TO REG-ACTION.
002680     MOVE MNT-ID-NUMBER TO REG-ID-NUMBER.
002690     MOVE SPACES TO REG-REASON.
002692     PERFORM 2500-CHECK-CALENDAR THRU 2500-CHECK-CALENDAR-EXIT.
002694     IF WS-WINDOW-OVERRIDDEN
002696         MOVE WS-CW-INFO TO REG-REASON
002698     END-IF.
002700     EVALUATE TRUE
002701         WHEN WS-WINDOW-REFUSED
002702             MOVE "REJECTED " TO REG-RESULT
002703             MOVE WS-CW-INFO TO REG-REASON
002704             ADD 1 TO WS-REJECTED-COUNT
002705             PERFORM 7000-WRITE-REGISTER-LINE
002706                 THRU 7000-WRITE-REGISTER-LINE-EXIT
002710         WHEN MNT-ACTION-ADD
002720             PERFORM 3000-APPLY-ADD THRU 3000-APPLY-ADD-EXIT
002730         WHEN MNT-ACTION-CHANGE
002880     END-READ.
002890 2000-APPLY-ONE-TRANS-EXIT.
002900     EXIT.
002901*
002902*    AN ADD OR CHANGE THAT POSTS A GRADE MUST FALL INSIDE THE
002903*    TERM'S GRADE WINDOW, AND ONE THAT POSTS CREDITS INSIDE ITS
002904*    REGISTRATION WINDOW, ON THE ACADEMIC CALENDAR. A BLANK TERM
002905*    ON THE TRANSACTION MEANS THE CURRENT TERM. CAL-WINDOW LETS
002906*    ONE OUTSIDE THE WINDOW THROUGH ONLY ON A SUPERVISOR
002907*    EXCEPTION, AND LOGS EACH ONE IT USES.
002908 2500-CHECK-CALENDAR.
002909     MOVE "Y" TO WS-CW-REPLY.
002910     MOVE SPACES TO WS-CW-INFO.
002911     IF NOT MNT-ACTION-ADD AND NOT MNT-ACTION-CHANGE
002912         GO TO 2500-CHECK-CALENDAR-EXIT
002913     END-IF.
002914     IF MNT-GRADE NOT = SPACES
002915         MOVE "G" TO WS-CW-TRANS-TYPE
002916         PERFORM 2510-CALL-CAL-WINDOW
002917             THRU 2510-CALL-CAL-WINDOW-EXIT
002918         IF WS-WINDOW-REFUSED
002919             GO TO 2500-CHECK-CALENDAR-EXIT
002920         END-IF
002921     END-IF.
002922     IF MNT-CREDITS NOT = SPACES AND NOT = "00"
002923         MOVE "A" TO WS-CW-TRANS-TYPE
002924         PERFORM 2510-CALL-CAL-WINDOW
002925             THRU 2510-CALL-CAL-WINDOW-EXIT
002926     END-IF.
002927 2500-CHECK-CALENDAR-EXIT.
002928     EXIT.
002929*
002930 2510-CALL-CAL-WINDOW.
002931     MOVE MNT-TERM-CODE TO WS-CW-TERM-CODE.
002932     MOVE SPACES TO WS-CW-COURSE-ID.
002933     CALL "CAL-WINDOW" USING WS-CW-TRANS-TYPE WS-CW-TERM-CODE
002934         MNT-ID-NUMBER WS-CW-COURSE-ID WS-CW-PROGRAM
002935         WS-CW-REPLY WS-CW-INFO.
002936 2510-CALL-CAL-WINDOW-EXIT.
002937     EXIT.
002938*
002939 3000-APPLY-ADD.
002940     PERFORM 6500-VALIDATE-DEPT-AND-ID
002941         THRU 6500-VALIDATE-DEPT-AND-ID-EXIT.
002950     IF NOT WS-DEPT-IS-VALID
002960             OR MNT-ID-NUMBER NOT NUMERIC
002970             OR MNT-CREDITS NOT NUMERIC
003130         MOVE "A" TO STU-ENROLL-STATUS
003140     END-IF.
003150     MOVE "N" TO STU-CONFIDENTIAL.
003152     MOVE SPACE TO STU-STANDING.
003160     PERFORM 6000-SET-GPA-STANDING
003170         THRU 6000-SET-GPA-STANDING-EXIT.
003180     WRITE STUDENT-MASTER-RECORD
004330         WHEN OTHER MOVE 0.00 TO WS-GRADE-POINTS
004340     END-EVALUATE.
004350     MOVE WS-GRADE-POINTS TO STU-GPA.
004351*    SUSPENSION AND DISMISSAL ARE SET AND CLEARED ONLY BY THE
004352*    TERM-END STANDING RUN
004353     IF NOT STU-GPA-STANDING
004354         GO TO 6000-SET-GPA-STANDING-EXIT
004355     END-IF.
004360     IF STU-GPA >= 2.00
004370         MOVE "G" TO STU-STANDING
004380     ELSE
004790 8000-WRITE-TOTALS-EXIT.
004800     EXIT.
004810*
004811 8900-LOG-INCIDENT.
004812     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
004813         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
004814         WS-IL-MESSAGE.
004815 8900-LOG-INCIDENT-EXIT.
004816     EXIT.
004817*
004820 9000-TERMINATE.
004830     IF WS-LOCK-IS-HELD
004840         MOVE "R" TO WS-FL-FUNCTION
