000310*                    ARE COUNTED AND PASSED OVER - THEY CARRY
000320*                    NO ROSTER OR SUMMARY DATA AND MUST NOT
000330*                    PRINT FROM THE MISALIGNED FIELDS.
000332*   2026-10-14  RSG  COURSE-DROP ("D") RECORDS ON THE FEED ARE
000334*                    COUNTED AND PASSED OVER THE SAME WAY.
000335*   2026-10-14  RSG  EACH ROSTER LINE PRINTS THE INSTRUCTOR OF
000336*                    RECORD FROM THE SECTION MASTER SO THE
000337*                    ROSTER CAN GO TO THE RIGHT PERSON.
000338*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000339*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000340*================================================================
000350*
000360 ENVIRONMENT DIVISION.
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS CRS-COURSE-ID
000530         FILE STATUS IS WS-COURSE-STATUS.
000531     SELECT SECTION-MASTER ASSIGN TO DISK
000532         ORGANIZATION IS INDEXED
000533         ACCESS MODE IS RANDOM
000534         RECORD KEY IS SEC-KEY
000535         FILE STATUS IS WS-SECTION-STATUS.
000540     SELECT STUDENT-MASTER ASSIGN TO DISK
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000850 01  GRADE-CHANGE-RECORD REDEFINES STUDENT-DATA.
000860     05  GCH-REC-TYPE            PIC X(01).
000870         88  GRADE-CHANGE-REC        VALUE "G".
000872         88  DROP-REC                VALUE "D".
000880     05  FILLER                  PIC X(45).
000890 01  CLASS-TRAILER-RECORD REDEFINES STUDENT-DATA.
000900     05  CLS-TRAILER-REC-TYPE    PIC X(01).
000980     05  SRT-STUDENT-NAME        PIC X(25).
000990     05  SRT-COURSE-TITLE        PIC X(30).
001000     05  SRT-CREDITS             PIC 9(02).
001002     05  SRT-INSTRUCTOR-ID       PIC X(04).
001010*
001020 FD  RUN-STATS-FILE
001030     LABEL RECORDS ARE STANDARD
001080     LABEL RECORDS ARE STANDARD
001090     VALUE OF FILE-ID IS "courseMaster".
001100     COPY "crsmstr.cpy".
001101*
001102 FD  SECTION-MASTER
001103     LABEL RECORDS ARE STANDARD
001104     VALUE OF FILE-ID IS "sectionMaster".
001105     COPY "crssect.cpy".
001110*
001120 FD  STUDENT-MASTER
001130     LABEL RECORDS ARE STANDARD
001580     05  FILLER                  PIC X(15) VALUE "STUDENT-NAME".
001590     05  FILLER                  PIC X(32) VALUE "COURSE-TITLE".
001600     05  FILLER                  PIC X(08) VALUE "CREDITS".
001602     05  FILLER                  PIC X(05) VALUE "INSTR".
001610 01  WS-DETAIL-LINE.
001620     05  DTL-ID-NUMBER           PIC X(04).
001630     05  FILLER                  PIC X(08) VALUE SPACES.
001660     05  DTL-COURSE-TITLE        PIC X(30).
001670     05  FILLER                  PIC X(02) VALUE SPACES.
001680     05  DTL-CREDITS             PIC Z9.
001682     05  FILLER                  PIC X(02) VALUE SPACES.
001684     05  DTL-INSTRUCTOR-ID       PIC X(04).
001690 01  WS-SUBTOTAL-LINE.
001700     05  FILLER                  PIC X(10) VALUE SPACES.
001710     05  FILLER                  PIC X(14) VALUE
001910     88  WS-RUN-BLOCKED              VALUE "Y".
001920 77  WS-COURSE-OPENED-SW         PIC X(01) VALUE "N".
001930     88  WS-COURSE-IS-OPENED         VALUE "Y".
001932 77  WS-SECTION-STATUS           PIC X(02) VALUE "00".
001934 77  WS-SECTION-OPENED-SW        PIC X(01) VALUE "N".
001936     88  WS-SECTION-IS-OPENED        VALUE "Y".
001940 77  WS-INPUT-EOF-SW             PIC X(01) VALUE "N".
001950 77  WS-EOF-SW                   PIC X(01) VALUE "N".
001960     88  WS-END-OF-SORT              VALUE "Y".
002140 77  WS-OPERATOR-ID              PIC X(10) VALUE SPACES.
002150 77  WS-SYSTEM-TIME              PIC 9(08) VALUE ZEROS.
002160 77  WS-MASKED-COUNT             PIC 9(05) VALUE ZEROS.
002161*----------------------------------------------------------------
002162* INCIDENT LOG CALL FIELDS
002163*----------------------------------------------------------------
002164 77  WS-IL-PROGRAM               PIC X(20) VALUE "CLASS-ROSTER".
002165 77  WS-IL-STEP                  PIC X(08) VALUE "CLASROST".
002166 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
002167 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
002168 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
002169 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
002170*
002180 PROCEDURE DIVISION.
002190*================================================================
003000         DISPLAY "CLASS-ROSTER: studentMaster NOT AVAILABLE - "
003010             "FERPA FLAGS CANNOT BE CHECKED"
003020     END-IF.
003021     OPEN INPUT SECTION-MASTER.
003022     IF WS-SECTION-STATUS = "00"
003023         MOVE "Y" TO WS-SECTION-OPENED-SW
003024     ELSE
003025         DISPLAY "CLASS-ROSTER: sectionMaster NOT AVAILABLE - "
003026             "INSTRUCTORS NOT PRINTED"
003027     END-IF.
003030     IF WS-IN-FILE-STATUS = "00"
003040         OPEN INPUT COURSE-MASTER
003050         IF WS-COURSE-STATUS NOT = "00"
003060             DISPLAY "CLASS-ROSTER: CANNOT OPEN courseMaster, "
003070                 "STATUS = " WS-COURSE-STATUS
003071             MOVE "1500-SELECT-INPUT-RECORDS" TO WS-IL-PARAGRAPH
003072             MOVE "E" TO WS-IL-SEVERITY
003073             MOVE WS-COURSE-STATUS TO WS-IL-FILE-STATUS
003074             MOVE "CANNOT OPEN courseMaster" TO WS-IL-MESSAGE
003075             PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
003080             MOVE "Y" TO WS-INPUT-EOF-SW
003090             MOVE 4 TO RETURN-CODE
003100         ELSE
003140     IF WS-IN-FILE-STATUS NOT = "00"
003150         DISPLAY "CLASS-ROSTER: CANNOT OPEN inputData, STATUS = "
003160             WS-IN-FILE-STATUS
003161         MOVE "1500-SELECT-INPUT-RECORDS" TO WS-IL-PARAGRAPH
003162         MOVE "E" TO WS-IL-SEVERITY
003163         MOVE WS-IN-FILE-STATUS TO WS-IL-FILE-STATUS
003164         MOVE "CANNOT OPEN inputData" TO WS-IL-MESSAGE
003165         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
003170         MOVE "Y" TO WS-INPUT-EOF-SW
003180         MOVE 4 TO RETURN-CODE
003190     END-IF.
003480     IF WS-COURSE-IS-OPENED
003490         CLOSE COURSE-MASTER
003500     END-IF.
003502     IF WS-SECTION-IS-OPENED
003504         CLOSE SECTION-MASTER
003506     END-IF.
003510 1500-SELECT-INPUT-RECORDS-EXIT.
003520     EXIT.
003530*
003550     IF CLS-TRAILER-TAG = "TRAILR"
003560         MOVE "Y" TO WS-INPUT-EOF-SW
003570     ELSE
003580     IF GRADE-CHANGE-REC OR DROP-REC
003590*        GRADE CHANGES AND DROPS RIDE THE SAME FEED BUT HAVE NO
003600*        ROSTER LINE - COUNT THEM (THE BALANCE SHEET CROSS-CHECKS
003610*        RECORD COUNTS AGAINST READFILE) AND READ ON
003620         ADD 1 TO WS-RECORDS-IN
003630         READ IN-FILE
003740             THRU 1700-LOOK-UP-COURSE-EXIT
003750         MOVE CRS-TITLE TO SRT-COURSE-TITLE
003760         MOVE CRS-CREDIT-HOURS TO SRT-CREDITS
003762         PERFORM 1750-LOOK-UP-INSTRUCTOR
003764             THRU 1750-LOOK-UP-INSTRUCTOR-EXIT
003770         RELEASE SORT-REC
003780         READ IN-FILE
003790             AT END MOVE "Y" TO WS-INPUT-EOF-SW
004190 1700-LOOK-UP-COURSE-EXIT.
004200     EXIT.
004210*
004211 1750-LOOK-UP-INSTRUCTOR.
004212     MOVE SPACES TO SRT-INSTRUCTOR-ID.
004213     IF NOT WS-SECTION-IS-OPENED
004214         GO TO 1750-LOOK-UP-INSTRUCTOR-EXIT
004215     END-IF.
004216     MOVE COURSE-ID TO SEC-COURSE-ID.
004217     MOVE TERM-CODE TO SEC-TERM-CODE.
004218     READ SECTION-MASTER
004219         INVALID KEY
004220             GO TO 1750-LOOK-UP-INSTRUCTOR-EXIT
004221     END-READ.
004222     MOVE SEC-INSTRUCTOR-ID TO SRT-INSTRUCTOR-ID.
004223 1750-LOOK-UP-INSTRUCTOR-EXIT.
004224     EXIT.
004225*
004226 2000-PRODUCE-REPORT.
004230     MOVE "N" TO WS-EOF-SW.
004240     RETURN SORT-WORK-FILE AT END MOVE "Y" TO WS-EOF-SW.
004250     PERFORM 2100-PROCESS-SORTED-RECORD
004520     MOVE SRT-STUDENT-NAME TO DTL-STUDENT-NAME.
004530     MOVE SRT-COURSE-TITLE TO DTL-COURSE-TITLE.
004540     MOVE SRT-CREDITS TO DTL-CREDITS.
004542     MOVE SRT-INSTRUCTOR-ID TO DTL-INSTRUCTOR-ID.
004550     WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.
004560     ADD SRT-CREDITS TO WS-DEPT-SUBTOTAL.
004570     ADD SRT-CREDITS TO WS-GRAND-TOTAL.
004810 2400-WRITE-DEPT-HEADER-EXIT.
004820     EXIT.
004830*
004831 8900-LOG-INCIDENT.
004832     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
004833         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
004834         WS-IL-MESSAGE.
004835 8900-LOG-INCIDENT-EXIT.
004836     EXIT.
004837*
004840 9000-TERMINATE.
004850     IF WS-RUN-BLOCKED
004860         GO TO 9000-TERMINATE-EXIT
005250     ELSE
005260         DISPLAY "CLASS-ROSTER: CANNOT OPEN runStats, "
005270             "STATUS = " WS-STATS-STATUS
005271         MOVE "9100-WRITE-RUN-STATS" TO WS-IL-PARAGRAPH
005272         MOVE "W" TO WS-IL-SEVERITY
005273         MOVE WS-STATS-STATUS TO WS-IL-FILE-STATUS
005274         MOVE "CANNOT OPEN runStats" TO WS-IL-MESSAGE
005275         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
005280     END-IF.
005290 9100-WRITE-RUN-STATS-EXIT.
005300     EXIT.
