000130*                    DATE (COMMAND-LINE PARM OR CONSOLE) IS DUE
000140*                    TO LAPSE AND MUST BE RESOLVED OR CHANGED
000150*                    TO F WITH A GRADE-CHANGE TRANSACTION.
000151*   2026-10-14  RSG  THE LAPSE CUTOFF NOW COMES FROM EACH TERM'S
000152*                    INCOMPLETE-LAPSE DATE ON academicCalendar AND
000153*                    PRINTS ON THE LINE; AN I IS DUE TO LAPSE ONCE
000154*                    THAT DATE IS REACHED. A DATE PARM RUNS THE
000155*                    REPORT AS OF ANOTHER DAY; THERE IS NO CONSOLE
000156*                    PROMPT. TERMS MISSING FROM THE CALENDAR ARE
000157*                    FLAGGED AND COUNTED.
000158*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000159*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000160*================================================================
000170*
000180 ENVIRONMENT DIVISION.
000310         ALTERNATE RECORD KEY IS STU-STUDENT-NAME
000320             WITH DUPLICATES
000330         FILE STATUS IS WS-MASTER-STATUS.
000331     SELECT CALENDAR-MASTER ASSIGN TO DISK
000332         ORGANIZATION IS INDEXED
000333         ACCESS MODE IS RANDOM
000334         RECORD KEY IS CAL-TERM-CODE
000335         FILE STATUS IS WS-CALENDAR-STATUS.
000340     SELECT REPORT-FILE ASSIGN TO DISK
000350         ORGANIZATION IS LINE SEQUENTIAL.
000360*
000470     VALUE OF FILE-ID IS "studentMaster".
000480     COPY "stumstr.cpy".
000490*
000491 FD  CALENDAR-MASTER
000492     LABEL RECORDS ARE STANDARD
000493     VALUE OF FILE-ID IS "academicCalendar".
000494     COPY "acadcal.cpy".
000495*
000500 FD  REPORT-FILE
000510     LABEL RECORDS ARE STANDARD
000520     VALUE OF FILE-ID IS "incompleteLapse".
000640     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
000650     05  HDR-RUN-DATE            PIC X(08).
000660     05  FILLER                  PIC X(20) VALUE
000670         "   AS OF:           ".
000680     05  HDR-CUTOFF              PIC X(08).
000690 01  WS-COLUMN-HDR.
000700     05  FILLER                  PIC X(06) VALUE "ID".
000710     05  FILLER                  PIC X(27) VALUE "STUDENT-NAME".
000720     05  FILLER                  PIC X(08) VALUE "COURSE".
000730     05  FILLER                  PIC X(08) VALUE "TERM".
000740     05  FILLER                  PIC X(10) VALUE "POSTED".
000742     05  FILLER                  PIC X(10) VALUE "LAPSES".
000750     05  FILLER                  PIC X(08) VALUE "STATUS".
000760 01  WS-DETAIL-LINE.
000770     05  DTL-ID-NUMBER           PIC X(04).
000780     05  FILLER                  PIC X(02) VALUE SPACES.
000790     05  DTL-STUDENT-NAME        PIC X(25).
000800     05  FILLER                  PIC X(02) VALUE SPACES.
000810     05  DTL-COURSE-ID           PIC X(06).
000840     05  FILLER                  PIC X(02) VALUE SPACES.
000850     05  DTL-POSTED              PIC X(08).
000860     05  FILLER                  PIC X(02) VALUE SPACES.
000870     05  DTL-LAPSE-DATE          PIC X(08).
000872     05  FILLER                  PIC X(02) VALUE SPACES.
000874     05  DTL-STATUS              PIC X(11).
000880 01  WS-TOTAL-LINE-1.
000890     05  FILLER                  PIC X(10) VALUE SPACES.
000900     05  FILLER                  PIC X(20) VALUE
000950     05  FILLER                  PIC X(20) VALUE
000960         "DUE TO LAPSE TO F:  ".
000970     05  TTL-LAPSED              PIC ZZZZ9.
000971 01  WS-TOTAL-LINE-3.
000972     05  FILLER                  PIC X(10) VALUE SPACES.
000973     05  FILLER                  PIC X(20) VALUE
000974         "TERM NOT ON CALENDAR".
000975     05  TTL-NO-CALENDAR         PIC ZZZZ9.
000980*----------------------------------------------------------------
000990* CONTROL FIELDS
001000*----------------------------------------------------------------
001020 77  WS-MASTER-STATUS            PIC X(02) VALUE "00".
001030 77  WS-MASTER-OPENED-SW         PIC X(01) VALUE "N".
001040     88  WS-MASTER-IS-OPENED         VALUE "Y".
001042 77  WS-CALENDAR-STATUS          PIC X(02) VALUE "00".
001044 77  WS-CALENDAR-OPENED-SW       PIC X(01) VALUE "N".
001046     88  WS-CALENDAR-IS-OPENED       VALUE "Y".
001050 77  WS-DETAIL-EOF-SW            PIC X(01) VALUE "N".
001060     88  WS-END-OF-DETAILS           VALUE "Y".
001070 77  WS-PARM                     PIC X(08) VALUE SPACES.
001100 77  WS-SYSTEM-DATE              PIC 9(08) VALUE ZEROS.
001110 77  WS-TOTAL-COUNT              PIC 9(05) VALUE ZEROS.
001120 77  WS-LAPSED-COUNT             PIC 9(05) VALUE ZEROS.
001122 77  WS-NO-CALENDAR-COUNT        PIC 9(05) VALUE ZEROS.
001123*----------------------------------------------------------------
001124* INCIDENT LOG CALL FIELDS
001125*----------------------------------------------------------------
001126 77  WS-IL-PROGRAM               PIC X(20) VALUE
001127         "INCOMPLETE-RPT".
001128 77  WS-IL-STEP                  PIC X(08) VALUE SPACES.
001129 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
001130 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
001131 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
001132 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
001133*
001140 PROCEDURE DIVISION.
001150*================================================================
001160* 0000-MAINLINE
001270 1000-INITIALIZE.
001280     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
001290     MOVE WS-SYSTEM-DATE TO WS-RUN-DATE.
001292*    THE LAPSE DATE COMES FROM EACH TERM'S ACADEMIC CALENDAR;
001294*    A DATE PARM ONLY RUNS THE REPORT AS OF ANOTHER DAY
001300     ACCEPT WS-PARM FROM COMMAND-LINE.
001310     IF WS-PARM (1:8) IS NUMERIC
001320         MOVE WS-PARM TO WS-CUTOFF-DATE
001330     ELSE
001410         MOVE WS-RUN-DATE TO WS-CUTOFF-DATE
001420     END-IF.
001430     OPEN INPUT ENROLL-DETAIL.
001440     IF WS-ENROLL-STATUS NOT = "00"
001450         DISPLAY "INCOMPLETE-RPT: CANNOT OPEN enrollDetail, "
001460             "STATUS = " WS-ENROLL-STATUS
001461         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001462         MOVE "E" TO WS-IL-SEVERITY
001463         MOVE WS-ENROLL-STATUS TO WS-IL-FILE-STATUS
001464         MOVE "CANNOT OPEN enrollDetail" TO WS-IL-MESSAGE
001465         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001470         MOVE "Y" TO WS-DETAIL-EOF-SW
001480         MOVE 4 TO RETURN-CODE
001490     END-IF.
001540         DISPLAY "INCOMPLETE-RPT: studentMaster NOT AVAILABLE "
001550             "- NAMES OMITTED"
001560     END-IF.
001561     OPEN INPUT CALENDAR-MASTER.
001562     IF WS-CALENDAR-STATUS = "00"
001563         MOVE "Y" TO WS-CALENDAR-OPENED-SW
001564     ELSE
001565         DISPLAY "INCOMPLETE-RPT: academicCalendar NOT "
001566             "AVAILABLE - RUN CAL-MAINT TO BUILD IT"
001567         MOVE 4 TO RETURN-CODE
001568     END-IF.
001570     OPEN OUTPUT REPORT-FILE.
001580     WRITE RPT-LINE FROM WS-HEADER-1 AFTER ADVANCING PAGE.
001590     MOVE WS-RUN-DATE TO HDR-RUN-DATE.
001870     MOVE ENR-COURSE-ID TO DTL-COURSE-ID.
001880     MOVE ENR-TERM-CODE TO DTL-TERM-CODE.
001890     MOVE ENR-POSTED-DATE TO DTL-POSTED.
001900     PERFORM 2200-GET-LAPSE-DATE THRU 2200-GET-LAPSE-DATE-EXIT.
001910     EVALUATE TRUE
001920         WHEN DTL-LAPSE-DATE = SPACES
001930             MOVE "NO CALENDAR" TO DTL-STATUS
001940             ADD 1 TO WS-NO-CALENDAR-COUNT
001950         WHEN WS-CUTOFF-DATE NOT < DTL-LAPSE-DATE
001951             MOVE "LAPSE TO F" TO DTL-STATUS
001952             ADD 1 TO WS-LAPSED-COUNT
001953         WHEN OTHER
001954             MOVE "PENDING" TO DTL-STATUS
001955     END-EVALUATE.
001960     WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.
001970 2000-CHECK-ONE-DETAIL-EXIT.
001980     EXIT.
002100     END-IF.
002110 2100-GET-STUDENT-NAME-EXIT.
002120     EXIT.
002121*
002122 2200-GET-LAPSE-DATE.
002123     MOVE SPACES TO DTL-LAPSE-DATE.
002124     IF WS-CALENDAR-IS-OPENED
002125         MOVE ENR-TERM-CODE TO CAL-TERM-CODE
002126         READ CALENDAR-MASTER
002127             INVALID KEY
002128                 CONTINUE
002129             NOT INVALID KEY
002130                 MOVE CAL-LAPSE-DATE TO DTL-LAPSE-DATE
002131         END-READ
002132     END-IF.
002133 2200-GET-LAPSE-DATE-EXIT.
002134     EXIT.
002135*
002140 8000-WRITE-TOTALS.
002150     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
002160     MOVE WS-TOTAL-COUNT TO TTL-TOTAL.
002170     WRITE RPT-LINE FROM WS-TOTAL-LINE-1 AFTER ADVANCING 1 LINE.
002180     MOVE WS-LAPSED-COUNT TO TTL-LAPSED.
002190     WRITE RPT-LINE FROM WS-TOTAL-LINE-2 AFTER ADVANCING 1 LINE.
002191     IF WS-NO-CALENDAR-COUNT > ZEROS
002192         MOVE WS-NO-CALENDAR-COUNT TO TTL-NO-CALENDAR
002193         WRITE RPT-LINE FROM WS-TOTAL-LINE-3
002194             AFTER ADVANCING 1 LINE
002195         MOVE 4 TO RETURN-CODE
002196     END-IF.
002200     DISPLAY "INCOMPLETE-RPT: INCOMPLETES = " WS-TOTAL-COUNT
002210         " DUE TO LAPSE = " WS-LAPSED-COUNT.
002220 8000-WRITE-TOTALS-EXIT.
002230     EXIT.
002240*
002241 8900-LOG-INCIDENT.
002242     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
002243         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
002244         WS-IL-MESSAGE.
002245 8900-LOG-INCIDENT-EXIT.
002246     EXIT.
002247*
002250 9000-TERMINATE.
002260     IF WS-ENROLL-STATUS = "00" OR = "10"
002270         CLOSE ENROLL-DETAIL
002290     IF WS-MASTER-IS-OPENED
002300         CLOSE STUDENT-MASTER
002310     END-IF.
002312     IF WS-CALENDAR-IS-OPENED
002314         CLOSE CALENDAR-MASTER
002316     END-IF.
002320     CLOSE REPORT-FILE.
002330 9000-TERMINATE-EXIT.
002340     EXIT.
