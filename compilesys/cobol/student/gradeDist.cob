000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GRADE-DIST.
000030 AUTHOR. REGISTRAR-SYSTEMS-GROUP.
000040 INSTALLATION. REGISTRARS-OFFICE.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED. 2026-10-14.
000070*================================================================
000080* MODIFICATION HISTORY
000090*   2026-10-14  RSG  INITIAL VERSION - GRADE DISTRIBUTION REPORT
000100*                    FOR A TERM OR RANGE OF TERMS FROM
000110*                    enrollDetail. EACH SECTION (COURSE AND TERM,
000120*                    WITH ITS INSTRUCTOR OF RECORD) PRINTS ITS
000130*                    A/B/C/D/F/W/I/P COUNTS; EACH COURSE PRINTS
000140*                    COUNTS AND PERCENTAGES UNDER ITS CATALOG
000150*                    TITLE AND IS FLAGGED WHEN ITS W OR F RATE
000160*                    IS ABOVE THE THRESHOLD; EACH DEPARTMENT
000170*                    PRINTS ITS DISTRIBUTION AND AVERAGE GPA.
000180*                    ATTEMPTS REPLACED BY A REPEAT ARE COUNTED
000190*                    ON A LINE OF THEIR OWN, NOT IN THE
000200*                    DISTRIBUTION. PARM (OR paramMaster STEP
000210*                    GRADDIST) IS FROM TERM, TO TERM (BLANK =
000220*                    FROM TERM) AND THE FLAG PERCENT AS NNN.
000222*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000224*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000230*================================================================
000240*
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT ENROLL-DETAIL ASSIGN TO DISK
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS SEQUENTIAL
000320         RECORD KEY IS ENR-KEY
000330         FILE STATUS IS WS-ENROLL-STATUS.
000340     SELECT COURSE-MASTER ASSIGN TO DISK
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS RANDOM
000370         RECORD KEY IS CRS-COURSE-ID
000380         FILE STATUS IS WS-COURSE-STATUS.
000390     SELECT SECTION-MASTER ASSIGN TO DISK
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS RANDOM
000420         RECORD KEY IS SEC-KEY
000430         FILE STATUS IS WS-SECTION-STATUS.
000440     SELECT EMPLOYEE-MASTER ASSIGN TO DISK
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS EMP-MST-ID
000480         FILE STATUS IS WS-EMPLOYEE-STATUS.
000490     SELECT SORT-WORK-FILE ASSIGN TO DISK.
000500     SELECT REPORT-FILE ASSIGN TO DISK
000510         ORGANIZATION IS LINE SEQUENTIAL.
000520*
000530 DATA DIVISION.
000540 FILE SECTION.
000550*
000560 FD  ENROLL-DETAIL
000570     LABEL RECORDS ARE STANDARD
000580     VALUE OF FILE-ID IS "enrollDetail".
000590     COPY "stuenrl.cpy".
000600*
000610 FD  COURSE-MASTER
000620     LABEL RECORDS ARE STANDARD
000630     VALUE OF FILE-ID IS "courseMaster".
000640     COPY "crsmstr.cpy".
000650*
000660 FD  SECTION-MASTER
000670     LABEL RECORDS ARE STANDARD
000680     VALUE OF FILE-ID IS "sectionMaster".
000690     COPY "crssect.cpy".
000700*
000710 FD  EMPLOYEE-MASTER
000720     LABEL RECORDS ARE STANDARD
000730     VALUE OF FILE-ID IS "employeeMaster".
000740     COPY "empmstr.cpy".
000750*
000760 SD  SORT-WORK-FILE.
000770 01  SORT-REC.
000780     05  SRT-DEPT                PIC X(04).
000790     05  SRT-COURSE-ID           PIC X(06).
000800     05  SRT-TERM-CODE           PIC X(06).
000810     05  SRT-INSTRUCTOR-ID       PIC X(04).
000820     05  SRT-TITLE               PIC X(30).
000830     05  SRT-GRADE               PIC X(01).
000840     05  SRT-REPEAT-FLAG         PIC X(01).
000850         88  SRT-REPLACED-BY-REPEAT  VALUE "R".
000860     05  SRT-CREDITS             PIC 9(02).
000870*
000880 FD  REPORT-FILE
000890     LABEL RECORDS ARE STANDARD
000900     VALUE OF FILE-ID IS "gradeDistribution".
000910 01  RPT-LINE                    PIC X(80).
000920*
000930 WORKING-STORAGE SECTION.
000940*----------------------------------------------------------------
000950* PRINT LINE LAYOUTS
000960*----------------------------------------------------------------
000970 01  WS-HEADER-1.
000980     05  FILLER                  PIC X(20) VALUE SPACES.
000990     05  FILLER                  PIC X(27) VALUE
001000         "GRADE DISTRIBUTION REPORT".
001010     05  FILLER                  PIC X(06) VALUE "TERMS ".
001020     05  HDR-FROM-TERM           PIC X(06).
001030     05  FILLER                  PIC X(01) VALUE "-".
001040     05  HDR-TO-TERM             PIC X(06).
001050     05  FILLER                  PIC X(04) VALUE SPACES.
001060     05  FILLER                  PIC X(06) VALUE "PAGE  ".
001070     05  HDR-PAGE-NO             PIC ZZ9.
001080 01  WS-HEADER-2.
001090     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
001100     05  HDR-RUN-DATE            PIC X(08).
001110     05  FILLER                  PIC X(27) VALUE
001120         "   FLAG W OR F RATE ABOVE ".
001130     05  HDR-THRESHOLD           PIC ZZ9.
001140     05  FILLER                  PIC X(01) VALUE "%".
001150 01  WS-DEPT-HDR-LINE.
001160     05  FILLER                  PIC X(06) VALUE "DEPT: ".
001170     05  DPH-DEPT                PIC X(04).
001180 01  WS-COLUMN-HDR.
001190     05  FILLER                  PIC X(20) VALUE
001200         "  TERM   INSTRUCTOR".
001210     05  FILLER                  PIC X(48) VALUE
001220         "     A     B     C     D     F     W     I     P".
001230     05  FILLER                  PIC X(11) VALUE
001240         " TOTAL  GPA".
001250 01  WS-COURSE-HDR-LINE.
001260     05  CHL-COURSE-ID           PIC X(06).
001270     05  FILLER                  PIC X(02) VALUE SPACES.
001280     05  CHL-TITLE               PIC X(30).
001290*    ONE LAYOUT SERVES THE SECTION, COURSE, DEPARTMENT AND GRAND
001300*    COUNT LINES; A SECTION LINE CARRIES ITS TERM AND INSTRUCTOR
001310*    IN THE LABEL AREA
001320 01  WS-DIST-LINE.
001330     05  DST-LABEL               PIC X(20).
001340     05  DST-SECTION-LABEL       REDEFINES DST-LABEL.
001350         10  FILLER              PIC X(02).
001360         10  DST-TERM-CODE       PIC X(06).
001370         10  FILLER              PIC X(01).
001380         10  DST-INSTRUCTOR      PIC X(11).
001390     05  DST-COUNT               PIC ZZZZZ9 OCCURS 8 TIMES.
001400     05  DST-TOTAL               PIC ZZZZZ9.
001410     05  FILLER                  PIC X(01) VALUE SPACES.
001420     05  DST-GPA-AREA            PIC X(04).
001430     05  DST-GPA                 REDEFINES DST-GPA-AREA
001440                                 PIC 9.99.
001450 01  WS-PCT-LINE.
001460     05  PCT-LABEL               PIC X(20).
001470     05  PCT-ENTRY               OCCURS 8 TIMES.
001480         10  FILLER              PIC X(01).
001490         10  PCT-VALUE           PIC ZZ9.9.
001500 01  WS-FLAG-LINE.
001510     05  FILLER                  PIC X(04) VALUE SPACES.
001520     05  FILLER                  PIC X(12) VALUE "** FLAGGED: ".
001530     05  FLG-REASON              PIC X(14).
001540     05  FILLER                  PIC X(07) VALUE " ABOVE ".
001550     05  FLG-THRESHOLD           PIC ZZ9.
001560     05  FILLER                  PIC X(01) VALUE "%".
001570 01  WS-NOTE-LINE.
001580     05  FILLER                  PIC X(04) VALUE SPACES.
001590     05  NTL-LABEL               PIC X(42).
001600     05  NTL-COUNT               PIC ZZZZZ9.
001610 01  WS-GPA-LINE.
001620     05  FILLER                  PIC X(04) VALUE SPACES.
001630     05  GPL-LABEL               PIC X(42).
001640     05  FILLER                  PIC X(02) VALUE SPACES.
001650     05  GPL-GPA-AREA            PIC X(04).
001680 01  WS-TRAILER-LINE.
001690     05  TRL-LABEL               PIC X(40).
001700     05  TRL-COUNT               PIC ZZZZZZ9.
001710*----------------------------------------------------------------
001720* GRADE COLUMNS IN PRINT ORDER
001730*----------------------------------------------------------------
001740 01  WS-GRADE-LETTERS            PIC X(08) VALUE "ABCDFWIP".
001750 01  WS-GRADE-TABLE              REDEFINES WS-GRADE-LETTERS.
001760     05  WS-GRADE-LETTER         PIC X(01) OCCURS 8 TIMES.
001770*----------------------------------------------------------------
001780* TOTAL AREAS - EACH ENROLLMENT IS COUNTED INTO THE SECTION,
001790* COURSE, DEPARTMENT AND GRAND AREAS TOGETHER; THE ONE BEING
001800* PRINTED IS MOVED TO WS-TOTALS. ALL FIVE SHARE ONE LAYOUT.
001810* GPA HOURS AND QUALITY POINTS COVER A THROUGH F ONLY.
001820*----------------------------------------------------------------
001830 01  WS-TOTALS.
001840     05  WS-TOT-GRADE-COUNT      PIC 9(06) OCCURS 8 TIMES.
001850     05  WS-TOT-GRADED           PIC 9(06).
001860     05  WS-TOT-NOT-GRADED       PIC 9(06).
001870     05  WS-TOT-REPLACED         PIC 9(06).
001880     05  WS-TOT-GPA-HOURS        PIC 9(07).
001890     05  WS-TOT-QUALITY-PTS      PIC 9(08).
001900 01  WS-SECTION-TOTALS.
001910     05  WS-SEC-GRADE-COUNT      PIC 9(06) OCCURS 8 TIMES.
001920     05  WS-SEC-GRADED           PIC 9(06).
001930     05  WS-SEC-NOT-GRADED       PIC 9(06).
001940     05  WS-SEC-REPLACED         PIC 9(06).
001950     05  WS-SEC-GPA-HOURS        PIC 9(07).
001960     05  WS-SEC-QUALITY-PTS      PIC 9(08).
001970 01  WS-COURSE-TOTALS.
001980     05  WS-CRS-GRADE-COUNT      PIC 9(06) OCCURS 8 TIMES.
001990     05  WS-CRS-GRADED           PIC 9(06).
002000     05  WS-CRS-NOT-GRADED       PIC 9(06).
002010     05  WS-CRS-REPLACED         PIC 9(06).
002020     05  WS-CRS-GPA-HOURS        PIC 9(07).
002030     05  WS-CRS-QUALITY-PTS      PIC 9(08).
002040 01  WS-DEPT-TOTALS.
002050     05  WS-DPT-GRADE-COUNT      PIC 9(06) OCCURS 8 TIMES.
002060     05  WS-DPT-GRADED           PIC 9(06).
002070     05  WS-DPT-NOT-GRADED       PIC 9(06).
002080     05  WS-DPT-REPLACED         PIC 9(06).
002090     05  WS-DPT-GPA-HOURS        PIC 9(07).
002100     05  WS-DPT-QUALITY-PTS      PIC 9(08).
002110 01  WS-GRAND-TOTALS.
002120     05  WS-GRD-GRADE-COUNT      PIC 9(06) OCCURS 8 TIMES.
002130     05  WS-GRD-GRADED           PIC 9(06).
002140     05  WS-GRD-NOT-GRADED       PIC 9(06).
002150     05  WS-GRD-REPLACED         PIC 9(06).
002160     05  WS-GRD-GPA-HOURS        PIC 9(07).
002170     05  WS-GRD-QUALITY-PTS      PIC 9(08).
002180*----------------------------------------------------------------
002190* RUN PARAMETERS - FROM TERM, TO TERM, FLAG PERCENT (NNN)
002200*----------------------------------------------------------------
002210 01  WS-PARM.
002220     05  WS-PARM-FROM-TERM       PIC X(06).
002230     05  WS-PARM-TO-TERM         PIC X(06).
002240     05  WS-PARM-THRESHOLD       PIC X(03).
002250     05  FILLER                  PIC X(25).
002260*----------------------------------------------------------------
002270* CONTROL FIELDS
002280*----------------------------------------------------------------
002290 77  WS-ENROLL-STATUS            PIC X(02) VALUE "00".
002300 77  WS-COURSE-STATUS            PIC X(02) VALUE "00".
002310 77  WS-SECTION-STATUS           PIC X(02) VALUE "00".
002320 77  WS-EMPLOYEE-STATUS          PIC X(02) VALUE "00".
002330 77  WS-ENROLL-EOF-SW            PIC X(01) VALUE "N".
002340     88  WS-END-OF-ENROLLMENTS       VALUE "Y".
002350 77  WS-EOF-SW                   PIC X(01) VALUE "N".
002360     88  WS-END-OF-SORT              VALUE "Y".
002370 77  WS-FIRST-RECORD-SW          PIC X(01) VALUE "Y".
002380     88  WS-FIRST-RECORD             VALUE "Y".
002390 77  WS-ENROLL-OPENED-SW         PIC X(01) VALUE "N".
002400     88  WS-ENROLL-IS-OPENED         VALUE "Y".
002410 77  WS-COURSE-OPENED-SW         PIC X(01) VALUE "N".
002420     88  WS-COURSE-IS-OPENED         VALUE "Y".
002430 77  WS-SECTION-OPENED-SW        PIC X(01) VALUE "N".
002440     88  WS-SECTION-IS-OPENED        VALUE "Y".
002450 77  WS-EMPLOYEE-OPENED-SW       PIC X(01) VALUE "N".
002460     88  WS-EMPLOYEE-IS-OPENED       VALUE "Y".
002470 77  WS-PF-STEP                  PIC X(08) VALUE "GRADDIST".
002480 77  WS-PF-VALUE                 PIC X(40) VALUE SPACES.
002490 77  WS-PF-FOUND                 PIC X(01) VALUE "N".
002500 77  WS-TRANSFER-TERM            PIC X(06) VALUE "000000".
002510 77  WS-FROM-TERM                PIC X(06) VALUE SPACES.
002520 77  WS-TO-TERM                  PIC X(06) VALUE SPACES.
002530 77  WS-THRESHOLD                PIC 9(03) VALUE 20.
002540 77  WS-SYSTEM-DATE              PIC 9(08) VALUE ZEROS.
002550 77  WS-PAGE-NO                  PIC 9(03) VALUE ZEROS.
002560 77  WS-DEPT-HOLD                PIC X(04) VALUE SPACES.
002570 77  WS-COURSE-HOLD              PIC X(06) VALUE SPACES.
002580 77  WS-TERM-HOLD                PIC X(06) VALUE SPACES.
002590 77  WS-INSTRUCTOR-HOLD          PIC X(04) VALUE SPACES.
002600 77  WS-GRADE-SUB                PIC 9(01) VALUE ZEROS.
002610 77  WS-GRADE-IDX                PIC 9(01) VALUE ZEROS.
002620 77  WS-GRADE-POINTS             PIC 9(01) VALUE ZEROS.
002630 77  WS-WORK-PCT                 PIC 9(03)V9 VALUE ZEROS.
002640 77  WS-W-PCT                    PIC 9(03)V9 VALUE ZEROS.
002650 77  WS-F-PCT                    PIC 9(03)V9 VALUE ZEROS.
002660 77  WS-WORK-GPA                 PIC 9V99 VALUE ZEROS.
002670 77  WS-DPT-COURSES              PIC 9(05) VALUE ZEROS.
002680 77  WS-DPT-FLAGGED              PIC 9(05) VALUE ZEROS.
002690 77  WS-GRD-COURSES              PIC 9(05) VALUE ZEROS.
002700 77  WS-GRD-FLAGGED              PIC 9(05) VALUE ZEROS.
002710 77  WS-ENROLLMENTS-READ         PIC 9(07) VALUE ZEROS.
002720 77  WS-ENROLLMENTS-SELECTED     PIC 9(07) VALUE ZEROS.
002730 77  WS-NO-COURSE-COUNT          PIC 9(05) VALUE ZEROS.
002731*----------------------------------------------------------------
002732* INCIDENT LOG CALL FIELDS
002733*----------------------------------------------------------------
002734 77  WS-IL-PROGRAM               PIC X(20) VALUE "GRADE-DIST".
002735 77  WS-IL-STEP                  PIC X(08) VALUE "GRADDIST".
002736 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
002737 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
002738 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
002739 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
002740*
002750 PROCEDURE DIVISION.
002760*================================================================
002770* 0000-MAINLINE
002780*================================================================
002790 0000-MAINLINE.
002800     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002810     IF NOT WS-END-OF-ENROLLMENTS
002820         SORT SORT-WORK-FILE
002830             ON ASCENDING KEY SRT-DEPT SRT-COURSE-ID
002840                 SRT-TERM-CODE
002850             INPUT PROCEDURE IS 2000-SELECT-ENROLLMENTS
002860                 THRU 2000-SELECT-ENROLLMENTS-EXIT
002870             OUTPUT PROCEDURE IS 3000-PRODUCE-REPORT
002880                 THRU 3000-PRODUCE-REPORT-EXIT
002890     END-IF.
002900     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
002910     GOBACK.
002920*
002930 1000-INITIALIZE.
002940     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
002950     ACCEPT WS-PARM FROM COMMAND-LINE.
002960     IF WS-PARM = SPACES
002970         CALL "PARM-FETCH" USING WS-PF-STEP WS-PF-VALUE
002980             WS-PF-FOUND
002990         IF WS-PF-FOUND = "Y"
003000             MOVE WS-PF-VALUE TO WS-PARM
003010             DISPLAY "GRADE-DIST: PARM TAKEN FROM "
003020                 "paramMaster: " WS-PF-VALUE
003030         END-IF
003040     END-IF.
003050     MOVE WS-PARM-FROM-TERM TO WS-FROM-TERM.
003060     MOVE WS-PARM-TO-TERM TO WS-TO-TERM.
003070     IF WS-FROM-TERM = SPACES
003080         DISPLAY "GRADE-DIST: FROM TERM REQUIRED IN THE PARM"
003090         MOVE "Y" TO WS-ENROLL-EOF-SW
003100         MOVE 4 TO RETURN-CODE
003110         GO TO 1000-INITIALIZE-EXIT
003120     END-IF.
003130     IF WS-TO-TERM = SPACES
003140         MOVE WS-FROM-TERM TO WS-TO-TERM
003150     END-IF.
003160     IF WS-TO-TERM < WS-FROM-TERM
003170         DISPLAY "GRADE-DIST: TO TERM " WS-TO-TERM
003180             " IS BEFORE FROM TERM " WS-FROM-TERM
003190         MOVE "Y" TO WS-ENROLL-EOF-SW
003200         MOVE 4 TO RETURN-CODE
003210         GO TO 1000-INITIALIZE-EXIT
003220     END-IF.
003230     IF WS-PARM-THRESHOLD IS NUMERIC
003240         MOVE WS-PARM-THRESHOLD TO WS-THRESHOLD
003250     END-IF.
003260     OPEN INPUT ENROLL-DETAIL.
003270     IF WS-ENROLL-STATUS NOT = "00"
003280         DISPLAY "GRADE-DIST: CANNOT OPEN enrollDetail, "
003290             "STATUS = " WS-ENROLL-STATUS
003291         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
003292         MOVE "E" TO WS-IL-SEVERITY
003293         MOVE WS-ENROLL-STATUS TO WS-IL-FILE-STATUS
003294         MOVE "CANNOT OPEN enrollDetail" TO WS-IL-MESSAGE
003295         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
003300         MOVE "Y" TO WS-ENROLL-EOF-SW
003310         MOVE 4 TO RETURN-CODE
003320         GO TO 1000-INITIALIZE-EXIT
003330     END-IF.
003340     MOVE "Y" TO WS-ENROLL-OPENED-SW.
003350     OPEN INPUT COURSE-MASTER.
003360     IF WS-COURSE-STATUS = "00"
003370         MOVE "Y" TO WS-COURSE-OPENED-SW
003380     ELSE
003390         DISPLAY "GRADE-DIST: courseMaster NOT AVAILABLE - "
003400             "NO TITLES OR DEPARTMENTS, NO GPA HOURS"
003410     END-IF.
003420     OPEN INPUT SECTION-MASTER.
003430     IF WS-SECTION-STATUS = "00"
003440         MOVE "Y" TO WS-SECTION-OPENED-SW
003450     ELSE
003460         DISPLAY "GRADE-DIST: sectionMaster NOT AVAILABLE - "
003470             "SECTIONS LISTED AS UNSTAFFED"
003480     END-IF.
003490     OPEN INPUT EMPLOYEE-MASTER.
003500     IF WS-EMPLOYEE-STATUS = "00"
003510         MOVE "Y" TO WS-EMPLOYEE-OPENED-SW
003520     ELSE
003530         DISPLAY "GRADE-DIST: employeeMaster NOT AVAILABLE - "
003540             "INSTRUCTOR NAMES NOT PRINTED"
003550     END-IF.
003560     OPEN OUTPUT REPORT-FILE.
003570     PERFORM 1100-WRITE-PAGE-HEADER
003580         THRU 1100-WRITE-PAGE-HEADER-EXIT.
003590 1000-INITIALIZE-EXIT.
003600     EXIT.
003610*
003620 1100-WRITE-PAGE-HEADER.
003630     ADD 1 TO WS-PAGE-NO.
003640     MOVE WS-PAGE-NO TO HDR-PAGE-NO.
003650     MOVE WS-FROM-TERM TO HDR-FROM-TERM.
003660     MOVE WS-TO-TERM TO HDR-TO-TERM.
003670     WRITE RPT-LINE FROM WS-HEADER-1 AFTER ADVANCING PAGE.
003680     MOVE WS-SYSTEM-DATE TO HDR-RUN-DATE.
003690     MOVE WS-THRESHOLD TO HDR-THRESHOLD.
003700     WRITE RPT-LINE FROM WS-HEADER-2 AFTER ADVANCING 1 LINE.
003710     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
003720 1100-WRITE-PAGE-HEADER-EXIT.
003730     EXIT.
003740*
003750 2000-SELECT-ENROLLMENTS.
003760     PERFORM 2100-RELEASE-ONE-ENROLLMENT
003770         THRU 2100-RELEASE-ONE-ENROLLMENT-EXIT
003780         UNTIL WS-END-OF-ENROLLMENTS.
003790 2000-SELECT-ENROLLMENTS-EXIT.
003800     EXIT.
003810*
003820*    TRANSFER WORK IS POSTED UNDER TERM 000000 AND WAS NOT
003830*    GRADED HERE, SO IT NEVER ENTERS THE DISTRIBUTION
003840 2100-RELEASE-ONE-ENROLLMENT.
003850     READ ENROLL-DETAIL
003860         AT END
003870             MOVE "Y" TO WS-ENROLL-EOF-SW
003880             GO TO 2100-RELEASE-ONE-ENROLLMENT-EXIT
003890     END-READ.
003900     ADD 1 TO WS-ENROLLMENTS-READ.
003910     IF ENR-TERM-CODE = WS-TRANSFER-TERM
003920             OR ENR-TERM-CODE < WS-FROM-TERM
003930             OR ENR-TERM-CODE > WS-TO-TERM
003940         GO TO 2100-RELEASE-ONE-ENROLLMENT-EXIT
003950     END-IF.
003960     ADD 1 TO WS-ENROLLMENTS-SELECTED.
003970     MOVE ENR-COURSE-ID TO SRT-COURSE-ID.
003980     MOVE ENR-TERM-CODE TO SRT-TERM-CODE.
003990     MOVE ENR-GRADE TO SRT-GRADE.
004000     MOVE ENR-REPEAT-FLAG TO SRT-REPEAT-FLAG.
004010     MOVE ENR-CREDIT-HOURS TO SRT-CREDITS.
004020     MOVE SPACES TO SRT-DEPT.
004030     MOVE "(NOT ON courseMaster)" TO SRT-TITLE.
004040     MOVE SPACES TO SRT-INSTRUCTOR-ID.
004050     PERFORM 2200-LOOK-UP-COURSE THRU 2200-LOOK-UP-COURSE-EXIT.
004060     IF WS-SECTION-IS-OPENED
004070         MOVE ENR-COURSE-ID TO SEC-COURSE-ID
004080         MOVE ENR-TERM-CODE TO SEC-TERM-CODE
004090         READ SECTION-MASTER
004100             INVALID KEY
004110                 CONTINUE
004120             NOT INVALID KEY
004130                 MOVE SEC-INSTRUCTOR-ID TO SRT-INSTRUCTOR-ID
004140         END-READ
004150     END-IF.
004160     RELEASE SORT-REC.
004170 2100-RELEASE-ONE-ENROLLMENT-EXIT.
004180     EXIT.
004190*
004200 2200-LOOK-UP-COURSE.
004210     IF NOT WS-COURSE-IS-OPENED
004220         GO TO 2200-LOOK-UP-COURSE-EXIT
004230     END-IF.
004240     MOVE ENR-COURSE-ID TO CRS-COURSE-ID.
004250     READ COURSE-MASTER
004260         INVALID KEY
004270             ADD 1 TO WS-NO-COURSE-COUNT
004280             GO TO 2200-LOOK-UP-COURSE-EXIT
004290     END-READ.
004300     MOVE CRS-DEPT TO SRT-DEPT.
004310     MOVE CRS-TITLE TO SRT-TITLE.
004320 2200-LOOK-UP-COURSE-EXIT.
004330     EXIT.
004340*
004350 3000-PRODUCE-REPORT.
004360     INITIALIZE WS-SECTION-TOTALS WS-COURSE-TOTALS
004370         WS-DEPT-TOTALS WS-GRAND-TOTALS.
004380     MOVE "N" TO WS-EOF-SW.
004390     RETURN SORT-WORK-FILE AT END MOVE "Y" TO WS-EOF-SW.
004400     PERFORM 3100-PROCESS-SORTED-RECORD
004410         THRU 3100-PROCESS-SORTED-RECORD-EXIT
004420         UNTIL WS-END-OF-SORT.
004430     IF NOT WS-FIRST-RECORD
004440         PERFORM 3300-WRITE-SECTION-LINE
004450             THRU 3300-WRITE-SECTION-LINE-EXIT
004460         PERFORM 3400-WRITE-COURSE-TOTAL
004470             THRU 3400-WRITE-COURSE-TOTAL-EXIT
004480         PERFORM 3500-WRITE-DEPT-TOTAL
004490             THRU 3500-WRITE-DEPT-TOTAL-EXIT
004500     END-IF.
004510     MOVE WS-GRAND-TOTALS TO WS-TOTALS.
004520     PERFORM 3600-FORMAT-DIST-LINES
004530         THRU 3600-FORMAT-DIST-LINES-EXIT.
004540     MOVE "GRAND TOTAL" TO DST-LABEL.
004550     MOVE "  PERCENT" TO PCT-LABEL.
004560     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
004570     WRITE RPT-LINE FROM WS-DIST-LINE AFTER ADVANCING 1 LINE.
004580     WRITE RPT-LINE FROM WS-PCT-LINE AFTER ADVANCING 1 LINE.
004590     MOVE "AVERAGE GPA, ALL DEPARTMENTS:" TO GPL-LABEL.
004600     MOVE DST-GPA-AREA TO GPL-GPA-AREA.
004610     WRITE RPT-LINE FROM WS-GPA-LINE AFTER ADVANCING 1 LINE.
004620     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
004630     MOVE "ENROLLMENTS IN TERM RANGE:" TO TRL-LABEL.
004640     MOVE WS-ENROLLMENTS-SELECTED TO TRL-COUNT.
004650     WRITE RPT-LINE FROM WS-TRAILER-LINE AFTER ADVANCING 1 LINE.
004660     MOVE "REPLACED ATTEMPTS (NOT IN DISTRIBUTION):"
004670         TO TRL-LABEL.
004680     MOVE WS-GRD-REPLACED TO TRL-COUNT.
004690     WRITE RPT-LINE FROM WS-TRAILER-LINE AFTER ADVANCING 1 LINE.
004700     MOVE "NOT GRADED OR OTHER GRADE:" TO TRL-LABEL.
004710     MOVE WS-GRD-NOT-GRADED TO TRL-COUNT.
004720     WRITE RPT-LINE FROM WS-TRAILER-LINE AFTER ADVANCING 1 LINE.
004730     MOVE "COURSES REPORTED:" TO TRL-LABEL.
004740     MOVE WS-GRD-COURSES TO TRL-COUNT.
004750     WRITE RPT-LINE FROM WS-TRAILER-LINE AFTER ADVANCING 1 LINE.
004760     MOVE "COURSES FLAGGED:" TO TRL-LABEL.
004770     MOVE WS-GRD-FLAGGED TO TRL-COUNT.
004780     WRITE RPT-LINE FROM WS-TRAILER-LINE AFTER ADVANCING 1 LINE.
004790     MOVE "ENROLLMENTS FOR COURSE NOT ON FILE:" TO TRL-LABEL.
004800     MOVE WS-NO-COURSE-COUNT TO TRL-COUNT.
004810     WRITE RPT-LINE FROM WS-TRAILER-LINE AFTER ADVANCING 1 LINE.
004820     DISPLAY "GRADE-DIST: ENROLLMENTS READ = "
004830         WS-ENROLLMENTS-READ " SELECTED = "
004840         WS-ENROLLMENTS-SELECTED " FLAGGED = " WS-GRD-FLAGGED.
004850 3000-PRODUCE-REPORT-EXIT.
004860     EXIT.
004870*
004880 3100-PROCESS-SORTED-RECORD.
004890     IF WS-FIRST-RECORD
004900         MOVE SRT-DEPT TO WS-DEPT-HOLD
004910         PERFORM 3200-WRITE-DEPT-HEADER
004920             THRU 3200-WRITE-DEPT-HEADER-EXIT
004930         PERFORM 3210-START-COURSE THRU 3210-START-COURSE-EXIT
004940         MOVE "N" TO WS-FIRST-RECORD-SW
004950     END-IF.
004960     IF SRT-DEPT NOT = WS-DEPT-HOLD
004970         PERFORM 3300-WRITE-SECTION-LINE
004980             THRU 3300-WRITE-SECTION-LINE-EXIT
004990         PERFORM 3400-WRITE-COURSE-TOTAL
005000             THRU 3400-WRITE-COURSE-TOTAL-EXIT
005010         PERFORM 3500-WRITE-DEPT-TOTAL
005020             THRU 3500-WRITE-DEPT-TOTAL-EXIT
005030         MOVE SRT-DEPT TO WS-DEPT-HOLD
005040         PERFORM 3200-WRITE-DEPT-HEADER
005050             THRU 3200-WRITE-DEPT-HEADER-EXIT
005060         PERFORM 3210-START-COURSE THRU 3210-START-COURSE-EXIT
005070     END-IF.
005080     IF SRT-COURSE-ID NOT = WS-COURSE-HOLD
005090         PERFORM 3300-WRITE-SECTION-LINE
005100             THRU 3300-WRITE-SECTION-LINE-EXIT
005110         PERFORM 3400-WRITE-COURSE-TOTAL
005120             THRU 3400-WRITE-COURSE-TOTAL-EXIT
005130         PERFORM 3210-START-COURSE THRU 3210-START-COURSE-EXIT
005140     END-IF.
005150     IF SRT-TERM-CODE NOT = WS-TERM-HOLD
005160         PERFORM 3300-WRITE-SECTION-LINE
005170             THRU 3300-WRITE-SECTION-LINE-EXIT
005180         MOVE SRT-TERM-CODE TO WS-TERM-HOLD
005190         MOVE SRT-INSTRUCTOR-ID TO WS-INSTRUCTOR-HOLD
005200     END-IF.
005210     PERFORM 3150-COUNT-ENROLLMENT
005220         THRU 3150-COUNT-ENROLLMENT-EXIT.
005230     RETURN SORT-WORK-FILE AT END MOVE "Y" TO WS-EOF-SW.
005240 3100-PROCESS-SORTED-RECORD-EXIT.
005250     EXIT.
005260*
005270*    A REPLACED ATTEMPT IS COUNTED ON ITS OWN AND LEFT OUT OF
005280*    THE DISTRIBUTION. A BLANK OR UNKNOWN GRADE IS COUNTED AS
005290*    NOT GRADED. ONLY A THROUGH F CARRY GPA HOURS.
005300 3150-COUNT-ENROLLMENT.
005310     IF SRT-REPLACED-BY-REPEAT
005320         ADD 1 TO WS-SEC-REPLACED WS-CRS-REPLACED
005330             WS-DPT-REPLACED WS-GRD-REPLACED
005340         GO TO 3150-COUNT-ENROLLMENT-EXIT
005350     END-IF.
005360     MOVE ZEROS TO WS-GRADE-IDX.
005370     PERFORM 3160-FIND-GRADE THRU 3160-FIND-GRADE-EXIT
005380         VARYING WS-GRADE-SUB FROM 1 BY 1
005390         UNTIL WS-GRADE-SUB > 8.
005400     IF WS-GRADE-IDX = ZEROS
005410         ADD 1 TO WS-SEC-NOT-GRADED WS-CRS-NOT-GRADED
005420             WS-DPT-NOT-GRADED WS-GRD-NOT-GRADED
005430         GO TO 3150-COUNT-ENROLLMENT-EXIT
005440     END-IF.
005450     ADD 1 TO WS-SEC-GRADE-COUNT (WS-GRADE-IDX)
005460         WS-CRS-GRADE-COUNT (WS-GRADE-IDX)
005470         WS-DPT-GRADE-COUNT (WS-GRADE-IDX)
005480         WS-GRD-GRADE-COUNT (WS-GRADE-IDX).
005490     ADD 1 TO WS-SEC-GRADED WS-CRS-GRADED
005500         WS-DPT-GRADED WS-GRD-GRADED.
005510     IF WS-GRADE-IDX > 5
005520         GO TO 3150-COUNT-ENROLLMENT-EXIT
005530     END-IF.
005540     EVALUATE SRT-GRADE
005550         WHEN "A"  MOVE 4 TO WS-GRADE-POINTS
005560         WHEN "B"  MOVE 3 TO WS-GRADE-POINTS
005570         WHEN "C"  MOVE 2 TO WS-GRADE-POINTS
005580         WHEN "D"  MOVE 1 TO WS-GRADE-POINTS
005590         WHEN OTHER MOVE 0 TO WS-GRADE-POINTS
005600     END-EVALUATE.
005610     ADD SRT-CREDITS TO WS-SEC-GPA-HOURS WS-CRS-GPA-HOURS
005620         WS-DPT-GPA-HOURS WS-GRD-GPA-HOURS.
005630     COMPUTE WS-SEC-QUALITY-PTS = WS-SEC-QUALITY-PTS
005640         + WS-GRADE-POINTS * SRT-CREDITS.
005650     COMPUTE WS-CRS-QUALITY-PTS = WS-CRS-QUALITY-PTS
005660         + WS-GRADE-POINTS * SRT-CREDITS.
005670     COMPUTE WS-DPT-QUALITY-PTS = WS-DPT-QUALITY-PTS
005680         + WS-GRADE-POINTS * SRT-CREDITS.
005690     COMPUTE WS-GRD-QUALITY-PTS = WS-GRD-QUALITY-PTS
005700         + WS-GRADE-POINTS * SRT-CREDITS.
005710 3150-COUNT-ENROLLMENT-EXIT.
005720     EXIT.
005730*
005740 3160-FIND-GRADE.
005750     IF SRT-GRADE = WS-GRADE-LETTER (WS-GRADE-SUB)
005760         MOVE WS-GRADE-SUB TO WS-GRADE-IDX
005770     END-IF.
005780 3160-FIND-GRADE-EXIT.
005790     EXIT.
005800*
005810 3200-WRITE-DEPT-HEADER.
005820     MOVE WS-DEPT-HOLD TO DPH-DEPT.
005830     WRITE RPT-LINE FROM WS-DEPT-HDR-LINE AFTER ADVANCING 1 LINE.
005840     WRITE RPT-LINE FROM WS-COLUMN-HDR AFTER ADVANCING 1 LINE.
005850 3200-WRITE-DEPT-HEADER-EXIT.
005860     EXIT.
005870*
005880 3210-START-COURSE.
005890     MOVE SRT-COURSE-ID TO WS-COURSE-HOLD.
005900     MOVE SRT-TERM-CODE TO WS-TERM-HOLD.
005910     MOVE SRT-INSTRUCTOR-ID TO WS-INSTRUCTOR-HOLD.
005920     MOVE SRT-COURSE-ID TO CHL-COURSE-ID.
005930     MOVE SRT-TITLE TO CHL-TITLE.
005940     WRITE RPT-LINE FROM WS-COURSE-HDR-LINE
005950         AFTER ADVANCING 1 LINE.
005960 3210-START-COURSE-EXIT.
005970     EXIT.
005980*
005990 3300-WRITE-SECTION-LINE.
006000     MOVE WS-SECTION-TOTALS TO WS-TOTALS.
006010     PERFORM 3600-FORMAT-DIST-LINES
006020         THRU 3600-FORMAT-DIST-LINES-EXIT.
006030     MOVE SPACES TO DST-LABEL.
006040     MOVE WS-TERM-HOLD TO DST-TERM-CODE.
006050     PERFORM 3310-LOOK-UP-INSTRUCTOR
006060         THRU 3310-LOOK-UP-INSTRUCTOR-EXIT.
006070     WRITE RPT-LINE FROM WS-DIST-LINE AFTER ADVANCING 1 LINE.
006080     INITIALIZE WS-SECTION-TOTALS.
006090 3300-WRITE-SECTION-LINE-EXIT.
006100     EXIT.
006110*
006120 3310-LOOK-UP-INSTRUCTOR.
006130     IF WS-INSTRUCTOR-HOLD = SPACES
006140         MOVE "(UNSTAFFED)" TO DST-INSTRUCTOR
006150         GO TO 3310-LOOK-UP-INSTRUCTOR-EXIT
006160     END-IF.
006170     MOVE WS-INSTRUCTOR-HOLD TO DST-INSTRUCTOR.
006180     IF NOT WS-EMPLOYEE-IS-OPENED
006190         GO TO 3310-LOOK-UP-INSTRUCTOR-EXIT
006200     END-IF.
006210     MOVE WS-INSTRUCTOR-HOLD TO EMP-MST-ID.
006220     READ EMPLOYEE-MASTER
006230         INVALID KEY
006240             GO TO 3310-LOOK-UP-INSTRUCTOR-EXIT
006250     END-READ.
006260     MOVE EMP-MST-LAST-NAME TO DST-INSTRUCTOR.
006270 3310-LOOK-UP-INSTRUCTOR-EXIT.
006280     EXIT.
006290*
006300*    THE W AND F RATES ARE TAKEN OVER THE GRADES IN THE
006310*    DISTRIBUTION, SO REPLACED ATTEMPTS DO NOT DILUTE THEM
006320 3400-WRITE-COURSE-TOTAL.
006330     MOVE WS-COURSE-TOTALS TO WS-TOTALS.
006340     PERFORM 3600-FORMAT-DIST-LINES
006350         THRU 3600-FORMAT-DIST-LINES-EXIT.
006360     MOVE "  COURSE TOTAL" TO DST-LABEL.
006370     MOVE "  PERCENT" TO PCT-LABEL.
006380     WRITE RPT-LINE FROM WS-DIST-LINE AFTER ADVANCING 1 LINE.
006390     WRITE RPT-LINE FROM WS-PCT-LINE AFTER ADVANCING 1 LINE.
006400     ADD 1 TO WS-DPT-COURSES.
006410     MOVE ZEROS TO WS-W-PCT WS-F-PCT.
006420     IF WS-TOT-GRADED > ZEROS
006430         COMPUTE WS-W-PCT ROUNDED =
006440             WS-TOT-GRADE-COUNT (6) * 100 / WS-TOT-GRADED
006450         COMPUTE WS-F-PCT ROUNDED =
006460             WS-TOT-GRADE-COUNT (5) * 100 / WS-TOT-GRADED
006470     END-IF.
006480     MOVE SPACES TO FLG-REASON.
006490     IF WS-W-PCT > WS-THRESHOLD
006500         MOVE "W RATE" TO FLG-REASON
006510     END-IF.
006520     IF WS-F-PCT > WS-THRESHOLD
006530         IF FLG-REASON = SPACES
006540             MOVE "F RATE" TO FLG-REASON
006550         ELSE
006560             MOVE "W AND F RATES" TO FLG-REASON
006570         END-IF
006580     END-IF.
006590     IF FLG-REASON NOT = SPACES
006600         MOVE WS-THRESHOLD TO FLG-THRESHOLD
006610         WRITE RPT-LINE FROM WS-FLAG-LINE
006620             AFTER ADVANCING 1 LINE
006630         ADD 1 TO WS-DPT-FLAGGED
006640     END-IF.
006650     IF WS-TOT-REPLACED > ZEROS
006660         MOVE "REPLACED ATTEMPTS (NOT IN DISTRIBUTION):"
006670             TO NTL-LABEL
006680         MOVE WS-TOT-REPLACED TO NTL-COUNT
006690         WRITE RPT-LINE FROM WS-NOTE-LINE
006700             AFTER ADVANCING 1 LINE
006710     END-IF.
006720     IF WS-TOT-NOT-GRADED > ZEROS
006730         MOVE "NOT GRADED OR OTHER GRADE:" TO NTL-LABEL
006740         MOVE WS-TOT-NOT-GRADED TO NTL-COUNT
006750         WRITE RPT-LINE FROM WS-NOTE-LINE
006760             AFTER ADVANCING 1 LINE
006770     END-IF.
006780     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
006790     INITIALIZE WS-COURSE-TOTALS.
006800 3400-WRITE-COURSE-TOTAL-EXIT.
006810     EXIT.
006820*
006830 3500-WRITE-DEPT-TOTAL.
006840     MOVE WS-DEPT-TOTALS TO WS-TOTALS.
006850     PERFORM 3600-FORMAT-DIST-LINES
006860         THRU 3600-FORMAT-DIST-LINES-EXIT.
006870     MOVE "DEPT TOTAL" TO DST-LABEL.
006880     MOVE "  PERCENT" TO PCT-LABEL.
006890     WRITE RPT-LINE FROM WS-DIST-LINE AFTER ADVANCING 1 LINE.
006900     WRITE RPT-LINE FROM WS-PCT-LINE AFTER ADVANCING 1 LINE.
006910     MOVE "DEPARTMENT AVERAGE GPA:" TO GPL-LABEL.
006920     MOVE DST-GPA-AREA TO GPL-GPA-AREA.
006930     WRITE RPT-LINE FROM WS-GPA-LINE AFTER ADVANCING 1 LINE.
006940     MOVE "COURSES REPORTED:" TO NTL-LABEL.
006950     MOVE WS-DPT-COURSES TO NTL-COUNT.
006960     WRITE RPT-LINE FROM WS-NOTE-LINE AFTER ADVANCING 1 LINE.
006970     MOVE "COURSES FLAGGED:" TO NTL-LABEL.
006980     MOVE WS-DPT-FLAGGED TO NTL-COUNT.
006990     WRITE RPT-LINE FROM WS-NOTE-LINE AFTER ADVANCING 1 LINE.
007000     MOVE "REPLACED ATTEMPTS (NOT IN DISTRIBUTION):"
007010         TO NTL-LABEL.
007020     MOVE WS-DPT-REPLACED TO NTL-COUNT.
007030     WRITE RPT-LINE FROM WS-NOTE-LINE AFTER ADVANCING 1 LINE.
007040     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
007050     ADD WS-DPT-COURSES TO WS-GRD-COURSES.
007060     ADD WS-DPT-FLAGGED TO WS-GRD-FLAGGED.
007070     MOVE ZEROS TO WS-DPT-COURSES WS-DPT-FLAGGED.
007080     INITIALIZE WS-DEPT-TOTALS.
007090 3500-WRITE-DEPT-TOTAL-EXIT.
007100     EXIT.
007110*
007120 3600-FORMAT-DIST-LINES.
007130     PERFORM 3610-FORMAT-ONE-GRADE
007140         THRU 3610-FORMAT-ONE-GRADE-EXIT
007150         VARYING WS-GRADE-SUB FROM 1 BY 1
007160         UNTIL WS-GRADE-SUB > 8.
007170     MOVE WS-TOT-GRADED TO DST-TOTAL.
007180     MOVE SPACES TO DST-GPA-AREA.
007190     IF WS-TOT-GPA-HOURS > ZEROS
007200         COMPUTE WS-WORK-GPA ROUNDED =
007210             WS-TOT-QUALITY-PTS / WS-TOT-GPA-HOURS
007220         MOVE WS-WORK-GPA TO DST-GPA
007230     END-IF.
007240 3600-FORMAT-DIST-LINES-EXIT.
007250     EXIT.
007260*
007270 3610-FORMAT-ONE-GRADE.
007280     MOVE WS-TOT-GRADE-COUNT (WS-GRADE-SUB)
007290         TO DST-COUNT (WS-GRADE-SUB).
007300     MOVE ZEROS TO WS-WORK-PCT.
007310     IF WS-TOT-GRADED > ZEROS
007320         COMPUTE WS-WORK-PCT ROUNDED =
007330             WS-TOT-GRADE-COUNT (WS-GRADE-SUB) * 100
007340                 / WS-TOT-GRADED
007350     END-IF.
007360     MOVE SPACE TO PCT-ENTRY (WS-GRADE-SUB).
007370     MOVE WS-WORK-PCT TO PCT-VALUE (WS-GRADE-SUB).
007380 3610-FORMAT-ONE-GRADE-EXIT.
007390     EXIT.
007400*
007401 8900-LOG-INCIDENT.
007402     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
007403         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
007404         WS-IL-MESSAGE.
007405 8900-LOG-INCIDENT-EXIT.
007406     EXIT.
007407*
007410 9000-TERMINATE.
007420     IF WS-ENROLL-IS-OPENED
007430         CLOSE ENROLL-DETAIL
007440         CLOSE REPORT-FILE
007450     END-IF.
007460     IF WS-COURSE-IS-OPENED
007470         CLOSE COURSE-MASTER
007480     END-IF.
007490     IF WS-SECTION-IS-OPENED
007500         CLOSE SECTION-MASTER
007510     END-IF.
007520     IF WS-EMPLOYEE-IS-OPENED
007530         CLOSE EMPLOYEE-MASTER
007540     END-IF.
007550 9000-TERMINATE-EXIT.
007560     EXIT.
007570*
007580 END PROGRAM GRADE-DIST.
