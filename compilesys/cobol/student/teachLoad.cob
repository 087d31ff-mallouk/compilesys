000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TEACH-LOAD.
000030 AUTHOR. REGISTRAR-SYSTEMS-GROUP.
000040 INSTALLATION. REGISTRARS-OFFICE.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED. 2026-10-14.
000070*================================================================
000080* MODIFICATION HISTORY
000090*   2026-10-14  RSG  INITIAL VERSION - TEACHING-LOAD REPORT FOR
000100*                    ONE TERM, BY DEPARTMENT AND INSTRUCTOR OF
000110*                    RECORD. EACH SECTION PRINTS WITH ITS CREDIT
000120*                    HOURS AND ENROLLED SEATS; EACH INSTRUCTOR
000130*                    IS TOTALLED AND FLAGGED BELOW MIN OR ABOVE
000140*                    MAX AGAINST THE CREDIT-HOUR LIMITS IN THE
000150*                    PARM (PARAMETER MASTER STEP TCHLOAD WHEN
000160*                    NO COMMAND-LINE PARM IS GIVEN). UNSTAFFED
000170*                    SECTIONS PRINT UNDER THE COURSE DEPARTMENT.
000172*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000174*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000180*================================================================
000190*
000200 ENVIRONMENT DIVISION.
000210 CONFIGURATION SECTION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT SECTION-MASTER ASSIGN TO DISK
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS SEQUENTIAL
000270         RECORD KEY IS SEC-KEY
000280         FILE STATUS IS WS-SECTION-STATUS.
000290     SELECT COURSE-MASTER ASSIGN TO DISK
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS RANDOM
000320         RECORD KEY IS CRS-COURSE-ID
000330         FILE STATUS IS WS-COURSE-STATUS.
000340     SELECT EMPLOYEE-MASTER ASSIGN TO DISK
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS RANDOM
000370         RECORD KEY IS EMP-MST-ID
000380         FILE STATUS IS WS-EMPLOYEE-STATUS.
000390     SELECT SORT-WORK-FILE ASSIGN TO DISK.
000400     SELECT REPORT-FILE ASSIGN TO DISK
000410         ORGANIZATION IS LINE SEQUENTIAL.
000420*
000430 DATA DIVISION.
000440 FILE SECTION.
000450*
000460 FD  SECTION-MASTER
000470     LABEL RECORDS ARE STANDARD
000480     VALUE OF FILE-ID IS "sectionMaster".
000490     COPY "crssect.cpy".
000500*
000510 FD  COURSE-MASTER
000520     LABEL RECORDS ARE STANDARD
000530     VALUE OF FILE-ID IS "courseMaster".
000540     COPY "crsmstr.cpy".
000550*
000560 FD  EMPLOYEE-MASTER
000570     LABEL RECORDS ARE STANDARD
000580     VALUE OF FILE-ID IS "employeeMaster".
000590     COPY "empmstr.cpy".
000600*
000610 SD  SORT-WORK-FILE.
000620 01  SORT-REC.
000630     05  SRT-DEPT                PIC X(04).
000640     05  SRT-INSTRUCTOR-ID       PIC X(04).
000650     05  SRT-COURSE-ID           PIC X(06).
000660     05  SRT-INSTRUCTOR-NAME     PIC X(25).
000670     05  SRT-CREDITS             PIC 9(02).
000680     05  SRT-ENROLLED            PIC 9(03).
000690     05  SRT-CAPACITY            PIC 9(03).
000700*
000710 FD  REPORT-FILE
000720     LABEL RECORDS ARE STANDARD
000730     VALUE OF FILE-ID IS "teachLoadReport".
000740 01  RPT-LINE                    PIC X(80).
000750*
000760 WORKING-STORAGE SECTION.
000770*----------------------------------------------------------------
000780* PRINT LINE LAYOUTS
000790*----------------------------------------------------------------
000800 01  WS-HEADER-1.
000810     05  FILLER                  PIC X(24) VALUE SPACES.
000820     05  FILLER                  PIC X(21) VALUE
000830         "TEACHING LOAD REPORT".
000840     05  FILLER                  PIC X(06) VALUE "TERM: ".
000850     05  HDR-TERM-CODE           PIC X(06).
000860     05  FILLER                  PIC X(04) VALUE SPACES.
000870     05  FILLER                  PIC X(06) VALUE "PAGE  ".
000880     05  HDR-PAGE-NO             PIC ZZ9.
000890 01  WS-HEADER-2.
000900     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
000910     05  HDR-RUN-DATE            PIC X(08).
000920     05  FILLER                  PIC X(20) VALUE
000930         "   CREDIT HOURS MIN ".
000940     05  HDR-MIN-HOURS           PIC Z9.
000950     05  FILLER                  PIC X(05) VALUE " MAX ".
000960     05  HDR-MAX-HOURS           PIC Z9.
000970 01  WS-DEPT-HDR-LINE.
000980     05  FILLER                  PIC X(06) VALUE "DEPT: ".
000990     05  DPH-DEPT                PIC X(04).
001000 01  WS-COLUMN-HDR.
001010     05  FILLER                  PIC X(07) VALUE "INSTR".
001020     05  FILLER                  PIC X(27) VALUE
001030         "INSTRUCTOR NAME".
001040     05  FILLER                  PIC X(09) VALUE "COURSE".
001050     05  FILLER                  PIC X(08) VALUE "CREDITS".
001060     05  FILLER                  PIC X(08) VALUE "ENROLLED".
001070     05  FILLER                  PIC X(05) VALUE "  CAP".
001080 01  WS-DETAIL-LINE.
001090     05  DTL-INSTRUCTOR-ID       PIC X(04).
001100     05  FILLER                  PIC X(03) VALUE SPACES.
001110     05  DTL-INSTRUCTOR-NAME     PIC X(25).
001120     05  FILLER                  PIC X(02) VALUE SPACES.
001130     05  DTL-COURSE-ID           PIC X(06).
001140     05  FILLER                  PIC X(05) VALUE SPACES.
001150     05  DTL-CREDITS             PIC Z9.
001160     05  FILLER                  PIC X(07) VALUE SPACES.
001170     05  DTL-ENROLLED            PIC ZZ9.
001180     05  FILLER                  PIC X(02) VALUE SPACES.
001190     05  DTL-CAPACITY            PIC ZZ9.
001200 01  WS-INSTR-TOTAL-LINE.
001210     05  FILLER                  PIC X(07) VALUE SPACES.
001220     05  FILLER                  PIC X(18) VALUE
001230         "INSTRUCTOR TOTAL  ".
001240     05  ITL-SECTIONS            PIC ZZ9.
001250     05  FILLER                  PIC X(13) VALUE " SECTIONS    ".
001260     05  ITL-CREDITS             PIC ZZ9.
001270     05  FILLER                  PIC X(07) VALUE SPACES.
001280     05  ITL-ENROLLED            PIC ZZZ9.
001290     05  FILLER                  PIC X(03) VALUE SPACES.
001300     05  ITL-FLAG                PIC X(09).
001310 01  WS-DEPT-TOTAL-LINE.
001320     05  DTT-LABEL               PIC X(12).
001330     05  FILLER                  PIC X(01) VALUE SPACES.
001340     05  DTT-INSTRUCTORS         PIC ZZZ9.
001350     05  FILLER                  PIC X(07) VALUE " INSTR ".
001360     05  DTT-SECTIONS            PIC ZZZZ9.
001370     05  FILLER                  PIC X(06) VALUE " SECT ".
001380     05  DTT-CREDITS             PIC ZZZZ9.
001390     05  FILLER                  PIC X(04) VALUE " CR ".
001400     05  DTT-ENROLLED            PIC ZZZZZ9.
001410     05  FILLER                  PIC X(06) VALUE " ENRL ".
001420     05  DTT-FLAGGED             PIC ZZZ9.
001430     05  FILLER                  PIC X(08) VALUE " FLAGGED".
001440 01  WS-TRAILER-LINE.
001450     05  TRL-LABEL               PIC X(30).
001460     05  TRL-COUNT               PIC ZZZZ9.
001470*----------------------------------------------------------------
001480* TOTAL AREAS - DEPARTMENT ROLLS TO GRAND AT EACH BREAK; EITHER
001490* IS MOVED TO WS-TOTALS FOR PRINTING. ALL THREE SHARE ONE LAYOUT.
001500*----------------------------------------------------------------
001510 01  WS-TOTALS.
001520     05  WS-TOT-INSTRUCTORS      PIC 9(04).
001530     05  WS-TOT-SECTIONS         PIC 9(05).
001540     05  WS-TOT-CREDITS          PIC 9(05).
001550     05  WS-TOT-ENROLLED         PIC 9(06).
001560     05  WS-TOT-FLAGGED          PIC 9(04).
001570 01  WS-DEPT-TOTALS.
001580     05  WS-DPT-INSTRUCTORS      PIC 9(04).
001590     05  WS-DPT-SECTIONS         PIC 9(05).
001600     05  WS-DPT-CREDITS          PIC 9(05).
001610     05  WS-DPT-ENROLLED         PIC 9(06).
001620     05  WS-DPT-FLAGGED          PIC 9(04).
001630 01  WS-GRAND-TOTALS.
001640     05  WS-GRD-INSTRUCTORS      PIC 9(04).
001650     05  WS-GRD-SECTIONS         PIC 9(05).
001660     05  WS-GRD-CREDITS          PIC 9(05).
001670     05  WS-GRD-ENROLLED         PIC 9(06).
001680     05  WS-GRD-FLAGGED          PIC 9(04).
001690*----------------------------------------------------------------
001700* RUN PARAMETERS - TERM CODE THEN MINIMUM AND MAXIMUM CREDIT
001710* HOURS PER INSTRUCTOR (TWO DIGITS EACH)
001720*----------------------------------------------------------------
001730 01  WS-PARM.
001740     05  WS-PARM-TERM            PIC X(06).
001750     05  WS-PARM-MIN-HOURS       PIC X(02).
001760     05  WS-PARM-MAX-HOURS       PIC X(02).
001770     05  FILLER                  PIC X(30).
001780*----------------------------------------------------------------
001790* CONTROL FIELDS
001800*----------------------------------------------------------------
001810 77  WS-SECTION-STATUS           PIC X(02) VALUE "00".
001820 77  WS-COURSE-STATUS            PIC X(02) VALUE "00".
001830 77  WS-EMPLOYEE-STATUS          PIC X(02) VALUE "00".
001840 77  WS-SECTION-EOF-SW           PIC X(01) VALUE "N".
001850     88  WS-END-OF-SECTIONS          VALUE "Y".
001860 77  WS-EOF-SW                   PIC X(01) VALUE "N".
001870     88  WS-END-OF-SORT              VALUE "Y".
001880 77  WS-FIRST-RECORD-SW          PIC X(01) VALUE "Y".
001890     88  WS-FIRST-RECORD             VALUE "Y".
001900 77  WS-SECTION-OPENED-SW        PIC X(01) VALUE "N".
001910     88  WS-SECTION-IS-OPENED        VALUE "Y".
001920 77  WS-COURSE-OPENED-SW         PIC X(01) VALUE "N".
001930     88  WS-COURSE-IS-OPENED         VALUE "Y".
001940 77  WS-EMPLOYEE-OPENED-SW       PIC X(01) VALUE "N".
001950     88  WS-EMPLOYEE-IS-OPENED       VALUE "Y".
001960 77  WS-PF-STEP                  PIC X(08) VALUE "TCHLOAD".
001970 77  WS-PF-VALUE                 PIC X(40) VALUE SPACES.
001980 77  WS-PF-FOUND                 PIC X(01) VALUE "N".
001990 77  WS-TERM-CODE                PIC X(06) VALUE SPACES.
002000 77  WS-MIN-HOURS                PIC 9(02) VALUE 6.
002010 77  WS-MAX-HOURS                PIC 9(02) VALUE 12.
002020 77  WS-SYSTEM-DATE              PIC 9(08) VALUE ZEROS.
002030 77  WS-PAGE-NO                  PIC 9(03) VALUE ZEROS.
002040 77  WS-DEPT-HOLD                PIC X(04) VALUE SPACES.
002050 77  WS-INSTRUCTOR-HOLD          PIC X(04) VALUE SPACES.
002060 77  WS-INS-SECTIONS             PIC 9(03) VALUE ZEROS.
002070 77  WS-INS-CREDITS              PIC 9(03) VALUE ZEROS.
002080 77  WS-INS-ENROLLED             PIC 9(04) VALUE ZEROS.
002090 77  WS-SECTIONS-READ            PIC 9(05) VALUE ZEROS.
002100 77  WS-UNSTAFFED-COUNT          PIC 9(05) VALUE ZEROS.
002110 77  WS-NO-EMPLOYEE-COUNT        PIC 9(05) VALUE ZEROS.
002120 77  WS-NO-COURSE-COUNT          PIC 9(05) VALUE ZEROS.
002121*----------------------------------------------------------------
002122* INCIDENT LOG CALL FIELDS
002123*----------------------------------------------------------------
002124 77  WS-IL-PROGRAM               PIC X(20) VALUE "TEACH-LOAD".
002125 77  WS-IL-STEP                  PIC X(08) VALUE "TCHLOAD".
002126 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
002127 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
002128 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
002129 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
002130*
002140 PROCEDURE DIVISION.
002150*================================================================
002160* 0000-MAINLINE
002170*================================================================
002180 0000-MAINLINE.
002190     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002200     IF NOT WS-END-OF-SECTIONS
002210         SORT SORT-WORK-FILE
002220             ON ASCENDING KEY SRT-DEPT SRT-INSTRUCTOR-ID
002230                 SRT-COURSE-ID
002240             INPUT PROCEDURE IS 2000-SELECT-SECTIONS
002250                 THRU 2000-SELECT-SECTIONS-EXIT
002260             OUTPUT PROCEDURE IS 3000-PRODUCE-REPORT
002270                 THRU 3000-PRODUCE-REPORT-EXIT
002280     END-IF.
002290     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
002300     GOBACK.
002310*
002320 1000-INITIALIZE.
002330     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
002340     ACCEPT WS-PARM FROM COMMAND-LINE.
002350     IF WS-PARM = SPACES
002360         CALL "PARM-FETCH" USING WS-PF-STEP WS-PF-VALUE
002370             WS-PF-FOUND
002380         IF WS-PF-FOUND = "Y"
002390             MOVE WS-PF-VALUE TO WS-PARM
002400             DISPLAY "TEACH-LOAD: PARM TAKEN FROM "
002410                 "paramMaster: " WS-PF-VALUE
002420         END-IF
002430     END-IF.
002440     MOVE WS-PARM-TERM TO WS-TERM-CODE.
002450     IF WS-TERM-CODE = SPACES
002460         DISPLAY "TEACH-LOAD: TERM CODE REQUIRED IN THE PARM"
002470         MOVE "Y" TO WS-SECTION-EOF-SW
002480         MOVE 4 TO RETURN-CODE
002490         GO TO 1000-INITIALIZE-EXIT
002500     END-IF.
002510     IF WS-PARM-MIN-HOURS IS NUMERIC
002520         MOVE WS-PARM-MIN-HOURS TO WS-MIN-HOURS
002530     END-IF.
002540     IF WS-PARM-MAX-HOURS IS NUMERIC
002550         MOVE WS-PARM-MAX-HOURS TO WS-MAX-HOURS
002560     END-IF.
002570     IF WS-MAX-HOURS < WS-MIN-HOURS
002580         DISPLAY "TEACH-LOAD: MAXIMUM BELOW MINIMUM - USING "
002590             "06 AND 12"
002600         MOVE 6 TO WS-MIN-HOURS
002610         MOVE 12 TO WS-MAX-HOURS
002620     END-IF.
002630     OPEN INPUT SECTION-MASTER.
002640     IF WS-SECTION-STATUS NOT = "00"
002650         DISPLAY "TEACH-LOAD: CANNOT OPEN sectionMaster, "
002660             "STATUS = " WS-SECTION-STATUS
002661         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
002662         MOVE "E" TO WS-IL-SEVERITY
002663         MOVE WS-SECTION-STATUS TO WS-IL-FILE-STATUS
002664         MOVE "CANNOT OPEN sectionMaster" TO WS-IL-MESSAGE
002665         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
002670         MOVE "Y" TO WS-SECTION-EOF-SW
002680         MOVE 4 TO RETURN-CODE
002690         GO TO 1000-INITIALIZE-EXIT
002700     END-IF.
002710     MOVE "Y" TO WS-SECTION-OPENED-SW.
002720     OPEN INPUT COURSE-MASTER.
002730     IF WS-COURSE-STATUS = "00"
002740         MOVE "Y" TO WS-COURSE-OPENED-SW
002750     ELSE
002760         DISPLAY "TEACH-LOAD: courseMaster NOT AVAILABLE - "
002770             "CREDIT HOURS PRINT AS ZERO"
002780     END-IF.
002790     OPEN INPUT EMPLOYEE-MASTER.
002800     IF WS-EMPLOYEE-STATUS = "00"
002810         MOVE "Y" TO WS-EMPLOYEE-OPENED-SW
002820     ELSE
002830         DISPLAY "TEACH-LOAD: employeeMaster NOT AVAILABLE - "
002840             "INSTRUCTORS LISTED UNDER COURSE DEPARTMENT"
002850     END-IF.
002860     OPEN OUTPUT REPORT-FILE.
002870     PERFORM 1100-WRITE-PAGE-HEADER
002880         THRU 1100-WRITE-PAGE-HEADER-EXIT.
002890 1000-INITIALIZE-EXIT.
002900     EXIT.
002910*
002920 1100-WRITE-PAGE-HEADER.
002930     ADD 1 TO WS-PAGE-NO.
002940     MOVE WS-PAGE-NO TO HDR-PAGE-NO.
002950     MOVE WS-TERM-CODE TO HDR-TERM-CODE.
002960     WRITE RPT-LINE FROM WS-HEADER-1 AFTER ADVANCING PAGE.
002970     MOVE WS-SYSTEM-DATE TO HDR-RUN-DATE.
002980     MOVE WS-MIN-HOURS TO HDR-MIN-HOURS.
002990     MOVE WS-MAX-HOURS TO HDR-MAX-HOURS.
003000     WRITE RPT-LINE FROM WS-HEADER-2 AFTER ADVANCING 1 LINE.
003010     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
003020 1100-WRITE-PAGE-HEADER-EXIT.
003030     EXIT.
003040*
003050 2000-SELECT-SECTIONS.
003060     PERFORM 2100-RELEASE-ONE-SECTION
003070         THRU 2100-RELEASE-ONE-SECTION-EXIT
003080         UNTIL WS-END-OF-SECTIONS.
003090 2000-SELECT-SECTIONS-EXIT.
003100     EXIT.
003110*
003120 2100-RELEASE-ONE-SECTION.
003130     READ SECTION-MASTER
003140         AT END
003150             MOVE "Y" TO WS-SECTION-EOF-SW
003160             GO TO 2100-RELEASE-ONE-SECTION-EXIT
003170     END-READ.
003180     IF SEC-TERM-CODE NOT = WS-TERM-CODE
003190         GO TO 2100-RELEASE-ONE-SECTION-EXIT
003200     END-IF.
003210     ADD 1 TO WS-SECTIONS-READ.
003220     MOVE SEC-COURSE-ID TO SRT-COURSE-ID.
003230     MOVE SEC-INSTRUCTOR-ID TO SRT-INSTRUCTOR-ID.
003240     MOVE SEC-ENROLLED TO SRT-ENROLLED.
003250     MOVE SEC-CAPACITY TO SRT-CAPACITY.
003260     MOVE ZEROS TO SRT-CREDITS.
003270     MOVE SPACES TO SRT-DEPT.
003280     PERFORM 2200-LOOK-UP-COURSE THRU 2200-LOOK-UP-COURSE-EXIT.
003290     PERFORM 2300-LOOK-UP-INSTRUCTOR
003300         THRU 2300-LOOK-UP-INSTRUCTOR-EXIT.
003310     RELEASE SORT-REC.
003320 2100-RELEASE-ONE-SECTION-EXIT.
003330     EXIT.
003340*
003350 2200-LOOK-UP-COURSE.
003360     IF NOT WS-COURSE-IS-OPENED
003370         GO TO 2200-LOOK-UP-COURSE-EXIT
003380     END-IF.
003390     MOVE SEC-COURSE-ID TO CRS-COURSE-ID.
003400     READ COURSE-MASTER
003410         INVALID KEY
003420             DISPLAY "TEACH-LOAD: " SEC-COURSE-ID
003430                 " NOT ON courseMaster"
003440             ADD 1 TO WS-NO-COURSE-COUNT
003450             GO TO 2200-LOOK-UP-COURSE-EXIT
003460     END-READ.
003470     MOVE CRS-DEPT TO SRT-DEPT.
003480     MOVE CRS-CREDIT-HOURS TO SRT-CREDITS.
003490 2200-LOOK-UP-COURSE-EXIT.
003500     EXIT.
003510*
003520*    A STAFFED SECTION COUNTS TOWARD THE INSTRUCTOR'S HOME
003530*    DEPARTMENT SO EACH PERSON'S LOAD PRINTS IN ONE PLACE.
003540*    UNSTAFFED SECTIONS STAY UNDER THE COURSE DEPARTMENT.
003550 2300-LOOK-UP-INSTRUCTOR.
003560     IF SEC-INSTRUCTOR-ID = SPACES
003570         MOVE "(UNSTAFFED)" TO SRT-INSTRUCTOR-NAME
003580         ADD 1 TO WS-UNSTAFFED-COUNT
003590         GO TO 2300-LOOK-UP-INSTRUCTOR-EXIT
003600     END-IF.
003610     MOVE "(NOT ON employeeMaster)" TO SRT-INSTRUCTOR-NAME.
003620     IF NOT WS-EMPLOYEE-IS-OPENED
003630         GO TO 2300-LOOK-UP-INSTRUCTOR-EXIT
003640     END-IF.
003650     MOVE SEC-INSTRUCTOR-ID TO EMP-MST-ID.
003660     READ EMPLOYEE-MASTER
003670         INVALID KEY
003680             ADD 1 TO WS-NO-EMPLOYEE-COUNT
003690             GO TO 2300-LOOK-UP-INSTRUCTOR-EXIT
003700     END-READ.
003710     MOVE EMP-MST-NAME TO SRT-INSTRUCTOR-NAME.
003720     MOVE EMP-MST-DEPT TO SRT-DEPT.
003730 2300-LOOK-UP-INSTRUCTOR-EXIT.
003740     EXIT.
003750*
003760 3000-PRODUCE-REPORT.
003770     INITIALIZE WS-DEPT-TOTALS WS-GRAND-TOTALS.
003780     MOVE "N" TO WS-EOF-SW.
003790     RETURN SORT-WORK-FILE AT END MOVE "Y" TO WS-EOF-SW.
003800     PERFORM 3100-PROCESS-SORTED-RECORD
003810         THRU 3100-PROCESS-SORTED-RECORD-EXIT
003820         UNTIL WS-END-OF-SORT.
003830     IF NOT WS-FIRST-RECORD
003840         PERFORM 3300-WRITE-INSTRUCTOR-TOTAL
003850             THRU 3300-WRITE-INSTRUCTOR-TOTAL-EXIT
003860         PERFORM 3400-WRITE-DEPT-TOTAL
003870             THRU 3400-WRITE-DEPT-TOTAL-EXIT
003880     END-IF.
003890     MOVE WS-GRAND-TOTALS TO WS-TOTALS.
003900     MOVE "GRAND TOTAL:" TO DTT-LABEL.
003910     PERFORM 3500-FORMAT-TOTAL-LINE
003920         THRU 3500-FORMAT-TOTAL-LINE-EXIT.
003930     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
003940     WRITE RPT-LINE FROM WS-DEPT-TOTAL-LINE
003950         AFTER ADVANCING 1 LINE.
003960     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
003970     MOVE "SECTIONS IN TERM:" TO TRL-LABEL.
003980     MOVE WS-SECTIONS-READ TO TRL-COUNT.
003990     WRITE RPT-LINE FROM WS-TRAILER-LINE AFTER ADVANCING 1 LINE.
004000     MOVE "UNSTAFFED SECTIONS:" TO TRL-LABEL.
004010     MOVE WS-UNSTAFFED-COUNT TO TRL-COUNT.
004020     WRITE RPT-LINE FROM WS-TRAILER-LINE AFTER ADVANCING 1 LINE.
004030     MOVE "INSTRUCTOR NOT ON FILE:" TO TRL-LABEL.
004040     MOVE WS-NO-EMPLOYEE-COUNT TO TRL-COUNT.
004050     WRITE RPT-LINE FROM WS-TRAILER-LINE AFTER ADVANCING 1 LINE.
004060     MOVE "COURSE NOT ON FILE:" TO TRL-LABEL.
004070     MOVE WS-NO-COURSE-COUNT TO TRL-COUNT.
004080     WRITE RPT-LINE FROM WS-TRAILER-LINE AFTER ADVANCING 1 LINE.
004090     DISPLAY "TEACH-LOAD: SECTIONS = " WS-SECTIONS-READ
004100         " UNSTAFFED = " WS-UNSTAFFED-COUNT
004110         " FLAGGED = " WS-GRD-FLAGGED.
004120 3000-PRODUCE-REPORT-EXIT.
004130     EXIT.
004140*
004150 3100-PROCESS-SORTED-RECORD.
004160     IF WS-FIRST-RECORD
004170         MOVE SRT-DEPT TO WS-DEPT-HOLD
004180         MOVE SRT-INSTRUCTOR-ID TO WS-INSTRUCTOR-HOLD
004190         PERFORM 3200-WRITE-DEPT-HEADER
004200             THRU 3200-WRITE-DEPT-HEADER-EXIT
004210         MOVE "N" TO WS-FIRST-RECORD-SW
004220     END-IF.
004230     IF SRT-DEPT NOT = WS-DEPT-HOLD
004240         PERFORM 3300-WRITE-INSTRUCTOR-TOTAL
004250             THRU 3300-WRITE-INSTRUCTOR-TOTAL-EXIT
004260         PERFORM 3400-WRITE-DEPT-TOTAL
004270             THRU 3400-WRITE-DEPT-TOTAL-EXIT
004280         MOVE SRT-DEPT TO WS-DEPT-HOLD
004290         MOVE SRT-INSTRUCTOR-ID TO WS-INSTRUCTOR-HOLD
004300         PERFORM 3200-WRITE-DEPT-HEADER
004310             THRU 3200-WRITE-DEPT-HEADER-EXIT
004320     END-IF.
004330     IF SRT-INSTRUCTOR-ID NOT = WS-INSTRUCTOR-HOLD
004340         PERFORM 3300-WRITE-INSTRUCTOR-TOTAL
004350             THRU 3300-WRITE-INSTRUCTOR-TOTAL-EXIT
004360         MOVE SRT-INSTRUCTOR-ID TO WS-INSTRUCTOR-HOLD
004370     END-IF.
004380     MOVE SPACES TO DTL-INSTRUCTOR-ID.
004390     MOVE SPACES TO DTL-INSTRUCTOR-NAME.
004400     IF WS-INS-SECTIONS = ZEROS
004410         MOVE SRT-INSTRUCTOR-ID TO DTL-INSTRUCTOR-ID
004420         MOVE SRT-INSTRUCTOR-NAME TO DTL-INSTRUCTOR-NAME
004430     END-IF.
004440     MOVE SRT-COURSE-ID TO DTL-COURSE-ID.
004450     MOVE SRT-CREDITS TO DTL-CREDITS.
004460     MOVE SRT-ENROLLED TO DTL-ENROLLED.
004470     MOVE SRT-CAPACITY TO DTL-CAPACITY.
004480     WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.
004490     ADD 1 TO WS-INS-SECTIONS.
004500     ADD SRT-CREDITS TO WS-INS-CREDITS.
004510     ADD SRT-ENROLLED TO WS-INS-ENROLLED.
004520     RETURN SORT-WORK-FILE AT END MOVE "Y" TO WS-EOF-SW.
004530 3100-PROCESS-SORTED-RECORD-EXIT.
004540     EXIT.
004550*
004560 3200-WRITE-DEPT-HEADER.
004570     MOVE WS-DEPT-HOLD TO DPH-DEPT.
004580     WRITE RPT-LINE FROM WS-DEPT-HDR-LINE AFTER ADVANCING 1 LINE.
004590     WRITE RPT-LINE FROM WS-COLUMN-HDR AFTER ADVANCING 1 LINE.
004600 3200-WRITE-DEPT-HEADER-EXIT.
004610     EXIT.
004620*
004630*    UNSTAFFED SECTIONS GET A TOTAL LINE BUT ARE NOT COUNTED AS
004640*    AN INSTRUCTOR AND ARE NEVER FLAGGED
004650 3300-WRITE-INSTRUCTOR-TOTAL.
004660     MOVE WS-INS-SECTIONS TO ITL-SECTIONS.
004670     MOVE WS-INS-CREDITS TO ITL-CREDITS.
004680     MOVE WS-INS-ENROLLED TO ITL-ENROLLED.
004690     MOVE SPACES TO ITL-FLAG.
004700     IF WS-INSTRUCTOR-HOLD NOT = SPACES
004710         ADD 1 TO WS-DPT-INSTRUCTORS
004720         IF WS-INS-CREDITS < WS-MIN-HOURS
004730             MOVE "BELOW MIN" TO ITL-FLAG
004740             ADD 1 TO WS-DPT-FLAGGED
004750         END-IF
004760         IF WS-INS-CREDITS > WS-MAX-HOURS
004770             MOVE "ABOVE MAX" TO ITL-FLAG
004780             ADD 1 TO WS-DPT-FLAGGED
004790         END-IF
004800     END-IF.
004810     WRITE RPT-LINE FROM WS-INSTR-TOTAL-LINE
004820         AFTER ADVANCING 1 LINE.
004830     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
004840     ADD WS-INS-SECTIONS TO WS-DPT-SECTIONS.
004850     ADD WS-INS-CREDITS TO WS-DPT-CREDITS.
004860     ADD WS-INS-ENROLLED TO WS-DPT-ENROLLED.
004870     MOVE ZEROS TO WS-INS-SECTIONS.
004880     MOVE ZEROS TO WS-INS-CREDITS.
004890     MOVE ZEROS TO WS-INS-ENROLLED.
004900 3300-WRITE-INSTRUCTOR-TOTAL-EXIT.
004910     EXIT.
004920*
004930 3400-WRITE-DEPT-TOTAL.
004940     MOVE WS-DEPT-TOTALS TO WS-TOTALS.
004950     MOVE "DEPT TOTAL: " TO DTT-LABEL.
004960     PERFORM 3500-FORMAT-TOTAL-LINE
004970         THRU 3500-FORMAT-TOTAL-LINE-EXIT.
004980     WRITE RPT-LINE FROM WS-DEPT-TOTAL-LINE
004990         AFTER ADVANCING 1 LINE.
005000     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
005010     ADD WS-DPT-INSTRUCTORS TO WS-GRD-INSTRUCTORS.
005020     ADD WS-DPT-SECTIONS TO WS-GRD-SECTIONS.
005030     ADD WS-DPT-CREDITS TO WS-GRD-CREDITS.
005040     ADD WS-DPT-ENROLLED TO WS-GRD-ENROLLED.
005050     ADD WS-DPT-FLAGGED TO WS-GRD-FLAGGED.
005060     INITIALIZE WS-DEPT-TOTALS.
005070 3400-WRITE-DEPT-TOTAL-EXIT.
005080     EXIT.
005090*
005100 3500-FORMAT-TOTAL-LINE.
005110     MOVE WS-TOT-INSTRUCTORS TO DTT-INSTRUCTORS.
005120     MOVE WS-TOT-SECTIONS TO DTT-SECTIONS.
005130     MOVE WS-TOT-CREDITS TO DTT-CREDITS.
005140     MOVE WS-TOT-ENROLLED TO DTT-ENROLLED.
005150     MOVE WS-TOT-FLAGGED TO DTT-FLAGGED.
005160 3500-FORMAT-TOTAL-LINE-EXIT.
005170     EXIT.
005180*
005181 8900-LOG-INCIDENT.
005182     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
005183         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
005184         WS-IL-MESSAGE.
005185 8900-LOG-INCIDENT-EXIT.
005186     EXIT.
005187*
005190 9000-TERMINATE.
005200     IF WS-SECTION-IS-OPENED
005210         CLOSE SECTION-MASTER
005220         CLOSE REPORT-FILE
005230     END-IF.
005240     IF WS-COURSE-IS-OPENED
005250         CLOSE COURSE-MASTER
005260     END-IF.
005270     IF WS-EMPLOYEE-IS-OPENED
005280         CLOSE EMPLOYEE-MASTER
005290     END-IF.
005300 9000-TERMINATE-EXIT.
005310     EXIT.
005320*
005330 END PROGRAM TEACH-LOAD.
