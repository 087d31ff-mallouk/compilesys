000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GRADE-SHEET.
000030 AUTHOR. REGISTRAR-SYSTEMS-GROUP.
000040 INSTALLATION. REGISTRARS-OFFICE.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED. 2026-10-14.
000070*================================================================
000080* MODIFICATION HISTORY
000090*   2026-10-14  RSG  INITIAL VERSION - END-OF-TERM GRADE SHEETS.
000100*                    FUNCTION P (PARM "P" + TERM [+ COURSE])
000110*                    PRINTS ONE SHEET PER SECTION LISTING EVERY
000120*                    STUDENT ON enrollDetail AND WRITES THE SAME
000130*                    SHEETS TO gradeSheetFile FOR THE GRADES TO
000140*                    BE KEYED IN. FUNCTION L (PARM "L") POSTS
000150*                    THE RETURNED FILE A WHOLE SECTION AT A
000160*                    TIME - A SHEET WITH ANY BAD LINE IS SENT
000170*                    BACK UNPOSTED - WITH THE SAME TERM-HISTORY
000180*                    AND GPA UPDATES THE ENTRY PROGRAM MAKES.
000190*                    A GRADE ALREADY ON FILE IS NEVER OVERLAID;
000200*                    THAT NEEDS A GRADE-CHANGE TRANSACTION.
000210*                    POSTING HOLDS THE studentMaster LOCK, IS
000220*                    GUARDED BY RUN-CONTROL AS STEP GRDPOST AND
000230*                    WRITES ITS CONTROL FIGURES TO runStats.
000232*   2026-10-14  RSG  POSTING LEAVES A SUSPENDED OR DISMISSED
000234*                    STANDING IN PLACE FOR THE TERM-END RUN.
000236*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000238*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000240*================================================================
000250*
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT ENROLL-DETAIL ASSIGN TO DISK
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS ENR-KEY
000340         FILE STATUS IS WS-ENROLL-STATUS.
000350     SELECT TERM-HISTORY ASSIGN TO DISK
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS STT-TERM-KEY
000390         FILE STATUS IS WS-TERM-STATUS.
000400     SELECT STUDENT-MASTER ASSIGN TO DISK
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS STU-ID-NUMBER
000440         ALTERNATE RECORD KEY IS STU-STUDENT-NAME
000450             WITH DUPLICATES
000460         FILE STATUS IS WS-MASTER-STATUS.
000470     SELECT SECTION-MASTER ASSIGN TO DISK
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS RANDOM
000500         RECORD KEY IS SEC-KEY
000510         FILE STATUS IS WS-SECTION-STATUS.
000520     SELECT COURSE-MASTER ASSIGN TO DISK
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS RANDOM
000550         RECORD KEY IS CRS-COURSE-ID
000560         FILE STATUS IS WS-COURSE-STATUS.
000570     SELECT SHEET-FILE ASSIGN TO DISK
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-SHEET-STATUS.
000600     SELECT SORT-WORK-FILE ASSIGN TO DISK.
000610     SELECT REPORT-FILE ASSIGN TO DISK
000620         ORGANIZATION IS LINE SEQUENTIAL.
000630     SELECT REGISTER-FILE ASSIGN TO DISK
000640         ORGANIZATION IS LINE SEQUENTIAL.
000650     SELECT RUN-STATS-FILE ASSIGN TO DISK
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-STATS-STATUS.
000680*
000690 DATA DIVISION.
000700 FILE SECTION.
000710*
000720 FD  ENROLL-DETAIL
000730     LABEL RECORDS ARE STANDARD
000740     VALUE OF FILE-ID IS "enrollDetail".
000750     COPY "stuenrl.cpy".
000760*
000770 FD  TERM-HISTORY
000780     LABEL RECORDS ARE STANDARD
000790     VALUE OF FILE-ID IS "studentTermHist".
000800     COPY "stuterm.cpy".
000810*
000820 FD  STUDENT-MASTER
000830     LABEL RECORDS ARE STANDARD
000840     VALUE OF FILE-ID IS "studentMaster".
000850     COPY "stumstr.cpy".
000860*
000870 FD  SECTION-MASTER
000880     LABEL RECORDS ARE STANDARD
000890     VALUE OF FILE-ID IS "sectionMaster".
000900     COPY "crssect.cpy".
000910*
000920 FD  COURSE-MASTER
000930     LABEL RECORDS ARE STANDARD
000940     VALUE OF FILE-ID IS "courseMaster".
000950     COPY "crsmstr.cpy".
000960*
000970 FD  SHEET-FILE
000980     LABEL RECORDS ARE STANDARD
000990     VALUE OF FILE-ID IS "gradeSheetFile".
001000     COPY "grdsheet.cpy".
001010*
001020 SD  SORT-WORK-FILE.
001030 01  SORT-REC.
001040     05  SRT-COURSE-ID           PIC X(06).
001050     05  SRT-ID-NUMBER           PIC X(04).
001060     05  SRT-GRADE               PIC X(01).
001070     05  SRT-CREDITS             PIC 9(02).
001080*
001090 FD  REPORT-FILE
001100     LABEL RECORDS ARE STANDARD
001110     VALUE OF FILE-ID IS "gradeSheets".
001120 01  RPT-LINE                    PIC X(80).
001130*
001140 FD  REGISTER-FILE
001150     LABEL RECORDS ARE STANDARD
001160     VALUE OF FILE-ID IS "gradePostRegister".
001170 01  RGT-LINE                    PIC X(80).
001180*
001190 FD  RUN-STATS-FILE
001200     LABEL RECORDS ARE STANDARD
001210     VALUE OF FILE-ID IS "runStats".
001220     COPY "runstat.cpy".
001230*
001240 WORKING-STORAGE SECTION.
001250*----------------------------------------------------------------
001260* GRADE SHEET PRINT LINES
001270*----------------------------------------------------------------
001280 01  WS-HEADER-1.
001290     05  FILLER                  PIC X(30) VALUE SPACES.
001300     05  FILLER                  PIC X(30) VALUE
001310         "END-OF-TERM GRADE SHEET".
001320     05  FILLER                  PIC X(06) VALUE "PAGE  ".
001330     05  HDR-PAGE-NO             PIC ZZ9.
001340 01  WS-HEADER-2.
001350     05  FILLER                  PIC X(08) VALUE "COURSE: ".
001360     05  HDR-COURSE-ID           PIC X(06).
001370     05  FILLER                  PIC X(02) VALUE SPACES.
001380     05  HDR-COURSE-TITLE        PIC X(30).
001390     05  FILLER                  PIC X(08) VALUE "  TERM: ".
001400     05  HDR-TERM-CODE           PIC X(06).
001410 01  WS-HEADER-3.
001420     05  FILLER                  PIC X(12) VALUE "INSTRUCTOR: ".
001430     05  HDR-INSTRUCTOR-ID       PIC X(04).
001440     05  FILLER                  PIC X(14) VALUE SPACES.
001450     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
001460     05  HDR-RUN-DATE            PIC X(08).
001470 01  WS-COLUMN-HDR.
001480     05  FILLER                  PIC X(11) VALUE "ID-NUMBER".
001490     05  FILLER                  PIC X(27) VALUE "STUDENT-NAME".
001500     05  FILLER                  PIC X(06) VALUE "CR".
001510     05  FILLER                  PIC X(09) VALUE "ON FILE".
001520     05  FILLER                  PIC X(05) VALUE "GRADE".
001530 01  WS-DETAIL-LINE.
001540     05  DTL-ID-NUMBER           PIC X(04).
001550     05  FILLER                  PIC X(07) VALUE SPACES.
001560     05  DTL-STUDENT-NAME        PIC X(25).
001570     05  FILLER                  PIC X(02) VALUE SPACES.
001580     05  DTL-CREDITS             PIC Z9.
001590     05  FILLER                  PIC X(07) VALUE SPACES.
001600     05  DTL-ON-FILE             PIC X(01).
001610     05  FILLER                  PIC X(07) VALUE SPACES.
001620     05  FILLER                  PIC X(05) VALUE "_____".
001630 01  WS-SHEET-COUNT-LINE.
001640     05  FILLER                  PIC X(19) VALUE
001650         "STUDENTS ON SHEET: ".
001660     05  SCL-COUNT               PIC ZZ9.
001670 01  WS-SIGNATURE-LINE.
001680     05  FILLER                  PIC X(22) VALUE
001690         "INSTRUCTOR SIGNATURE: ".
001700     05  FILLER                  PIC X(30) VALUE ALL "_".
001710     05  FILLER                  PIC X(08) VALUE "  DATE: ".
001720     05  FILLER                  PIC X(10) VALUE ALL "_".
001730*----------------------------------------------------------------
001740* POSTING REGISTER LINES
001750*----------------------------------------------------------------
001760 01  WS-RGT-HDR-1.
001770     05  FILLER                  PIC X(30) VALUE
001780         "GRADE SHEET POSTING REGISTER".
001790     05  FILLER                  PIC X(03) VALUE " - ".
001800     05  RH1-RUN-DATE            PIC X(08).
001810 01  WS-RGT-SHEET-LINE.
001820     05  FILLER                  PIC X(09) VALUE "SECTION: ".
001830     05  RSL-COURSE-ID           PIC X(06).
001840     05  FILLER                  PIC X(01) VALUE SPACES.
001850     05  RSL-TERM-CODE           PIC X(06).
001860     05  FILLER                  PIC X(08) VALUE "  LINES ".
001870     05  RSL-LINES               PIC ZZ9.
001880     05  FILLER                  PIC X(09) VALUE "  POSTED ".
001890     05  RSL-POSTED              PIC ZZ9.
001900     05  FILLER                  PIC X(12) VALUE "  UNCHANGED ".
001910     05  RSL-UNCHANGED           PIC ZZ9.
001920     05  FILLER                  PIC X(02) VALUE SPACES.
001930     05  RSL-RESULT              PIC X(10).
001940 01  WS-RGT-DETAIL.
001950     05  FILLER                  PIC X(04) VALUE SPACES.
001960     05  RGD-ID-NUMBER           PIC X(04).
001970     05  FILLER                  PIC X(02) VALUE SPACES.
001980     05  RGD-STUDENT-NAME        PIC X(25).
001990     05  FILLER                  PIC X(02) VALUE SPACES.
002000     05  RGD-OLD-GRADE           PIC X(01).
002010     05  FILLER                  PIC X(04) VALUE " TO ".
002020     05  RGD-NEW-GRADE           PIC X(01).
002030     05  FILLER                  PIC X(02) VALUE SPACES.
002040     05  RGD-MESSAGE             PIC X(30).
002050 01  WS-RGT-TOTAL-LINE.
002060     05  TRL-LABEL               PIC X(30).
002070     05  TRL-COUNT               PIC ZZZZ9.
002080*----------------------------------------------------------------
002090* ONE SECTION'S SHEET - HELD WHOLE SO THE PRINTED SHEET AND THE
002100* FILE HEADER CAN CARRY THE LINE COUNT, AND SO A RETURNED SHEET
002110* CAN BE EDITED END TO END BEFORE ANY OF IT IS POSTED
002120*----------------------------------------------------------------
002130 01  WS-SHEET-TABLE.
002140     05  WS-SHT-ENTRY            OCCURS 999 TIMES.
002150         10  WS-SHT-ID-NUMBER    PIC X(04).
002160         10  WS-SHT-STUDENT-NAME PIC X(25).
002170         10  WS-SHT-CREDITS      PIC 9(02).
002180         10  WS-SHT-GRADE        PIC X(01).
002190         10  WS-SHT-ACTION       PIC X(01).
002200             88  WS-SHT-TO-POST      VALUE "P".
002210             88  WS-SHT-UNCHANGED    VALUE "U".
002220 01  WS-SHEET-HOLD.
002230     05  WS-HOLD-COURSE-ID       PIC X(06).
002240     05  WS-HOLD-TERM-CODE       PIC X(06).
002250     05  WS-HOLD-INSTRUCTOR-ID   PIC X(04).
002260     05  WS-HOLD-COUNT           PIC 9(03).
002270*----------------------------------------------------------------
002280* RUN PARAMETERS - FUNCTION, THEN FOR P THE TERM AND AN
002290* OPTIONAL SINGLE COURSE; FOR L A RUN-CONTROL FORCE FLAG
002300*----------------------------------------------------------------
002310 01  WS-PARM.
002320     05  WS-PARM-FUNCTION        PIC X(01).
002330         88  WS-PRINT-RUN            VALUE "P".
002340         88  WS-POST-RUN             VALUE "L".
002350     05  WS-PARM-TERM            PIC X(06).
002360     05  WS-PARM-COURSE          PIC X(06).
002370     05  FILLER                  PIC X(27).
002380 01  WS-PARM-POST                REDEFINES WS-PARM.
002390     05  FILLER                  PIC X(01).
002400     05  WS-PARM-FORCE           PIC X(01).
002410     05  FILLER                  PIC X(38).
002420*----------------------------------------------------------------
002430* CONTROL FIELDS
002440*----------------------------------------------------------------
002450 77  WS-ENROLL-STATUS            PIC X(02) VALUE "00".
002460 77  WS-TERM-STATUS              PIC X(02) VALUE "00".
002470 77  WS-MASTER-STATUS            PIC X(02) VALUE "00".
002480 77  WS-SECTION-STATUS           PIC X(02) VALUE "00".
002490 77  WS-COURSE-STATUS            PIC X(02) VALUE "00".
002500 77  WS-SHEET-STATUS             PIC X(02) VALUE "00".
002510 77  WS-STATS-STATUS             PIC X(02) VALUE "00".
002520 77  WS-FILES-OPENED-SW          PIC X(01) VALUE "N".
002530     88  WS-FILES-ARE-OPENED         VALUE "Y".
002540 77  WS-RUN-BLOCKED-SW           PIC X(01) VALUE "N".
002550     88  WS-RUN-BLOCKED              VALUE "Y".
002560 77  WS-DETAIL-EOF-SW            PIC X(01) VALUE "N".
002570     88  WS-END-OF-DETAILS           VALUE "Y".
002580 77  WS-SORT-EOF-SW              PIC X(01) VALUE "N".
002590     88  WS-END-OF-SORT              VALUE "Y".
002600 77  WS-SHEET-EOF-SW             PIC X(01) VALUE "N".
002610     88  WS-END-OF-SHEETS            VALUE "Y".
002620 77  WS-TERM-EOF-SW              PIC X(01) VALUE "N".
002630     88  WS-END-OF-TERMS             VALUE "Y".
002640 77  WS-SHEET-OPEN-SW            PIC X(01) VALUE "N".
002650     88  WS-SHEET-IS-OPEN            VALUE "Y".
002660 77  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
002670 77  WS-SYSTEM-DATE              PIC 9(08) VALUE ZEROS.
002680 77  WS-PAGE-NO                  PIC 9(03) VALUE ZEROS.
002690 77  WS-SHT-COUNT                PIC 9(03) VALUE ZEROS.
002700 77  WS-SHT-IDX                  PIC 9(03) VALUE ZEROS.
002710 77  WS-SHT-MAX                  PIC 9(03) VALUE 999.
002720 77  WS-SHEET-ERRORS             PIC 9(03) VALUE ZEROS.
002730 77  WS-SHEET-POSTED             PIC 9(03) VALUE ZEROS.
002740 77  WS-SHEET-UNCHANGED          PIC 9(03) VALUE ZEROS.
002750 77  WS-SHEET-MESSAGE            PIC X(30) VALUE SPACES.
002760 77  WS-SHEETS-PRINTED           PIC 9(05) VALUE ZEROS.
002770 77  WS-LINES-PRINTED            PIC 9(07) VALUE ZEROS.
002780 77  WS-LINES-READ               PIC 9(07) VALUE ZEROS.
002790 77  WS-SHEETS-POSTED            PIC 9(05) VALUE ZEROS.
002800 77  WS-SHEETS-REJECTED          PIC 9(05) VALUE ZEROS.
002810 77  WS-GRADES-POSTED            PIC 9(07) VALUE ZEROS.
002820 77  WS-LINES-UNCHANGED          PIC 9(07) VALUE ZEROS.
002830 77  WS-LINES-REJECTED           PIC 9(05) VALUE ZEROS.
002840 77  WS-STRAY-LINES              PIC 9(05) VALUE ZEROS.
002850*----------------------------------------------------------------
002860* GRADE ARITHMETIC - THE SAME RULES AS THE ENTRY PROGRAM: W AND
002870* I EARN NO HOURS AND STAY OUT OF THE GPA, P EARNS HOURS BUT
002880* STAYS OUT OF THE GPA, AN UNGRADED ENROLLMENT COUNTS AS POSTED
002890*----------------------------------------------------------------
002900 77  WS-WORK-GRADE               PIC X(01) VALUE SPACE.
002910 77  WS-GRADE-POINTS             PIC 9V99 VALUE ZEROS.
002920 77  WS-GPA-GRADE-SW             PIC X(01) VALUE "Y".
002930 77  WS-EARNS-HOURS-SW           PIC X(01) VALUE "Y".
002940 77  WS-OLD-GRADE                PIC X(01) VALUE SPACE.
002950 77  WS-OLD-GRADE-POINTS         PIC 9V99 VALUE ZEROS.
002960 77  WS-OLD-GPA-FLAG             PIC X(01) VALUE "Y".
002970 77  WS-OLD-EARN-FLAG            PIC X(01) VALUE "Y".
002980 77  WS-NEW-GRADE-POINTS         PIC 9V99 VALUE ZEROS.
002990 77  WS-NEW-GPA-FLAG             PIC X(01) VALUE "Y".
003000 77  WS-NEW-EARN-FLAG            PIC X(01) VALUE "Y".
003010 77  WS-CREDITS                  PIC 9(02) VALUE ZEROS.
003020 77  WS-SIGNED-POINTS            PIC S9(05)V99 VALUE ZEROS.
003030 77  WS-STUDENT-POINTS           PIC 9(07)V99 VALUE ZEROS.
003040 77  WS-STUDENT-GPA-HOURS        PIC 9(05) VALUE ZEROS.
003050 77  WS-RECORD-GPA               PIC 9V99 VALUE ZEROS.
003060 77  WS-CURRENT-ID               PIC X(04) VALUE SPACES.
003070*----------------------------------------------------------------
003080* RUN CONTROL AND FILE LOCK
003090*----------------------------------------------------------------
003100 77  WS-RC-FUNCTION              PIC X(01) VALUE SPACES.
003110 77  WS-RC-STEP                  PIC X(08) VALUE "GRDPOST".
003120 77  WS-RC-FORCE                 PIC X(01) VALUE SPACES.
003130 77  WS-RC-REPLY                 PIC X(01) VALUE "Y".
003140 77  WS-FL-FUNCTION              PIC X(01) VALUE SPACES.
003150 77  WS-FL-FILE-NAME             PIC X(14) VALUE SPACES.
003160 77  WS-FL-HOLDER                PIC X(08) VALUE SPACES.
003170 77  WS-FL-REPLY                 PIC X(01) VALUE "Y".
003180 77  WS-FL-INFO                  PIC X(40) VALUE SPACES.
003190 77  WS-LOCK-HELD-SW             PIC X(01) VALUE "N".
003200     88  WS-LOCK-IS-HELD             VALUE "Y".
003201*----------------------------------------------------------------
003202* INCIDENT LOG CALL FIELDS
003203*----------------------------------------------------------------
003204 77  WS-IL-PROGRAM               PIC X(20) VALUE "GRADE-SHEET".
003205 77  WS-IL-STEP                  PIC X(08) VALUE "GRDPOST".
003206 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
003207 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
003208 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
003209 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
003210*
003220 PROCEDURE DIVISION.
003230*================================================================
003240* 0000-MAINLINE
003250*================================================================
003260 0000-MAINLINE.
003270     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
003280     IF WS-RUN-BLOCKED
003290         GOBACK
003300     END-IF.
003310     IF WS-PRINT-RUN AND WS-FILES-ARE-OPENED
003320         SORT SORT-WORK-FILE
003330             ON ASCENDING KEY SRT-COURSE-ID SRT-ID-NUMBER
003340             INPUT PROCEDURE IS 2000-SELECT-ENROLLMENTS
003350                 THRU 2000-SELECT-ENROLLMENTS-EXIT
003360             OUTPUT PROCEDURE IS 3000-PRINT-SHEETS
003370                 THRU 3000-PRINT-SHEETS-EXIT
003380     END-IF.
003390     IF WS-POST-RUN AND WS-FILES-ARE-OPENED
003400         PERFORM 5000-POST-ONE-RECORD
003410             THRU 5000-POST-ONE-RECORD-EXIT
003420             UNTIL WS-END-OF-SHEETS
003430         PERFORM 5900-WRITE-POST-TOTALS
003440             THRU 5900-WRITE-POST-TOTALS-EXIT
003450     END-IF.
003460     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
003470     GOBACK.
003480*
003490 1000-INITIALIZE.
003500     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
003510     MOVE WS-SYSTEM-DATE TO WS-RUN-DATE.
003520     ACCEPT WS-PARM FROM COMMAND-LINE.
003530     IF WS-PARM-FUNCTION = "p"
003540         MOVE "P" TO WS-PARM-FUNCTION
003550     END-IF.
003560     IF WS-PARM-FUNCTION = "l"
003570         MOVE "L" TO WS-PARM-FUNCTION
003580     END-IF.
003590     IF WS-PRINT-RUN
003600         PERFORM 1100-OPEN-PRINT-FILES
003610             THRU 1100-OPEN-PRINT-FILES-EXIT
003620         GO TO 1000-INITIALIZE-EXIT
003630     END-IF.
003640     IF WS-POST-RUN
003650         PERFORM 1200-OPEN-POST-FILES
003660             THRU 1200-OPEN-POST-FILES-EXIT
003670         GO TO 1000-INITIALIZE-EXIT
003680     END-IF.
003690     DISPLAY "GRADE-SHEET: PARM MUST START WITH P (PRINT "
003700         "SHEETS) OR L (POST RETURNED SHEETS)".
003710     MOVE 4 TO RETURN-CODE.
003720 1000-INITIALIZE-EXIT.
003730     EXIT.
003740*
003750 1100-OPEN-PRINT-FILES.
003760     IF WS-PARM-TERM = SPACES
003770         DISPLAY "GRADE-SHEET: TERM CODE REQUIRED - PARM IS "
003780             "P + TERM [+ COURSE]"
003790         MOVE 4 TO RETURN-CODE
003800         GO TO 1100-OPEN-PRINT-FILES-EXIT
003810     END-IF.
003820     OPEN INPUT ENROLL-DETAIL.
003830     IF WS-ENROLL-STATUS NOT = "00"
003840         DISPLAY "GRADE-SHEET: CANNOT OPEN enrollDetail, "
003850             "STATUS = " WS-ENROLL-STATUS
003851         MOVE "1100-OPEN-PRINT-FILES" TO WS-IL-PARAGRAPH
003852         MOVE "E" TO WS-IL-SEVERITY
003853         MOVE WS-ENROLL-STATUS TO WS-IL-FILE-STATUS
003854         MOVE "CANNOT OPEN enrollDetail" TO WS-IL-MESSAGE
003855         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
003860         MOVE 4 TO RETURN-CODE
003870         GO TO 1100-OPEN-PRINT-FILES-EXIT
003880     END-IF.
003890     OPEN INPUT STUDENT-MASTER.
003900     IF WS-MASTER-STATUS NOT = "00"
003910         DISPLAY "GRADE-SHEET: studentMaster NOT AVAILABLE - "
003920             "NAMES NOT PRINTED"
003930     END-IF.
003940     OPEN INPUT SECTION-MASTER.
003950     IF WS-SECTION-STATUS NOT = "00"
003960         DISPLAY "GRADE-SHEET: sectionMaster NOT AVAILABLE - "
003970             "INSTRUCTORS NOT PRINTED"
003980     END-IF.
003990     OPEN INPUT COURSE-MASTER.
004000     IF WS-COURSE-STATUS NOT = "00"
004010         DISPLAY "GRADE-SHEET: courseMaster NOT AVAILABLE - "
004020             "TITLES NOT PRINTED"
004030     END-IF.
004040     OPEN OUTPUT SHEET-FILE.
004050     OPEN OUTPUT REPORT-FILE.
004060     MOVE "Y" TO WS-FILES-OPENED-SW.
004070     MOVE LOW-VALUES TO ENR-KEY.
004080     START ENROLL-DETAIL KEY NOT LESS THAN ENR-KEY
004090         INVALID KEY MOVE "Y" TO WS-DETAIL-EOF-SW
004100     END-START.
004110 1100-OPEN-PRINT-FILES-EXIT.
004120     EXIT.
004130*
004140 1200-OPEN-POST-FILES.
004150     MOVE WS-PARM-FORCE TO WS-RC-FORCE.
004160     MOVE "S" TO WS-RC-FUNCTION.
004170     CALL "RUN-CONTROL" USING WS-RC-FUNCTION WS-RC-STEP
004180         WS-RC-FORCE WS-RC-REPLY.
004190     IF WS-RC-REPLY = "N"
004200         DISPLAY "GRADE-SHEET: STEP BLOCKED BY RUN CONTROL"
004210         MOVE "Y" TO WS-RUN-BLOCKED-SW
004220         MOVE 4 TO RETURN-CODE
004230         GO TO 1200-OPEN-POST-FILES-EXIT
004240     END-IF.
004250     MOVE "A" TO WS-FL-FUNCTION.
004260     MOVE "studentMaster" TO WS-FL-FILE-NAME.
004270     MOVE "GRDPOST" TO WS-FL-HOLDER.
004280     CALL "FILE-LOCK" USING WS-FL-FUNCTION WS-FL-FILE-NAME
004290         WS-FL-HOLDER WS-FL-REPLY WS-FL-INFO.
004300     IF WS-FL-REPLY = "N"
004310         DISPLAY "GRADE-SHEET: studentMaster IS IN USE - "
004320             WS-FL-INFO
004330         MOVE 4 TO RETURN-CODE
004340         GO TO 1200-OPEN-POST-FILES-EXIT
004350     END-IF.
004360     MOVE "Y" TO WS-LOCK-HELD-SW.
004370     OPEN INPUT SHEET-FILE.
004380     IF WS-SHEET-STATUS NOT = "00"
004390         DISPLAY "GRADE-SHEET: CANNOT OPEN gradeSheetFile, "
004400             "STATUS = " WS-SHEET-STATUS
004401         MOVE "1200-OPEN-POST-FILES" TO WS-IL-PARAGRAPH
004402         MOVE "E" TO WS-IL-SEVERITY
004403         MOVE WS-SHEET-STATUS TO WS-IL-FILE-STATUS
004404         MOVE "CANNOT OPEN gradeSheetFile" TO WS-IL-MESSAGE
004405         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
004410         MOVE 4 TO RETURN-CODE
004420         GO TO 1200-OPEN-POST-FILES-EXIT
004430     END-IF.
004440     OPEN I-O ENROLL-DETAIL.
004450     OPEN I-O TERM-HISTORY.
004460     OPEN I-O STUDENT-MASTER.
004470     MOVE "Y" TO WS-FILES-OPENED-SW.
004480     IF WS-ENROLL-STATUS NOT = "00"
004490             OR WS-TERM-STATUS NOT = "00"
004500             OR WS-MASTER-STATUS NOT = "00"
004510         DISPLAY "GRADE-SHEET: CANNOT OPEN THE STUDENT FILES - "
004520             "enrollDetail " WS-ENROLL-STATUS
004530             " studentTermHist " WS-TERM-STATUS
004540             " studentMaster " WS-MASTER-STATUS
004541         MOVE "1200-OPEN-POST-FILES" TO WS-IL-PARAGRAPH
004542         MOVE "E" TO WS-IL-SEVERITY
004543         MOVE WS-ENROLL-STATUS TO WS-IL-FILE-STATUS
004544         MOVE "CANNOT OPEN THE STUDENT FILES" TO WS-IL-MESSAGE
004545         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
004550         MOVE "Y" TO WS-SHEET-EOF-SW
004560         MOVE 4 TO RETURN-CODE
004570     END-IF.
004580     OPEN OUTPUT REGISTER-FILE.
004590     MOVE WS-RUN-DATE TO RH1-RUN-DATE.
004600     WRITE RGT-LINE FROM WS-RGT-HDR-1.
004610     WRITE RGT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
004620 1200-OPEN-POST-FILES-EXIT.
004630     EXIT.
004640*
004650*================================================================
004660* FUNCTION P - PRINT THE SHEETS AND WRITE gradeSheetFile
004670*================================================================
004680 2000-SELECT-ENROLLMENTS.
004690     PERFORM 2100-RELEASE-ONE-ENROLLMENT
004700         THRU 2100-RELEASE-ONE-ENROLLMENT-EXIT
004710         UNTIL WS-END-OF-DETAILS.
004720 2000-SELECT-ENROLLMENTS-EXIT.
004730     EXIT.
004740*
004750 2100-RELEASE-ONE-ENROLLMENT.
004760     READ ENROLL-DETAIL NEXT RECORD
004770         AT END
004780             MOVE "Y" TO WS-DETAIL-EOF-SW
004790             GO TO 2100-RELEASE-ONE-ENROLLMENT-EXIT
004800     END-READ.
004810     IF ENR-TERM-CODE NOT = WS-PARM-TERM
004820         GO TO 2100-RELEASE-ONE-ENROLLMENT-EXIT
004830     END-IF.
004840     IF WS-PARM-COURSE NOT = SPACES
004850             AND ENR-COURSE-ID NOT = WS-PARM-COURSE
004860         GO TO 2100-RELEASE-ONE-ENROLLMENT-EXIT
004870     END-IF.
004880     MOVE ENR-COURSE-ID TO SRT-COURSE-ID.
004890     MOVE ENR-ID-NUMBER TO SRT-ID-NUMBER.
004900     MOVE ENR-GRADE TO SRT-GRADE.
004910     MOVE ENR-CREDIT-HOURS TO SRT-CREDITS.
004920     RELEASE SORT-REC.
004930 2100-RELEASE-ONE-ENROLLMENT-EXIT.
004940     EXIT.
004950*
004960 3000-PRINT-SHEETS.
004970     MOVE ZEROS TO WS-SHT-COUNT.
004980     MOVE SPACES TO WS-HOLD-COURSE-ID.
004990     RETURN SORT-WORK-FILE AT END MOVE "Y" TO WS-SORT-EOF-SW.
005000     PERFORM 3100-COLLECT-ONE-STUDENT
005010         THRU 3100-COLLECT-ONE-STUDENT-EXIT
005020         UNTIL WS-END-OF-SORT.
005030     IF WS-SHT-COUNT > ZEROS
005040         PERFORM 3200-FLUSH-SHEET THRU 3200-FLUSH-SHEET-EXIT
005050     END-IF.
005060     DISPLAY "GRADE-SHEET: SHEETS PRINTED = " WS-SHEETS-PRINTED
005070         " STUDENT LINES = " WS-LINES-PRINTED.
005080 3000-PRINT-SHEETS-EXIT.
005090     EXIT.
005100*
005110 3100-COLLECT-ONE-STUDENT.
005120     IF SRT-COURSE-ID NOT = WS-HOLD-COURSE-ID
005130         IF WS-SHT-COUNT > ZEROS
005140             PERFORM 3200-FLUSH-SHEET THRU 3200-FLUSH-SHEET-EXIT
005150         END-IF
005160         MOVE SRT-COURSE-ID TO WS-HOLD-COURSE-ID
005170     END-IF.
005180     IF WS-SHT-COUNT NOT < WS-SHT-MAX
005190         DISPLAY "GRADE-SHEET: " SRT-COURSE-ID " HAS MORE THAN "
005200             WS-SHT-MAX " STUDENTS - " SRT-ID-NUMBER
005210             " NOT ON THE SHEET"
005220         MOVE 4 TO RETURN-CODE
005230         GO TO 3100-COLLECT-ONE-STUDENT-NEXT
005240     END-IF.
005250     ADD 1 TO WS-SHT-COUNT.
005260     MOVE SRT-ID-NUMBER TO WS-SHT-ID-NUMBER (WS-SHT-COUNT).
005270     MOVE SRT-CREDITS TO WS-SHT-CREDITS (WS-SHT-COUNT).
005280     MOVE SRT-GRADE TO WS-SHT-GRADE (WS-SHT-COUNT).
005290     MOVE SPACES TO WS-SHT-STUDENT-NAME (WS-SHT-COUNT).
005300     IF WS-MASTER-STATUS = "00" OR = "23"
005310         MOVE SRT-ID-NUMBER TO STU-ID-NUMBER
005320         READ STUDENT-MASTER
005330             INVALID KEY
005340                 MOVE "(NOT ON studentMaster)"
005350                     TO WS-SHT-STUDENT-NAME (WS-SHT-COUNT)
005360             NOT INVALID KEY
005370                 MOVE STU-STUDENT-NAME
005380                     TO WS-SHT-STUDENT-NAME (WS-SHT-COUNT)
005390         END-READ
005400     END-IF.
005410 3100-COLLECT-ONE-STUDENT-NEXT.
005420     RETURN SORT-WORK-FILE AT END MOVE "Y" TO WS-SORT-EOF-SW.
005430 3100-COLLECT-ONE-STUDENT-EXIT.
005440     EXIT.
005450*
005460 3200-FLUSH-SHEET.
005470     MOVE SPACES TO HDR-COURSE-TITLE.
005480     MOVE SPACES TO WS-HOLD-INSTRUCTOR-ID.
005490     IF WS-COURSE-STATUS = "00" OR = "23"
005500         MOVE WS-HOLD-COURSE-ID TO CRS-COURSE-ID
005510         READ COURSE-MASTER
005520             INVALID KEY
005530                 MOVE "(NOT IN CATALOG)" TO HDR-COURSE-TITLE
005540             NOT INVALID KEY
005550                 MOVE CRS-TITLE TO HDR-COURSE-TITLE
005560         END-READ
005570     END-IF.
005580     IF WS-SECTION-STATUS = "00" OR = "23"
005590         MOVE WS-HOLD-COURSE-ID TO SEC-COURSE-ID
005600         MOVE WS-PARM-TERM TO SEC-TERM-CODE
005610         READ SECTION-MASTER
005620             INVALID KEY
005630                 CONTINUE
005640             NOT INVALID KEY
005650                 MOVE SEC-INSTRUCTOR-ID TO WS-HOLD-INSTRUCTOR-ID
005660         END-READ
005670     END-IF.
005680     ADD 1 TO WS-PAGE-NO.
005690     MOVE WS-PAGE-NO TO HDR-PAGE-NO.
005700     MOVE WS-HOLD-COURSE-ID TO HDR-COURSE-ID.
005710     MOVE WS-PARM-TERM TO HDR-TERM-CODE.
005720     MOVE WS-HOLD-INSTRUCTOR-ID TO HDR-INSTRUCTOR-ID.
005730     MOVE WS-RUN-DATE TO HDR-RUN-DATE.
005740     WRITE RPT-LINE FROM WS-HEADER-1 AFTER ADVANCING PAGE.
005750     WRITE RPT-LINE FROM WS-HEADER-2 AFTER ADVANCING 1 LINE.
005760     WRITE RPT-LINE FROM WS-HEADER-3 AFTER ADVANCING 1 LINE.
005770     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
005780     WRITE RPT-LINE FROM WS-COLUMN-HDR AFTER ADVANCING 1 LINE.
005790     MOVE SPACES TO GRADE-SHEET-RECORD.
005800     MOVE "H" TO GSH-REC-TYPE.
005810     MOVE WS-HOLD-COURSE-ID TO GSH-COURSE-ID.
005820     MOVE WS-PARM-TERM TO GSH-TERM-CODE.
005830     MOVE WS-HOLD-INSTRUCTOR-ID TO GSH-INSTRUCTOR-ID.
005840     MOVE WS-SHT-COUNT TO GSH-STUDENT-COUNT.
005850     WRITE GRADE-SHEET-RECORD.
005860     PERFORM 3210-WRITE-ONE-STUDENT
005870         THRU 3210-WRITE-ONE-STUDENT-EXIT
005880         VARYING WS-SHT-IDX FROM 1 BY 1
005890         UNTIL WS-SHT-IDX > WS-SHT-COUNT.
005900     MOVE SPACES TO GRADE-SHEET-RECORD.
005910     MOVE "T" TO GSH-REC-TYPE.
005920     MOVE WS-HOLD-COURSE-ID TO GSH-COURSE-ID.
005930     MOVE WS-PARM-TERM TO GSH-TERM-CODE.
005940     MOVE WS-HOLD-INSTRUCTOR-ID TO GSH-INSTRUCTOR-ID.
005950     MOVE WS-SHT-COUNT TO GSH-STUDENT-COUNT.
005960     WRITE GRADE-SHEET-RECORD.
005970     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
005980     MOVE WS-SHT-COUNT TO SCL-COUNT.
005990     WRITE RPT-LINE FROM WS-SHEET-COUNT-LINE
006000         AFTER ADVANCING 1 LINE.
006010     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 2 LINES.
006020     WRITE RPT-LINE FROM WS-SIGNATURE-LINE
006030         AFTER ADVANCING 1 LINE.
006040     ADD 1 TO WS-SHEETS-PRINTED.
006050     MOVE ZEROS TO WS-SHT-COUNT.
006060 3200-FLUSH-SHEET-EXIT.
006070     EXIT.
006080*
006090 3210-WRITE-ONE-STUDENT.
006100     MOVE WS-SHT-ID-NUMBER (WS-SHT-IDX) TO DTL-ID-NUMBER.
006110     MOVE WS-SHT-STUDENT-NAME (WS-SHT-IDX) TO DTL-STUDENT-NAME.
006120     MOVE WS-SHT-CREDITS (WS-SHT-IDX) TO DTL-CREDITS.
006130     MOVE WS-SHT-GRADE (WS-SHT-IDX) TO DTL-ON-FILE.
006140     WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.
006150     MOVE SPACES TO GRADE-SHEET-RECORD.
006160     MOVE "D" TO GSH-REC-TYPE.
006170     MOVE WS-HOLD-COURSE-ID TO GSH-COURSE-ID.
006180     MOVE WS-PARM-TERM TO GSH-TERM-CODE.
006190     MOVE WS-SHT-ID-NUMBER (WS-SHT-IDX) TO GSH-ID-NUMBER.
006200     MOVE WS-SHT-STUDENT-NAME (WS-SHT-IDX) TO GSH-STUDENT-NAME.
006210     MOVE WS-SHT-GRADE (WS-SHT-IDX) TO GSH-GRADE.
006220     WRITE GRADE-SHEET-RECORD.
006230     ADD 1 TO WS-LINES-PRINTED.
006240 3210-WRITE-ONE-STUDENT-EXIT.
006250     EXIT.
006260*
006270*================================================================
006280* FUNCTION L - POST THE RETURNED SHEETS
006290*================================================================
006300 5000-POST-ONE-RECORD.
006310     READ SHEET-FILE
006320         AT END
006330             MOVE "Y" TO WS-SHEET-EOF-SW
006340             IF WS-SHEET-IS-OPEN
006350                 MOVE "NO TRAILER - SHEET INCOMPLETE"
006360                     TO WS-SHEET-MESSAGE
006370                 PERFORM 5700-REJECT-SHEET
006380                     THRU 5700-REJECT-SHEET-EXIT
006390             END-IF
006400             GO TO 5000-POST-ONE-RECORD-EXIT
006410     END-READ.
006420     IF GSH-SECTION-HEADER
006430         PERFORM 5100-START-SHEET THRU 5100-START-SHEET-EXIT
006440         GO TO 5000-POST-ONE-RECORD-EXIT
006450     END-IF.
006460     IF GSH-STUDENT-LINE
006470         PERFORM 5200-HOLD-STUDENT-LINE
006480             THRU 5200-HOLD-STUDENT-LINE-EXIT
006490         GO TO 5000-POST-ONE-RECORD-EXIT
006500     END-IF.
006510     IF GSH-SECTION-TRAILER
006520         PERFORM 5300-END-SHEET THRU 5300-END-SHEET-EXIT
006530         GO TO 5000-POST-ONE-RECORD-EXIT
006540     END-IF.
006550     DISPLAY "GRADE-SHEET: UNKNOWN RECORD TYPE '" GSH-REC-TYPE
006560         "' IN gradeSheetFile - IGNORED".
006570     ADD 1 TO WS-STRAY-LINES.
006580 5000-POST-ONE-RECORD-EXIT.
006590     EXIT.
006600*
006610 5100-START-SHEET.
006620     IF WS-SHEET-IS-OPEN
006630         MOVE "NO TRAILER - SHEET INCOMPLETE" TO WS-SHEET-MESSAGE
006640         PERFORM 5700-REJECT-SHEET THRU 5700-REJECT-SHEET-EXIT
006650     END-IF.
006660     MOVE "Y" TO WS-SHEET-OPEN-SW.
006670     MOVE GSH-COURSE-ID TO WS-HOLD-COURSE-ID.
006680     MOVE GSH-TERM-CODE TO WS-HOLD-TERM-CODE.
006690     MOVE GSH-INSTRUCTOR-ID TO WS-HOLD-INSTRUCTOR-ID.
006700     MOVE ZEROS TO WS-HOLD-COUNT.
006710     IF GSH-STUDENT-COUNT IS NUMERIC
006720         MOVE GSH-STUDENT-COUNT TO WS-HOLD-COUNT
006730     END-IF.
006740     MOVE ZEROS TO WS-SHT-COUNT.
006750     MOVE ZEROS TO WS-SHEET-ERRORS.
006760     MOVE SPACES TO WS-SHEET-MESSAGE.
006770 5100-START-SHEET-EXIT.
006780     EXIT.
006790*
006800 5200-HOLD-STUDENT-LINE.
006810     ADD 1 TO WS-LINES-READ.
006820     IF NOT WS-SHEET-IS-OPEN
006830         DISPLAY "GRADE-SHEET: STUDENT LINE OUTSIDE A SHEET - "
006840             GSH-COURSE-ID " " GSH-ID-NUMBER " IGNORED"
006850         ADD 1 TO WS-STRAY-LINES
006860         GO TO 5200-HOLD-STUDENT-LINE-EXIT
006870     END-IF.
006880     IF GSH-COURSE-ID NOT = WS-HOLD-COURSE-ID
006890             OR GSH-TERM-CODE NOT = WS-HOLD-TERM-CODE
006900         MOVE "LINE FROM ANOTHER SECTION" TO WS-SHEET-MESSAGE
006910         ADD 1 TO WS-SHEET-ERRORS
006920         GO TO 5200-HOLD-STUDENT-LINE-EXIT
006930     END-IF.
006940     IF WS-SHT-COUNT NOT < WS-SHT-MAX
006950         MOVE "TOO MANY LINES ON SHEET" TO WS-SHEET-MESSAGE
006960         ADD 1 TO WS-SHEET-ERRORS
006970         GO TO 5200-HOLD-STUDENT-LINE-EXIT
006980     END-IF.
006990     ADD 1 TO WS-SHT-COUNT.
007000     MOVE GSH-ID-NUMBER TO WS-SHT-ID-NUMBER (WS-SHT-COUNT).
007010     MOVE GSH-STUDENT-NAME TO WS-SHT-STUDENT-NAME (WS-SHT-COUNT).
007020     MOVE GSH-GRADE TO WS-SHT-GRADE (WS-SHT-COUNT).
007030     MOVE ZEROS TO WS-SHT-CREDITS (WS-SHT-COUNT).
007040     MOVE "U" TO WS-SHT-ACTION (WS-SHT-COUNT).
007050 5200-HOLD-STUDENT-LINE-EXIT.
007060     EXIT.
007070*
007080 5300-END-SHEET.
007090     IF NOT WS-SHEET-IS-OPEN
007100         DISPLAY "GRADE-SHEET: TRAILER WITH NO HEADER - "
007110             GSH-COURSE-ID " IGNORED"
007120         ADD 1 TO WS-STRAY-LINES
007130         GO TO 5300-END-SHEET-EXIT
007140     END-IF.
007150     IF GSH-COURSE-ID NOT = WS-HOLD-COURSE-ID
007160             OR GSH-STUDENT-COUNT NOT = WS-HOLD-COUNT
007170             OR WS-SHT-COUNT NOT = WS-HOLD-COUNT
007180         MOVE "LINE COUNT DOES NOT AGREE" TO WS-SHEET-MESSAGE
007190         ADD 1 TO WS-SHEET-ERRORS
007200     END-IF.
007210     IF WS-SHEET-ERRORS = ZEROS
007220         PERFORM 5400-EDIT-ONE-LINE THRU 5400-EDIT-ONE-LINE-EXIT
007230             VARYING WS-SHT-IDX FROM 1 BY 1
007240             UNTIL WS-SHT-IDX > WS-SHT-COUNT
007250     END-IF.
007260     IF WS-SHEET-ERRORS > ZEROS
007270         IF WS-SHEET-MESSAGE = SPACES
007280             MOVE "LINE ERRORS - SEE ABOVE" TO WS-SHEET-MESSAGE
007290         END-IF
007300         PERFORM 5700-REJECT-SHEET THRU 5700-REJECT-SHEET-EXIT
007310     ELSE
007320         PERFORM 5500-POST-SHEET THRU 5500-POST-SHEET-EXIT
007330     END-IF.
007340     MOVE "N" TO WS-SHEET-OPEN-SW.
007350 5300-END-SHEET-EXIT.
007360     EXIT.
007370*
007380*    A LINE IS POSTED ONLY OVER AN UNGRADED ENROLLMENT. A BLANK
007390*    OR UNCHANGED GRADE IS LEFT ALONE, SO A SHEET CAN BE SENT
007400*    IN MORE THAN ONCE AS GRADES ARRIVE.
007410 5400-EDIT-ONE-LINE.
007420     MOVE SPACES TO RGD-MESSAGE.
007430     MOVE WS-HOLD-COURSE-ID TO ENR-COURSE-ID.
007440     MOVE WS-HOLD-TERM-CODE TO ENR-TERM-CODE.
007450     MOVE WS-SHT-ID-NUMBER (WS-SHT-IDX) TO ENR-ID-NUMBER.
007460     READ ENROLL-DETAIL
007470         INVALID KEY
007480             MOVE "NOT ENROLLED IN THIS SECTION" TO RGD-MESSAGE
007490             GO TO 5400-EDIT-ONE-LINE-ERROR
007500     END-READ.
007510     MOVE ENR-CREDIT-HOURS TO WS-SHT-CREDITS (WS-SHT-IDX).
007520     IF WS-SHT-GRADE (WS-SHT-IDX) = SPACE
007530             OR WS-SHT-GRADE (WS-SHT-IDX) = ENR-GRADE
007540         GO TO 5400-EDIT-ONE-LINE-EXIT
007550     END-IF.
007560     MOVE WS-SHT-GRADE (WS-SHT-IDX) TO GSH-GRADE.
007570     IF NOT GSH-VALID-GRADE
007580         MOVE "NOT A VALID GRADE" TO RGD-MESSAGE
007590         GO TO 5400-EDIT-ONE-LINE-ERROR
007600     END-IF.
007610     IF ENR-GRADE NOT = SPACE
007620         MOVE "GRADED - USE A GRADE CHANGE" TO RGD-MESSAGE
007630         GO TO 5400-EDIT-ONE-LINE-ERROR
007640     END-IF.
007650     IF NOT ENR-REPLACED-BY-REPEAT
007660         MOVE ENR-ID-NUMBER TO STT-ID-NUMBER
007670         MOVE ENR-TERM-CODE TO STT-TERM-CODE
007680         READ TERM-HISTORY
007690             INVALID KEY
007700                 MOVE "NO TERM HISTORY FOR STUDENT"
007710                     TO RGD-MESSAGE
007720                 GO TO 5400-EDIT-ONE-LINE-ERROR
007730         END-READ
007740     END-IF.
007750     MOVE "P" TO WS-SHT-ACTION (WS-SHT-IDX).
007760     GO TO 5400-EDIT-ONE-LINE-EXIT.
007770 5400-EDIT-ONE-LINE-ERROR.
007780     ADD 1 TO WS-SHEET-ERRORS.
007790     MOVE WS-SHT-ID-NUMBER (WS-SHT-IDX) TO RGD-ID-NUMBER.
007800     MOVE WS-SHT-STUDENT-NAME (WS-SHT-IDX) TO RGD-STUDENT-NAME.
007810     MOVE ENR-GRADE TO RGD-OLD-GRADE.
007820     MOVE WS-SHT-GRADE (WS-SHT-IDX) TO RGD-NEW-GRADE.
007830     WRITE RGT-LINE FROM WS-RGT-DETAIL AFTER ADVANCING 1 LINE.
007840 5400-EDIT-ONE-LINE-EXIT.
007850     EXIT.
007860*
007870 5500-POST-SHEET.
007880     MOVE ZEROS TO WS-SHEET-POSTED.
007890     MOVE ZEROS TO WS-SHEET-UNCHANGED.
007900     PERFORM 5510-POST-ONE-LINE THRU 5510-POST-ONE-LINE-EXIT
007910         VARYING WS-SHT-IDX FROM 1 BY 1
007920         UNTIL WS-SHT-IDX > WS-SHT-COUNT.
007930     MOVE "POSTED" TO RSL-RESULT.
007940     PERFORM 5800-WRITE-SHEET-LINE
007950         THRU 5800-WRITE-SHEET-LINE-EXIT.
007960     ADD 1 TO WS-SHEETS-POSTED.
007970 5500-POST-SHEET-EXIT.
007980     EXIT.
007990*
008000 5510-POST-ONE-LINE.
008010     IF NOT WS-SHT-TO-POST (WS-SHT-IDX)
008020         ADD 1 TO WS-SHEET-UNCHANGED
008030         ADD 1 TO WS-LINES-UNCHANGED
008040         GO TO 5510-POST-ONE-LINE-EXIT
008050     END-IF.
008060     MOVE WS-HOLD-COURSE-ID TO ENR-COURSE-ID.
008070     MOVE WS-HOLD-TERM-CODE TO ENR-TERM-CODE.
008080     MOVE WS-SHT-ID-NUMBER (WS-SHT-IDX) TO ENR-ID-NUMBER.
008090     READ ENROLL-DETAIL
008100         INVALID KEY
008110             DISPLAY "GRADE-SHEET: ENROLLMENT VANISHED - "
008120                 ENR-KEY
008130             MOVE 4 TO RETURN-CODE
008140             GO TO 5510-POST-ONE-LINE-EXIT
008150     END-READ.
008160     MOVE ENR-GRADE TO WS-OLD-GRADE.
008170     MOVE ENR-CREDIT-HOURS TO WS-CREDITS.
008180     IF NOT ENR-REPLACED-BY-REPEAT
008190         PERFORM 6000-ADJUST-TERM-HISTORY
008200             THRU 6000-ADJUST-TERM-HISTORY-EXIT
008210     END-IF.
008220     MOVE WS-SHT-GRADE (WS-SHT-IDX) TO ENR-GRADE.
008230     MOVE WS-RUN-DATE TO ENR-POSTED-DATE.
008240     REWRITE ENROLLMENT-DETAIL-RECORD
008250         INVALID KEY
008260             DISPLAY "GRADE-SHEET: enrollDetail REWRITE FAILED "
008270                 "FOR " ENR-KEY ", STATUS = " WS-ENROLL-STATUS
008280             MOVE 4 TO RETURN-CODE
008290     END-REWRITE.
008300     MOVE WS-SHT-ID-NUMBER (WS-SHT-IDX) TO WS-CURRENT-ID.
008310     PERFORM 6200-UPDATE-STUDENT-MASTER
008320         THRU 6200-UPDATE-STUDENT-MASTER-EXIT.
008330     ADD 1 TO WS-SHEET-POSTED.
008340     ADD 1 TO WS-GRADES-POSTED.
008350     MOVE WS-SHT-ID-NUMBER (WS-SHT-IDX) TO RGD-ID-NUMBER.
008360     MOVE WS-SHT-STUDENT-NAME (WS-SHT-IDX) TO RGD-STUDENT-NAME.
008370     MOVE WS-OLD-GRADE TO RGD-OLD-GRADE.
008380     MOVE WS-SHT-GRADE (WS-SHT-IDX) TO RGD-NEW-GRADE.
008390     MOVE "POSTED" TO RGD-MESSAGE.
008400     WRITE RGT-LINE FROM WS-RGT-DETAIL AFTER ADVANCING 1 LINE.
008410 5510-POST-ONE-LINE-EXIT.
008420     EXIT.
008430*
008440 5700-REJECT-SHEET.
008450     MOVE ZEROS TO WS-SHEET-POSTED.
008460     MOVE ZEROS TO WS-SHEET-UNCHANGED.
008470     MOVE "REJECTED" TO RSL-RESULT.
008480     PERFORM 5800-WRITE-SHEET-LINE
008490         THRU 5800-WRITE-SHEET-LINE-EXIT.
008500     MOVE SPACES TO RGT-LINE.
008510     MOVE WS-SHEET-MESSAGE TO RGT-LINE (5:30).
008520     WRITE RGT-LINE AFTER ADVANCING 1 LINE.
008530     ADD 1 TO WS-SHEETS-REJECTED.
008540     ADD WS-SHT-COUNT TO WS-LINES-REJECTED.
008550     MOVE "N" TO WS-SHEET-OPEN-SW.
008560     MOVE 4 TO RETURN-CODE.
008570 5700-REJECT-SHEET-EXIT.
008580     EXIT.
008590*
008600 5800-WRITE-SHEET-LINE.
008610     MOVE WS-HOLD-COURSE-ID TO RSL-COURSE-ID.
008620     MOVE WS-HOLD-TERM-CODE TO RSL-TERM-CODE.
008630     MOVE WS-SHT-COUNT TO RSL-LINES.
008640     MOVE WS-SHEET-POSTED TO RSL-POSTED.
008650     MOVE WS-SHEET-UNCHANGED TO RSL-UNCHANGED.
008660     WRITE RGT-LINE FROM WS-RGT-SHEET-LINE
008670         AFTER ADVANCING 1 LINE.
008680     WRITE RGT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
008690 5800-WRITE-SHEET-LINE-EXIT.
008700     EXIT.
008710*
008720 5900-WRITE-POST-TOTALS.
008730     WRITE RGT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
008740     MOVE "SHEETS POSTED:" TO TRL-LABEL.
008750     MOVE WS-SHEETS-POSTED TO TRL-COUNT.
008760     WRITE RGT-LINE FROM WS-RGT-TOTAL-LINE
008770         AFTER ADVANCING 1 LINE.
008780     MOVE "SHEETS REJECTED:" TO TRL-LABEL.
008790     MOVE WS-SHEETS-REJECTED TO TRL-COUNT.
008800     WRITE RGT-LINE FROM WS-RGT-TOTAL-LINE
008810         AFTER ADVANCING 1 LINE.
008820     MOVE "GRADES POSTED:" TO TRL-LABEL.
008830     MOVE WS-GRADES-POSTED TO TRL-COUNT.
008840     WRITE RGT-LINE FROM WS-RGT-TOTAL-LINE
008850         AFTER ADVANCING 1 LINE.
008860     MOVE "LINES UNCHANGED OR BLANK:" TO TRL-LABEL.
008870     MOVE WS-LINES-UNCHANGED TO TRL-COUNT.
008880     WRITE RGT-LINE FROM WS-RGT-TOTAL-LINE
008890         AFTER ADVANCING 1 LINE.
008900     MOVE "LINES OUTSIDE ANY SHEET:" TO TRL-LABEL.
008910     MOVE WS-STRAY-LINES TO TRL-COUNT.
008920     WRITE RGT-LINE FROM WS-RGT-TOTAL-LINE
008930         AFTER ADVANCING 1 LINE.
008940     DISPLAY "GRADE-SHEET: SHEETS POSTED = " WS-SHEETS-POSTED
008950         " REJECTED = " WS-SHEETS-REJECTED
008960         " GRADES POSTED = " WS-GRADES-POSTED.
008970 5900-WRITE-POST-TOTALS-EXIT.
008980     EXIT.
008990*
009000*================================================================
009010* TERM HISTORY AND GPA - MIRRORS THE ENTRY PROGRAM'S GRADE
009020* CHANGE: THE OLD GRADE IS BACKED OUT AND THE NEW ONE POSTED
009030* WITH THE HOURS THE ENROLLMENT WAS REGISTERED AT
009040*================================================================
009050 6000-ADJUST-TERM-HISTORY.
009060     MOVE WS-OLD-GRADE TO WS-WORK-GRADE.
009070     PERFORM 6100-GRADE-TO-POINTS THRU 6100-GRADE-TO-POINTS-EXIT.
009080     MOVE WS-GRADE-POINTS TO WS-OLD-GRADE-POINTS.
009090     MOVE WS-GPA-GRADE-SW TO WS-OLD-GPA-FLAG.
009100     MOVE WS-EARNS-HOURS-SW TO WS-OLD-EARN-FLAG.
009110     MOVE WS-SHT-GRADE (WS-SHT-IDX) TO WS-WORK-GRADE.
009120     PERFORM 6100-GRADE-TO-POINTS THRU 6100-GRADE-TO-POINTS-EXIT.
009130     MOVE WS-GRADE-POINTS TO WS-NEW-GRADE-POINTS.
009140     MOVE WS-GPA-GRADE-SW TO WS-NEW-GPA-FLAG.
009150     MOVE WS-EARNS-HOURS-SW TO WS-NEW-EARN-FLAG.
009160     MOVE ENR-ID-NUMBER TO STT-ID-NUMBER.
009170     MOVE ENR-TERM-CODE TO STT-TERM-CODE.
009180     READ TERM-HISTORY
009190         INVALID KEY
009200             DISPLAY "GRADE-SHEET: TERM HISTORY VANISHED - "
009210                 STT-TERM-KEY
009220             MOVE 4 TO RETURN-CODE
009230             GO TO 6000-ADJUST-TERM-HISTORY-EXIT
009240     END-READ.
009250     COMPUTE WS-SIGNED-POINTS = STT-QUALITY-POINTS
009260         - (WS-CREDITS * WS-OLD-GRADE-POINTS)
009270         + (WS-CREDITS * WS-NEW-GRADE-POINTS).
009280     IF WS-SIGNED-POINTS < ZEROS
009290         MOVE ZEROS TO STT-QUALITY-POINTS
009300     ELSE
009310         MOVE WS-SIGNED-POINTS TO STT-QUALITY-POINTS
009320     END-IF.
009330     IF WS-OLD-EARN-FLAG = "Y" AND WS-NEW-EARN-FLAG = "N"
009340         IF WS-CREDITS > STT-TERM-HOURS
009350             MOVE ZEROS TO STT-TERM-HOURS
009360         ELSE
009370             SUBTRACT WS-CREDITS FROM STT-TERM-HOURS
009380         END-IF
009390     END-IF.
009400     IF WS-OLD-EARN-FLAG = "N" AND WS-NEW-EARN-FLAG = "Y"
009410         ADD WS-CREDITS TO STT-TERM-HOURS
009420     END-IF.
009430     IF WS-OLD-GPA-FLAG = "Y" AND WS-NEW-GPA-FLAG = "N"
009440         IF WS-CREDITS > STT-GPA-HOURS
009450             MOVE ZEROS TO STT-GPA-HOURS
009460         ELSE
009470             SUBTRACT WS-CREDITS FROM STT-GPA-HOURS
009480         END-IF
009490     END-IF.
009500     IF WS-OLD-GPA-FLAG = "N" AND WS-NEW-GPA-FLAG = "Y"
009510         ADD WS-CREDITS TO STT-GPA-HOURS
009520     END-IF.
009530     REWRITE STUDENT-TERM-RECORD
009540         INVALID KEY
009550             DISPLAY "GRADE-SHEET: studentTermHist REWRITE "
009560                 "FAILED FOR " STT-TERM-KEY
009570             MOVE 4 TO RETURN-CODE
009580     END-REWRITE.
009590 6000-ADJUST-TERM-HISTORY-EXIT.
009600     EXIT.
009610*
009620 6100-GRADE-TO-POINTS.
009630     MOVE "Y" TO WS-GPA-GRADE-SW.
009640     MOVE "Y" TO WS-EARNS-HOURS-SW.
009650     EVALUATE WS-WORK-GRADE
009660         WHEN "A" MOVE 4.00 TO WS-GRADE-POINTS
009670         WHEN "B" MOVE 3.00 TO WS-GRADE-POINTS
009680         WHEN "C" MOVE 2.00 TO WS-GRADE-POINTS
009690         WHEN "D" MOVE 1.00 TO WS-GRADE-POINTS
009700         WHEN "F" MOVE 0.00 TO WS-GRADE-POINTS
009710         WHEN "W"
009720             MOVE 0.00 TO WS-GRADE-POINTS
009730             MOVE "N" TO WS-GPA-GRADE-SW
009740             MOVE "N" TO WS-EARNS-HOURS-SW
009750         WHEN "I"
009760             MOVE 0.00 TO WS-GRADE-POINTS
009770             MOVE "N" TO WS-GPA-GRADE-SW
009780             MOVE "N" TO WS-EARNS-HOURS-SW
009790         WHEN "P"
009800             MOVE 0.00 TO WS-GRADE-POINTS
009810             MOVE "N" TO WS-GPA-GRADE-SW
009820         WHEN OTHER MOVE 0.00 TO WS-GRADE-POINTS
009830     END-EVALUATE.
009840 6100-GRADE-TO-POINTS-EXIT.
009850     EXIT.
009860*
009870 6200-UPDATE-STUDENT-MASTER.
009880     MOVE ZEROS TO WS-STUDENT-POINTS.
009890     MOVE ZEROS TO WS-STUDENT-GPA-HOURS.
009900     MOVE "N" TO WS-TERM-EOF-SW.
009910     MOVE WS-CURRENT-ID TO STT-ID-NUMBER.
009920     MOVE LOW-VALUES TO STT-TERM-CODE.
009930     START TERM-HISTORY KEY NOT LESS THAN STT-TERM-KEY
009940         INVALID KEY MOVE "Y" TO WS-TERM-EOF-SW
009950     END-START.
009960     PERFORM 6210-ADD-ONE-TERM THRU 6210-ADD-ONE-TERM-EXIT
009970         UNTIL WS-END-OF-TERMS.
009980     IF WS-STUDENT-GPA-HOURS > ZEROS
009990         COMPUTE WS-RECORD-GPA ROUNDED =
010000             WS-STUDENT-POINTS / WS-STUDENT-GPA-HOURS
010010     ELSE
010020         MOVE ZEROS TO WS-RECORD-GPA
010030     END-IF.
010040     MOVE WS-CURRENT-ID TO STU-ID-NUMBER.
010050     READ STUDENT-MASTER
010060         INVALID KEY
010070             DISPLAY "GRADE-SHEET: STUDENT NOT ON MASTER: "
010080                 WS-CURRENT-ID
010090             GO TO 6200-UPDATE-STUDENT-MASTER-EXIT
010100     END-READ.
010110     MOVE WS-SHT-GRADE (WS-SHT-IDX) TO STU-GRADE.
010120     MOVE WS-RECORD-GPA TO STU-GPA.
010130     IF STU-GPA-STANDING
010140         IF WS-RECORD-GPA >= 2.00
010150             MOVE "G" TO STU-STANDING
010160         ELSE
010162             MOVE "P" TO STU-STANDING
010164         END-IF
010170     END-IF.
010180     REWRITE STUDENT-MASTER-RECORD
010190         INVALID KEY
010200             DISPLAY "GRADE-SHEET: studentMaster REWRITE "
010210                 "FAILED FOR " WS-CURRENT-ID
010220             MOVE 4 TO RETURN-CODE
010230     END-REWRITE.
010240 6200-UPDATE-STUDENT-MASTER-EXIT.
010250     EXIT.
010260*
010270 6210-ADD-ONE-TERM.
010280     READ TERM-HISTORY NEXT RECORD
010290         AT END
010300             MOVE "Y" TO WS-TERM-EOF-SW
010310             GO TO 6210-ADD-ONE-TERM-EXIT
010320     END-READ.
010330     IF STT-ID-NUMBER NOT = WS-CURRENT-ID
010340         MOVE "Y" TO WS-TERM-EOF-SW
010350         GO TO 6210-ADD-ONE-TERM-EXIT
010360     END-IF.
010370     ADD STT-QUALITY-POINTS TO WS-STUDENT-POINTS.
010380     ADD STT-GPA-HOURS TO WS-STUDENT-GPA-HOURS.
010390 6210-ADD-ONE-TERM-EXIT.
010400     EXIT.
010410*
010411 8900-LOG-INCIDENT.
010412     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
010413         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
010414         WS-IL-MESSAGE.
010415 8900-LOG-INCIDENT-EXIT.
010416     EXIT.
010417*
010420 9000-TERMINATE.
010430     IF WS-PRINT-RUN AND WS-FILES-ARE-OPENED
010440         CLOSE ENROLL-DETAIL SHEET-FILE REPORT-FILE
010450         IF WS-MASTER-STATUS = "00" OR = "23"
010460             CLOSE STUDENT-MASTER
010470         END-IF
010480         IF WS-SECTION-STATUS = "00" OR = "23"
010490             CLOSE SECTION-MASTER
010500         END-IF
010510         IF WS-COURSE-STATUS = "00" OR = "23"
010520             CLOSE COURSE-MASTER
010530         END-IF
010540     END-IF.
010550     IF WS-POST-RUN AND WS-FILES-ARE-OPENED
010560         CLOSE SHEET-FILE REGISTER-FILE
010570         CLOSE ENROLL-DETAIL TERM-HISTORY STUDENT-MASTER
010580     END-IF.
010590     IF WS-LOCK-IS-HELD
010600         MOVE "R" TO WS-FL-FUNCTION
010610         MOVE "studentMaster" TO WS-FL-FILE-NAME
010620         CALL "FILE-LOCK" USING WS-FL-FUNCTION
010630             WS-FL-FILE-NAME WS-FL-HOLDER WS-FL-REPLY
010640             WS-FL-INFO
010650     END-IF.
010660     IF WS-POST-RUN
010670         PERFORM 9100-WRITE-RUN-STATS
010680             THRU 9100-WRITE-RUN-STATS-EXIT
010690         IF RETURN-CODE = ZERO
010700             MOVE "E" TO WS-RC-FUNCTION
010710             CALL "RUN-CONTROL" USING WS-RC-FUNCTION WS-RC-STEP
010720                 WS-RC-FORCE WS-RC-REPLY
010730         END-IF
010740     END-IF.
010750 9000-TERMINATE-EXIT.
010760     EXIT.
010770*
010780 9100-WRITE-RUN-STATS.
010790     OPEN EXTEND RUN-STATS-FILE.
010800     IF WS-STATS-STATUS = "35"
010810         OPEN OUTPUT RUN-STATS-FILE
010820     END-IF.
010830     IF WS-STATS-STATUS = "00"
010840         MOVE WS-RUN-DATE TO RST-RUN-DATE
010850         MOVE "GRDPOST" TO RST-STEP-NAME
010860         MOVE WS-LINES-READ TO RST-RECORDS-IN
010870         MOVE WS-GRADES-POSTED TO RST-RECORDS-OUT
010880         MOVE WS-LINES-REJECTED TO RST-REJECTS
010890         MOVE ZEROS TO RST-AMOUNT-TOTAL
010900         MOVE ZEROS TO RST-HASH-TOTAL
010910         MOVE RETURN-CODE TO RST-RETURN-CODE
010920         WRITE RUN-STATS-RECORD
010930         CLOSE RUN-STATS-FILE
010940     ELSE
010950         DISPLAY "GRADE-SHEET: CANNOT OPEN runStats, "
010960             "STATUS = " WS-STATS-STATUS
010961         MOVE "9100-WRITE-RUN-STATS" TO WS-IL-PARAGRAPH
010962         MOVE "W" TO WS-IL-SEVERITY
010963         MOVE WS-STATS-STATUS TO WS-IL-FILE-STATUS
010964         MOVE "CANNOT OPEN runStats" TO WS-IL-MESSAGE
010965         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
010970     END-IF.
010980 9100-WRITE-RUN-STATS-EXIT.
010990     EXIT.
011000*
011010 END PROGRAM GRADE-SHEET.
