000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. INTEG-SWEEP.
000030 AUTHOR. REGISTRAR-SYSTEMS-GROUP.
000040 INSTALLATION. REGISTRARS-OFFICE.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED. 2026-10-14.
000070*================================================================
000080* MODIFICATION HISTORY
000090*   2026-10-14  RSG  INITIAL VERSION - WEEKLY REFERENTIAL
000100*                    INTEGRITY SWEEP. WALKS EACH CHILD FILE OF
000110*                    THE STUDENT AND PAYROLL MASTERS AND READS
000120*                    ITS PARENT FOR EVERY RECORD, PRINTING THE
000130*                    ORPHANS AND MISMATCHES BY RELATIONSHIP
000140*                    WITH COUNTS:
000150*                      studentTermHist -> studentMaster
000160*                      studentTermHist -> studentBilling
000170*                      enrollDetail    -> studentMaster
000180*                      enrollDetail    -> sectionMaster
000190*                      enrollDetail    -> studentTermHist
000200*                                         (GRADED ROWS ONLY)
000210*                      sectionMaster   -> courseMaster
000220*                      studentBilling  -> studentMaster
000230*                      holdMaster      -> studentMaster
000240*                      deductionMaster -> employeeMaster
000250*                      bankAcctMaster  -> employeeMaster
000260*                      leaveMaster     -> employeeMaster
000270*                      payrollYTD      -> employeeMaster
000280*                    A FILE THAT CANNOT BE OPENED LEAVES ITS
000290*                    RELATIONSHIPS NOT CHECKED. THE RESULT GOES
000300*                    TO runStats (STEP INTGSWP) FOR THE
000310*                    BALANCE SHEET, RC 4 WHEN ANY ORPHAN.
000320*                    RUNS IN THE NIGHTLY STREAM BUT SWEEPS ONLY
000330*                    ON THE SWEEP DAY. PARM: POS 1 = SWEEP DAY
000340*                    1-7 (1 = MONDAY), DEFAULT 7, OR "A" TO
000350*                    SWEEP TODAY REGARDLESS.
000352*   2026-10-14  RSG  payrollYTD LAYOUT CARRIES THE YEAR-TO-DATE
000354*                    IMPUTED INCOME.
000355*   2026-10-15  RSG  TRANSFER TERM 000000 IS NO LONGER
000356*                    CHECKED FOR A BILLING RECORD OR A
000357*                    SECTION - IT HAS NEITHER BY DESIGN.
000360*================================================================
000370*
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT STUDENT-MASTER ASSIGN TO DISK
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS STU-ID-NUMBER
000460         ALTERNATE RECORD KEY IS STU-STUDENT-NAME
000470             WITH DUPLICATES
000480         FILE STATUS IS WS-MASTER-STATUS.
000490     SELECT TERM-HISTORY ASSIGN TO DISK
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS STT-TERM-KEY
000530         FILE STATUS IS WS-TERM-STATUS.
000540     SELECT ENROLL-DETAIL ASSIGN TO DISK
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS ENR-KEY
000580         FILE STATUS IS WS-ENROLL-STATUS.
000590     SELECT SECTION-MASTER ASSIGN TO DISK
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS SEC-KEY
000630         FILE STATUS IS WS-SECTION-STATUS.
000640     SELECT COURSE-MASTER ASSIGN TO DISK
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS RANDOM
000670         RECORD KEY IS CRS-COURSE-ID
000680         FILE STATUS IS WS-COURSE-STATUS.
000690     SELECT BILLING-FILE ASSIGN TO DISK
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS BIL-KEY
000730         FILE STATUS IS WS-BILLING-STATUS.
000740     SELECT HOLD-MASTER ASSIGN TO DISK
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS HLD-KEY
000780         FILE STATUS IS WS-HOLD-STATUS.
000790     SELECT EMPLOYEE-MASTER ASSIGN TO DISK
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS RANDOM
000820         RECORD KEY IS EMP-MST-ID
000830         FILE STATUS IS WS-EMP-STATUS.
000840     SELECT DEDUCTION-MASTER ASSIGN TO DISK
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS DYNAMIC
000870         RECORD KEY IS DED-KEY
000880         FILE STATUS IS WS-DED-STATUS.
000890     SELECT BANK-ACCT-MASTER ASSIGN TO DISK
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE IS DYNAMIC
000920         RECORD KEY IS BNK-EMP-ID
000930         FILE STATUS IS WS-BANK-STATUS.
000940     SELECT LEAVE-MASTER ASSIGN TO DISK
000950         ORGANIZATION IS INDEXED
000960         ACCESS MODE IS DYNAMIC
000970         RECORD KEY IS LEV-EMP-ID
000980         FILE STATUS IS WS-LEAVE-STATUS.
000990     SELECT YTD-MASTER ASSIGN TO DISK
001000         ORGANIZATION IS INDEXED
001010         ACCESS MODE IS DYNAMIC
001020         RECORD KEY IS YTD-EMP-ID
001030         FILE STATUS IS WS-YTD-STATUS.
001040     SELECT SORT-WORK-FILE ASSIGN TO DISK.
001050     SELECT REPORT-FILE ASSIGN TO DISK
001060         ORGANIZATION IS LINE SEQUENTIAL.
001070     SELECT RUN-STATS-FILE ASSIGN TO DISK
001080         ORGANIZATION IS LINE SEQUENTIAL
001090         FILE STATUS IS WS-STATS-STATUS.
001100*
001110 DATA DIVISION.
001120 FILE SECTION.
001130*
001140 FD  STUDENT-MASTER
001150     LABEL RECORDS ARE STANDARD
001160     VALUE OF FILE-ID IS "studentMaster".
001170     COPY "stumstr.cpy".
001180*
001190 FD  TERM-HISTORY
001200     LABEL RECORDS ARE STANDARD
001210     VALUE OF FILE-ID IS "studentTermHist".
001220     COPY "stuterm.cpy".
001230*
001240 FD  ENROLL-DETAIL
001250     LABEL RECORDS ARE STANDARD
001260     VALUE OF FILE-ID IS "enrollDetail".
001270     COPY "stuenrl.cpy".
001280*
001290 FD  SECTION-MASTER
001300     LABEL RECORDS ARE STANDARD
001310     VALUE OF FILE-ID IS "sectionMaster".
001320     COPY "crssect.cpy".
001330*
001340 FD  COURSE-MASTER
001350     LABEL RECORDS ARE STANDARD
001360     VALUE OF FILE-ID IS "courseMaster".
001370     COPY "crsmstr.cpy".
001380*
001390 FD  BILLING-FILE
001400     LABEL RECORDS ARE STANDARD
001410     VALUE OF FILE-ID IS "studentBilling".
001420     COPY "stubill.cpy".
001430*
001440 FD  HOLD-MASTER
001450     LABEL RECORDS ARE STANDARD
001460     VALUE OF FILE-ID IS "holdMaster".
001470     COPY "stuhold.cpy".
001480*
001490 FD  EMPLOYEE-MASTER
001500     LABEL RECORDS ARE STANDARD
001510     VALUE OF FILE-ID IS "employeeMaster".
001520     COPY "empmstr.cpy".
001530*
001540 FD  DEDUCTION-MASTER
001550     LABEL RECORDS ARE STANDARD
001560     VALUE OF FILE-ID IS "deductionMaster".
001570     COPY "dedmstr.cpy".
001580*
001590 FD  BANK-ACCT-MASTER
001600     LABEL RECORDS ARE STANDARD
001610     VALUE OF FILE-ID IS "bankAcctMaster".
001620     COPY "bnkacct.cpy".
001630*
001640 FD  LEAVE-MASTER
001650     LABEL RECORDS ARE STANDARD
001660     VALUE OF FILE-ID IS "leaveMaster".
001670     COPY "levmstr.cpy".
001680*
001690 FD  YTD-MASTER
001700     LABEL RECORDS ARE STANDARD
001710     VALUE OF FILE-ID IS "payrollYTD".
001720 01  YTD-REC.
001730     05  YTD-EMP-ID              PIC X(04).
001740     05  YTD-SALARY              PIC S9(07).
001750     05  YTD-FICA                PIC S9(07).
001760     05  YTD-STATE-TAX           PIC S9(07).
001770     05  YTD-FEDERAL-TAX         PIC S9(07).
001780     05  YTD-NET-PAY             PIC S9(07).
001790     05  YTD-VOL-DED             PIC 9(07).
001792     05  YTD-IMPUTED             PIC 9(07).
001800*
001810 SD  SORT-WORK-FILE.
001820 01  SORT-REC.
001830     05  SRT-REL                 PIC 9(02).
001840     05  SRT-TEXT                PIC X(60).
001850*
001860 FD  REPORT-FILE
001870     LABEL RECORDS ARE STANDARD
001880     VALUE OF FILE-ID IS "integrityReport".
001890 01  RPT-LINE                    PIC X(80).
001900*
001910 FD  RUN-STATS-FILE
001920     LABEL RECORDS ARE STANDARD
001930     VALUE OF FILE-ID IS "runStats".
001940     COPY "runstat.cpy".
001950*
001960 WORKING-STORAGE SECTION.
001970*----------------------------------------------------------------
001980* PRINT LINE LAYOUTS
001990*----------------------------------------------------------------
002000 01  WS-HEADER-1.
002010     05  FILLER                  PIC X(20) VALUE SPACES.
002020     05  FILLER                  PIC X(40) VALUE
002030         "REFERENTIAL INTEGRITY SWEEP".
002040     05  FILLER                  PIC X(06) VALUE "PAGE  ".
002050     05  HDR-PAGE-NO             PIC ZZ9.
002060 01  WS-HEADER-2.
002070     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
002080     05  HDR-RUN-DATE            PIC X(08).
002090 01  WS-REL-HEADING.
002100     05  FILLER                  PIC X(04) VALUE "*** ".
002110     05  RHD-NUMBER              PIC Z9.
002120     05  FILLER                  PIC X(02) VALUE ". ".
002130     05  RHD-TEXT                PIC X(50).
002140 01  WS-ORPHAN-LINE.
002150     05  FILLER                  PIC X(06) VALUE SPACES.
002160     05  ORL-TEXT                PIC X(60).
002170 01  WS-NOT-CHECKED-LINE.
002180     05  FILLER                  PIC X(06) VALUE SPACES.
002190     05  FILLER                  PIC X(50) VALUE
002200         "NOT CHECKED - A FILE COULD NOT BE OPENED".
002210 01  WS-REL-COUNT-LINE.
002220     05  FILLER                  PIC X(06) VALUE SPACES.
002230     05  FILLER                  PIC X(17) VALUE
002240         "RECORDS CHECKED: ".
002250     05  RCL-CHECKED             PIC ZZZZZZ9.
002260     05  FILLER                  PIC X(12) VALUE
002270         "   ORPHANS: ".
002280     05  RCL-ORPHANS             PIC ZZZZZZ9.
002290 01  WS-SUMMARY-HDR.
002300     05  FILLER                  PIC X(54) VALUE
002310         "RELATIONSHIP".
002320     05  FILLER                  PIC X(09) VALUE "  CHECKED".
002330     05  FILLER                  PIC X(09) VALUE "  ORPHANS".
002340 01  WS-SUMMARY-LINE.
002350     05  SML-NUMBER              PIC Z9.
002360     05  FILLER                  PIC X(02) VALUE ". ".
002370     05  SML-TEXT                PIC X(50).
002380     05  SML-CHECKED             PIC Z(8)9.
002390     05  SML-ORPHANS             PIC Z(8)9.
002400     05  SML-NOT-CHECKED REDEFINES SML-ORPHANS
002410                                 PIC X(09).
002420 01  WS-COUNT-LINE.
002430     05  CNT-LABEL               PIC X(40).
002440     05  CNT-VALUE               PIC ZZZZZZ9.
002450*----------------------------------------------------------------
002460* RELATIONSHIP TABLE - ONE ENTRY PER PARENT/CHILD CHECK, IN
002470* REPORT ORDER. THE NUMBERS ARE THE SRT-REL VALUES RELEASED
002480* BY THE CHILD WALKS BELOW.
002490*----------------------------------------------------------------
002500 01  WS-REL-NAMES.
002510     05  FILLER                  PIC X(50) VALUE
002520         "studentTermHist -> studentMaster".
002530     05  FILLER                  PIC X(50) VALUE
002540         "studentTermHist -> studentBilling (NOT BILLED)".
002550     05  FILLER                  PIC X(50) VALUE
002560         "enrollDetail -> studentMaster (PURGED STUDENT)".
002570     05  FILLER                  PIC X(50) VALUE
002580         "enrollDetail -> sectionMaster (NO SECTION)".
002590     05  FILLER                  PIC X(50) VALUE
002600         "enrollDetail GRADED -> studentTermHist".
002610     05  FILLER                  PIC X(50) VALUE
002620         "sectionMaster -> courseMaster (COURSE DELETED)".
002630     05  FILLER                  PIC X(50) VALUE
002640         "studentBilling -> studentMaster".
002650     05  FILLER                  PIC X(50) VALUE
002660         "holdMaster -> studentMaster".
002670     05  FILLER                  PIC X(50) VALUE
002680         "deductionMaster -> employeeMaster".
002690     05  FILLER                  PIC X(50) VALUE
002700         "bankAcctMaster -> employeeMaster".
002710     05  FILLER                  PIC X(50) VALUE
002720         "leaveMaster -> employeeMaster".
002730     05  FILLER                  PIC X(50) VALUE
002740         "payrollYTD -> employeeMaster".
002750 01  WS-REL-NAME-TABLE REDEFINES WS-REL-NAMES.
002760     05  WS-REL-NAME             PIC X(50) OCCURS 12 TIMES.
002770 01  WS-REL-TABLE.
002780     05  WS-REL-ENTRY            OCCURS 12 TIMES.
002790         10  WS-REL-CHECKED-SW   PIC X(01).
002800             88  WS-REL-WAS-CHECKED  VALUE "Y".
002810         10  WS-REL-CHECKED      PIC 9(07).
002820         10  WS-REL-ORPHANS      PIC 9(07).
002830*----------------------------------------------------------------
002840* RELATIONSHIP NUMBERS
002850*----------------------------------------------------------------
002860 77  WS-REL-TERM-STUDENT         PIC 9(02) VALUE 01.
002870 77  WS-REL-TERM-BILLING         PIC 9(02) VALUE 02.
002880 77  WS-REL-ENROLL-STUDENT       PIC 9(02) VALUE 03.
002890 77  WS-REL-ENROLL-SECTION       PIC 9(02) VALUE 04.
002900 77  WS-REL-ENROLL-TERM          PIC 9(02) VALUE 05.
002910 77  WS-REL-SECTION-COURSE       PIC 9(02) VALUE 06.
002920 77  WS-REL-BILLING-STUDENT      PIC 9(02) VALUE 07.
002930 77  WS-REL-HOLD-STUDENT         PIC 9(02) VALUE 08.
002940 77  WS-REL-DED-EMPLOYEE         PIC 9(02) VALUE 09.
002950 77  WS-REL-BANK-EMPLOYEE        PIC 9(02) VALUE 10.
002960 77  WS-REL-LEAVE-EMPLOYEE       PIC 9(02) VALUE 11.
002970 77  WS-REL-YTD-EMPLOYEE         PIC 9(02) VALUE 12.
002972*    TRANSFER-POST'S TERM - NEVER BILLED AND HAS NO SECTIONS
002974 77  WS-TRANSFER-TERM            PIC X(06) VALUE "000000".
002980*----------------------------------------------------------------
002990* CONTROL FIELDS
003000*----------------------------------------------------------------
003010 01  WS-PARM.
003020     05  WS-PARM-DAY             PIC X(01).
003030         88  WS-PARM-ANY-DAY         VALUE "A".
003040     05  FILLER                  PIC X(39).
003050 01  WS-SYSTEM-DATE.
003060     05  WS-SYS-YEAR             PIC 9(04).
003070     05  WS-SYS-MONTH            PIC 9(02).
003080     05  WS-SYS-DAY              PIC 9(02).
003090 77  WS-MASTER-STATUS            PIC X(02) VALUE "00".
003100 77  WS-TERM-STATUS              PIC X(02) VALUE "00".
003110 77  WS-ENROLL-STATUS            PIC X(02) VALUE "00".
003120 77  WS-SECTION-STATUS           PIC X(02) VALUE "00".
003130 77  WS-COURSE-STATUS            PIC X(02) VALUE "00".
003140 77  WS-BILLING-STATUS           PIC X(02) VALUE "00".
003150 77  WS-HOLD-STATUS              PIC X(02) VALUE "00".
003160 77  WS-EMP-STATUS               PIC X(02) VALUE "00".
003170 77  WS-DED-STATUS               PIC X(02) VALUE "00".
003180 77  WS-BANK-STATUS              PIC X(02) VALUE "00".
003190 77  WS-LEAVE-STATUS             PIC X(02) VALUE "00".
003200 77  WS-YTD-STATUS               PIC X(02) VALUE "00".
003210 77  WS-STATS-STATUS             PIC X(02) VALUE "00".
003220 77  WS-MASTER-OPEN-SW           PIC X(01) VALUE "N".
003230     88  WS-MASTER-IS-OPEN           VALUE "Y".
003240 77  WS-TERM-OPEN-SW             PIC X(01) VALUE "N".
003250     88  WS-TERM-IS-OPEN             VALUE "Y".
003260 77  WS-ENROLL-OPEN-SW           PIC X(01) VALUE "N".
003270     88  WS-ENROLL-IS-OPEN           VALUE "Y".
003280 77  WS-SECTION-OPEN-SW          PIC X(01) VALUE "N".
003290     88  WS-SECTION-IS-OPEN          VALUE "Y".
003300 77  WS-COURSE-OPEN-SW           PIC X(01) VALUE "N".
003310     88  WS-COURSE-IS-OPEN           VALUE "Y".
003320 77  WS-BILLING-OPEN-SW          PIC X(01) VALUE "N".
003330     88  WS-BILLING-IS-OPEN          VALUE "Y".
003340 77  WS-HOLD-OPEN-SW             PIC X(01) VALUE "N".
003350     88  WS-HOLD-IS-OPEN             VALUE "Y".
003360 77  WS-EMP-OPEN-SW              PIC X(01) VALUE "N".
003370     88  WS-EMP-IS-OPEN              VALUE "Y".
003380 77  WS-DED-OPEN-SW              PIC X(01) VALUE "N".
003390     88  WS-DED-IS-OPEN              VALUE "Y".
003400 77  WS-BANK-OPEN-SW             PIC X(01) VALUE "N".
003410     88  WS-BANK-IS-OPEN             VALUE "Y".
003420 77  WS-LEAVE-OPEN-SW            PIC X(01) VALUE "N".
003430     88  WS-LEAVE-IS-OPEN            VALUE "Y".
003440 77  WS-YTD-OPEN-SW              PIC X(01) VALUE "N".
003450     88  WS-YTD-IS-OPEN              VALUE "Y".
003460 77  WS-INPUT-EOF-SW             PIC X(01) VALUE "N".
003470     88  WS-END-OF-INPUT             VALUE "Y".
003480 77  WS-EOF-SW                   PIC X(01) VALUE "N".
003490     88  WS-END-OF-SORT              VALUE "Y".
003500 77  WS-SWEEP-TODAY-SW           PIC X(01) VALUE "N".
003510     88  WS-SWEEP-TODAY              VALUE "Y".
003520 77  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
003530 77  WS-DAY-OF-WEEK              PIC 9(01) VALUE ZERO.
003540 77  WS-SWEEP-DAY                PIC 9(01) VALUE 7.
003550 77  WS-PAGE-NO                  PIC 999 VALUE ZEROS.
003560 77  WS-LINE-COUNT               PIC 9(03) VALUE ZEROS.
003570 77  WS-REL-IDX                  PIC 9(02) COMP VALUE ZERO.
003580 77  WS-OPEN-FILE-NAME           PIC X(16) VALUE SPACES.
003590 77  WS-OPEN-STATUS              PIC X(02) VALUE SPACES.
003600 77  WS-RECORDS-READ             PIC 9(07) VALUE ZEROS.
003610 77  WS-TOTAL-ORPHANS            PIC 9(07) VALUE ZEROS.
003620 77  WS-RELS-CHECKED             PIC 9(05) VALUE ZEROS.
003630 77  WS-RELS-NOT-CHECKED         PIC 9(05) VALUE ZEROS.
003640 77  WS-PF-STEP                  PIC X(08) VALUE "INTGSWP".
003650 77  WS-PF-VALUE                 PIC X(40) VALUE SPACES.
003660 77  WS-PF-FOUND                 PIC X(01) VALUE "N".
003670*----------------------------------------------------------------
003680* INCIDENT LOG CALL FIELDS
003690*----------------------------------------------------------------
003700 77  WS-IL-PROGRAM               PIC X(20) VALUE "INTEG-SWEEP".
003710 77  WS-IL-STEP                  PIC X(08) VALUE "INTGSWP".
003720 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
003730 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
003740 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
003750 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
003760*
003770 PROCEDURE DIVISION.
003780*================================================================
003790* 0000-MAINLINE
003800*================================================================
003810 0000-MAINLINE.
003820     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
003830     IF NOT WS-SWEEP-TODAY
003840         GO TO 0000-MAINLINE-EXIT
003850     END-IF.
003860     SORT SORT-WORK-FILE
003870         ON ASCENDING KEY SRT-REL SRT-TEXT
003880         INPUT PROCEDURE IS 1500-WALK-CHILD-FILES
003890             THRU 1500-WALK-CHILD-FILES-EXIT
003900         OUTPUT PROCEDURE IS 2000-PRODUCE-REPORT
003910             THRU 2000-PRODUCE-REPORT-EXIT.
003920     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
003930 0000-MAINLINE-EXIT.
003940     GOBACK.
003950*
003960 1000-INITIALIZE.
003970     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
003980     MOVE WS-SYSTEM-DATE TO WS-RUN-DATE.
003990     ACCEPT WS-DAY-OF-WEEK FROM DAY-OF-WEEK.
004000     ACCEPT WS-PARM FROM COMMAND-LINE.
004010     IF WS-PARM = SPACES
004020         CALL "PARM-FETCH" USING WS-PF-STEP WS-PF-VALUE
004030             WS-PF-FOUND
004040         IF WS-PF-FOUND = "Y"
004050             MOVE WS-PF-VALUE TO WS-PARM
004060             DISPLAY "INTEG-SWEEP: PARM TAKEN FROM "
004070                 "paramMaster: " WS-PF-VALUE
004080         END-IF
004090     END-IF.
004100     IF WS-PARM-ANY-DAY
004110         MOVE "Y" TO WS-SWEEP-TODAY-SW
004120     ELSE
004130         IF WS-PARM-DAY NOT = SPACE
004140             IF WS-PARM-DAY NOT NUMERIC
004150                     OR WS-PARM-DAY = "0" OR WS-PARM-DAY > "7"
004160                 DISPLAY "INTEG-SWEEP: PARM MUST BE THE SWEEP "
004170                     "DAY 1-7 OR A: " WS-PARM-DAY
004180                 MOVE 8 TO RETURN-CODE
004190                 GO TO 1000-INITIALIZE-EXIT
004200             END-IF
004210             MOVE WS-PARM-DAY TO WS-SWEEP-DAY
004220         END-IF
004230         IF WS-DAY-OF-WEEK = WS-SWEEP-DAY
004240             MOVE "Y" TO WS-SWEEP-TODAY-SW
004250         END-IF
004260     END-IF.
004270     IF NOT WS-SWEEP-TODAY
004280         DISPLAY "INTEG-SWEEP: TODAY IS DAY " WS-DAY-OF-WEEK
004290             ", SWEEP DAY IS " WS-SWEEP-DAY " - NOTHING DONE"
004300         GO TO 1000-INITIALIZE-EXIT
004310     END-IF.
004320     MOVE ZEROS TO WS-REL-TABLE.
004330     PERFORM 1200-OPEN-FILES THRU 1200-OPEN-FILES-EXIT.
004340     OPEN OUTPUT REPORT-FILE.
004350     PERFORM 1100-WRITE-PAGE-HEADER
004360         THRU 1100-WRITE-PAGE-HEADER-EXIT.
004370 1000-INITIALIZE-EXIT.
004380     EXIT.
004390*
004400 1100-WRITE-PAGE-HEADER.
004410     ADD 1 TO WS-PAGE-NO.
004420     MOVE WS-PAGE-NO TO HDR-PAGE-NO.
004430     WRITE RPT-LINE FROM WS-HEADER-1 AFTER ADVANCING PAGE.
004440     MOVE WS-RUN-DATE TO HDR-RUN-DATE.
004450     WRITE RPT-LINE FROM WS-HEADER-2 AFTER ADVANCING 1 LINE.
004460     MOVE 2 TO WS-LINE-COUNT.
004470 1100-WRITE-PAGE-HEADER-EXIT.
004480     EXIT.
004490*
004500*================================================================
004510* 1200-OPEN-FILES - EVERY FILE IS OPENED FOR INPUT. ONE THAT
004520* WILL NOT OPEN IS REPORTED AND LEAVES EVERY RELATIONSHIP IT
004530* TAKES PART IN NOT CHECKED; THE REST OF THE SWEEP GOES ON.
004540*================================================================
004550 1200-OPEN-FILES.
004560     OPEN INPUT STUDENT-MASTER.
004570     IF WS-MASTER-STATUS = "00"
004580         MOVE "Y" TO WS-MASTER-OPEN-SW
004590     ELSE
004600         MOVE "studentMaster" TO WS-OPEN-FILE-NAME
004610         MOVE WS-MASTER-STATUS TO WS-OPEN-STATUS
004620         PERFORM 1290-OPEN-FAILED THRU 1290-OPEN-FAILED-EXIT
004630     END-IF.
004640     OPEN INPUT TERM-HISTORY.
004650     IF WS-TERM-STATUS = "00"
004660         MOVE "Y" TO WS-TERM-OPEN-SW
004670     ELSE
004680         MOVE "studentTermHist" TO WS-OPEN-FILE-NAME
004690         MOVE WS-TERM-STATUS TO WS-OPEN-STATUS
004700         PERFORM 1290-OPEN-FAILED THRU 1290-OPEN-FAILED-EXIT
004710     END-IF.
004720     OPEN INPUT ENROLL-DETAIL.
004730     IF WS-ENROLL-STATUS = "00"
004740         MOVE "Y" TO WS-ENROLL-OPEN-SW
004750     ELSE
004760         MOVE "enrollDetail" TO WS-OPEN-FILE-NAME
004770         MOVE WS-ENROLL-STATUS TO WS-OPEN-STATUS
004780         PERFORM 1290-OPEN-FAILED THRU 1290-OPEN-FAILED-EXIT
004790     END-IF.
004800     OPEN INPUT SECTION-MASTER.
004810     IF WS-SECTION-STATUS = "00"
004820         MOVE "Y" TO WS-SECTION-OPEN-SW
004830     ELSE
004840         MOVE "sectionMaster" TO WS-OPEN-FILE-NAME
004850         MOVE WS-SECTION-STATUS TO WS-OPEN-STATUS
004860         PERFORM 1290-OPEN-FAILED THRU 1290-OPEN-FAILED-EXIT
004870     END-IF.
004880     OPEN INPUT COURSE-MASTER.
004890     IF WS-COURSE-STATUS = "00"
004900         MOVE "Y" TO WS-COURSE-OPEN-SW
004910     ELSE
004920         MOVE "courseMaster" TO WS-OPEN-FILE-NAME
004930         MOVE WS-COURSE-STATUS TO WS-OPEN-STATUS
004940         PERFORM 1290-OPEN-FAILED THRU 1290-OPEN-FAILED-EXIT
004950     END-IF.
004960     OPEN INPUT BILLING-FILE.
004970     IF WS-BILLING-STATUS = "00"
004980         MOVE "Y" TO WS-BILLING-OPEN-SW
004990     ELSE
005000         MOVE "studentBilling" TO WS-OPEN-FILE-NAME
005010         MOVE WS-BILLING-STATUS TO WS-OPEN-STATUS
005020         PERFORM 1290-OPEN-FAILED THRU 1290-OPEN-FAILED-EXIT
005030     END-IF.
005040     OPEN INPUT HOLD-MASTER.
005050     IF WS-HOLD-STATUS = "00"
005060         MOVE "Y" TO WS-HOLD-OPEN-SW
005070     ELSE
005080         MOVE "holdMaster" TO WS-OPEN-FILE-NAME
005090         MOVE WS-HOLD-STATUS TO WS-OPEN-STATUS
005100         PERFORM 1290-OPEN-FAILED THRU 1290-OPEN-FAILED-EXIT
005110     END-IF.
005120     OPEN INPUT EMPLOYEE-MASTER.
005130     IF WS-EMP-STATUS = "00"
005140         MOVE "Y" TO WS-EMP-OPEN-SW
005150     ELSE
005160         MOVE "employeeMaster" TO WS-OPEN-FILE-NAME
005170         MOVE WS-EMP-STATUS TO WS-OPEN-STATUS
005180         PERFORM 1290-OPEN-FAILED THRU 1290-OPEN-FAILED-EXIT
005190     END-IF.
005200     OPEN INPUT DEDUCTION-MASTER.
005210     IF WS-DED-STATUS = "00"
005220         MOVE "Y" TO WS-DED-OPEN-SW
005230     ELSE
005240         MOVE "deductionMaster" TO WS-OPEN-FILE-NAME
005250         MOVE WS-DED-STATUS TO WS-OPEN-STATUS
005260         PERFORM 1290-OPEN-FAILED THRU 1290-OPEN-FAILED-EXIT
005270     END-IF.
005280     OPEN INPUT BANK-ACCT-MASTER.
005290     IF WS-BANK-STATUS = "00"
005300         MOVE "Y" TO WS-BANK-OPEN-SW
005310     ELSE
005320         MOVE "bankAcctMaster" TO WS-OPEN-FILE-NAME
005330         MOVE WS-BANK-STATUS TO WS-OPEN-STATUS
005340         PERFORM 1290-OPEN-FAILED THRU 1290-OPEN-FAILED-EXIT
005350     END-IF.
005360     OPEN INPUT LEAVE-MASTER.
005370     IF WS-LEAVE-STATUS = "00"
005380         MOVE "Y" TO WS-LEAVE-OPEN-SW
005390     ELSE
005400         MOVE "leaveMaster" TO WS-OPEN-FILE-NAME
005410         MOVE WS-LEAVE-STATUS TO WS-OPEN-STATUS
005420         PERFORM 1290-OPEN-FAILED THRU 1290-OPEN-FAILED-EXIT
005430     END-IF.
005440     OPEN INPUT YTD-MASTER.
005450     IF WS-YTD-STATUS = "00"
005460         MOVE "Y" TO WS-YTD-OPEN-SW
005470     ELSE
005480         MOVE "payrollYTD" TO WS-OPEN-FILE-NAME
005490         MOVE WS-YTD-STATUS TO WS-OPEN-STATUS
005500         PERFORM 1290-OPEN-FAILED THRU 1290-OPEN-FAILED-EXIT
005510     END-IF.
005520 1200-OPEN-FILES-EXIT.
005530     EXIT.
005540*
005550 1290-OPEN-FAILED.
005560     DISPLAY "INTEG-SWEEP: CANNOT OPEN " WS-OPEN-FILE-NAME
005570         ", STATUS = " WS-OPEN-STATUS
005580         " - ITS RELATIONSHIPS NOT CHECKED".
005590     MOVE "1200-OPEN-FILES" TO WS-IL-PARAGRAPH.
005600     MOVE "W" TO WS-IL-SEVERITY.
005610     MOVE WS-OPEN-STATUS TO WS-IL-FILE-STATUS.
005620     MOVE SPACES TO WS-IL-MESSAGE.
005630     STRING "CANNOT OPEN " DELIMITED BY SIZE
005640         WS-OPEN-FILE-NAME DELIMITED BY SPACE
005650         " - RELATIONSHIPS NOT CHECKED" DELIMITED BY SIZE
005660         INTO WS-IL-MESSAGE.
005670     PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT.
005680 1290-OPEN-FAILED-EXIT.
005690     EXIT.
005700*
005710*================================================================
005720* 1500-WALK-CHILD-FILES - ONE PASS OF EACH CHILD FILE, READING
005730* EACH OF ITS PARENTS BY KEY. EVERY RECORD WITH NO PARENT IS
005740* RELEASED TO THE SORT UNDER ITS RELATIONSHIP NUMBER. A CHILD
005750* FILE IS NEVER WALKED WHILE IT IS ALSO BEING READ AS A PARENT.
005760*================================================================
005770 1500-WALK-CHILD-FILES.
005780     IF WS-TERM-IS-OPEN
005790         PERFORM 1510-WALK-TERM-HISTORY
005800             THRU 1510-WALK-TERM-HISTORY-EXIT
005810     END-IF.
005820     IF WS-ENROLL-IS-OPEN
005830         PERFORM 1520-WALK-ENROLL-DETAIL
005840             THRU 1520-WALK-ENROLL-DETAIL-EXIT
005850     END-IF.
005860     IF WS-SECTION-IS-OPEN AND WS-COURSE-IS-OPEN
005870         PERFORM 1530-WALK-SECTIONS
005880             THRU 1530-WALK-SECTIONS-EXIT
005890     END-IF.
005900     IF WS-BILLING-IS-OPEN AND WS-MASTER-IS-OPEN
005910         PERFORM 1540-WALK-BILLING
005920             THRU 1540-WALK-BILLING-EXIT
005930     END-IF.
005940     IF WS-HOLD-IS-OPEN AND WS-MASTER-IS-OPEN
005950         PERFORM 1550-WALK-HOLDS
005960             THRU 1550-WALK-HOLDS-EXIT
005970     END-IF.
005980     IF WS-EMP-IS-OPEN
005990         PERFORM 1560-WALK-PAYROLL-CHILDREN
006000             THRU 1560-WALK-PAYROLL-CHILDREN-EXIT
006010     END-IF.
006020 1500-WALK-CHILD-FILES-EXIT.
006030     EXIT.
006040*
006050*    studentTermHist AGAINST studentMaster AND studentBilling
006060 1510-WALK-TERM-HISTORY.
006070     IF WS-MASTER-IS-OPEN
006080         MOVE "Y" TO WS-REL-CHECKED-SW (WS-REL-TERM-STUDENT)
006090     END-IF.
006100     IF WS-BILLING-IS-OPEN
006110         MOVE "Y" TO WS-REL-CHECKED-SW (WS-REL-TERM-BILLING)
006120     END-IF.
006130     MOVE "N" TO WS-INPUT-EOF-SW.
006140     MOVE LOW-VALUES TO STT-TERM-KEY.
006150     START TERM-HISTORY KEY NOT LESS THAN STT-TERM-KEY
006160         INVALID KEY MOVE "Y" TO WS-INPUT-EOF-SW
006170     END-START.
006180     PERFORM 1515-CHECK-ONE-TERM THRU 1515-CHECK-ONE-TERM-EXIT
006190         UNTIL WS-END-OF-INPUT.
006200 1510-WALK-TERM-HISTORY-EXIT.
006210     EXIT.
006220*
006230 1515-CHECK-ONE-TERM.
006240     READ TERM-HISTORY NEXT RECORD
006250         AT END
006260             MOVE "Y" TO WS-INPUT-EOF-SW
006270             GO TO 1515-CHECK-ONE-TERM-EXIT
006280     END-READ.
006290     ADD 1 TO WS-RECORDS-READ.
006300     MOVE SPACES TO SRT-TEXT.
006310     STRING "STUDENT " STT-ID-NUMBER " TERM " STT-TERM-CODE
006320         DELIMITED BY SIZE INTO SRT-TEXT.
006330     IF WS-MASTER-IS-OPEN
006340         MOVE WS-REL-TERM-STUDENT TO WS-REL-IDX
006350         ADD 1 TO WS-REL-CHECKED (WS-REL-IDX)
006360         MOVE STT-ID-NUMBER TO STU-ID-NUMBER
006370         READ STUDENT-MASTER
006380             INVALID KEY
006390                 PERFORM 1900-RELEASE-ORPHAN
006400                     THRU 1900-RELEASE-ORPHAN-EXIT
006410         END-READ
006420     END-IF.
006430     IF WS-BILLING-IS-OPEN
006432             AND STT-TERM-CODE NOT = WS-TRANSFER-TERM
006440         MOVE WS-REL-TERM-BILLING TO WS-REL-IDX
006450         ADD 1 TO WS-REL-CHECKED (WS-REL-IDX)
006460         MOVE STT-TERM-KEY TO BIL-KEY
006470         READ BILLING-FILE
006480             INVALID KEY
006490                 PERFORM 1900-RELEASE-ORPHAN
006500                     THRU 1900-RELEASE-ORPHAN-EXIT
006510         END-READ
006520     END-IF.
006530 1515-CHECK-ONE-TERM-EXIT.
006540     EXIT.
006550*
006560*    enrollDetail AGAINST studentMaster, sectionMaster AND - FOR
006570*    A ROW ALREADY GRADED, WHICH GRADE-SHEET POSTED TO THE TERM -
006580*    studentTermHist
006590 1520-WALK-ENROLL-DETAIL.
006600     IF WS-MASTER-IS-OPEN
006610         MOVE "Y" TO WS-REL-CHECKED-SW (WS-REL-ENROLL-STUDENT)
006620     END-IF.
006630     IF WS-SECTION-IS-OPEN
006640         MOVE "Y" TO WS-REL-CHECKED-SW (WS-REL-ENROLL-SECTION)
006650     END-IF.
006660     IF WS-TERM-IS-OPEN
006670         MOVE "Y" TO WS-REL-CHECKED-SW (WS-REL-ENROLL-TERM)
006680     END-IF.
006690     MOVE "N" TO WS-INPUT-EOF-SW.
006700     MOVE LOW-VALUES TO ENR-KEY.
006710     START ENROLL-DETAIL KEY NOT LESS THAN ENR-KEY
006720         INVALID KEY MOVE "Y" TO WS-INPUT-EOF-SW
006730     END-START.
006740     PERFORM 1525-CHECK-ONE-ENROLLMENT
006750         THRU 1525-CHECK-ONE-ENROLLMENT-EXIT
006760         UNTIL WS-END-OF-INPUT.
006770 1520-WALK-ENROLL-DETAIL-EXIT.
006780     EXIT.
006790*
006800 1525-CHECK-ONE-ENROLLMENT.
006810     READ ENROLL-DETAIL NEXT RECORD
006820         AT END
006830             MOVE "Y" TO WS-INPUT-EOF-SW
006840             GO TO 1525-CHECK-ONE-ENROLLMENT-EXIT
006850     END-READ.
006860     ADD 1 TO WS-RECORDS-READ.
006870     MOVE SPACES TO SRT-TEXT.
006880     STRING "STUDENT " ENR-ID-NUMBER " TERM " ENR-TERM-CODE
006890         " COURSE " ENR-COURSE-ID
006900         DELIMITED BY SIZE INTO SRT-TEXT.
006910     IF WS-MASTER-IS-OPEN
006920         MOVE WS-REL-ENROLL-STUDENT TO WS-REL-IDX
006930         ADD 1 TO WS-REL-CHECKED (WS-REL-IDX)
006940         MOVE ENR-ID-NUMBER TO STU-ID-NUMBER
006950         READ STUDENT-MASTER
006960             INVALID KEY
006970                 PERFORM 1900-RELEASE-ORPHAN
006980                     THRU 1900-RELEASE-ORPHAN-EXIT
006990         END-READ
007000     END-IF.
007010     IF WS-SECTION-IS-OPEN
007012             AND ENR-TERM-CODE NOT = WS-TRANSFER-TERM
007020         MOVE WS-REL-ENROLL-SECTION TO WS-REL-IDX
007030         ADD 1 TO WS-REL-CHECKED (WS-REL-IDX)
007040         MOVE ENR-COURSE-ID TO SEC-COURSE-ID
007050         MOVE ENR-TERM-CODE TO SEC-TERM-CODE
007060         READ SECTION-MASTER
007070             INVALID KEY
007080                 PERFORM 1900-RELEASE-ORPHAN
007090                     THRU 1900-RELEASE-ORPHAN-EXIT
007100         END-READ
007110     END-IF.
007120     IF WS-TERM-IS-OPEN AND ENR-GRADE NOT = SPACE
007130         MOVE WS-REL-ENROLL-TERM TO WS-REL-IDX
007140         ADD 1 TO WS-REL-CHECKED (WS-REL-IDX)
007150         MOVE ENR-ID-NUMBER TO STT-ID-NUMBER
007160         MOVE ENR-TERM-CODE TO STT-TERM-CODE
007170         READ TERM-HISTORY
007180             INVALID KEY
007190                 PERFORM 1900-RELEASE-ORPHAN
007200                     THRU 1900-RELEASE-ORPHAN-EXIT
007210         END-READ
007220     END-IF.
007230 1525-CHECK-ONE-ENROLLMENT-EXIT.
007240     EXIT.
007250*
007260*    sectionMaster AGAINST courseMaster
007270 1530-WALK-SECTIONS.
007280     MOVE "Y" TO WS-REL-CHECKED-SW (WS-REL-SECTION-COURSE).
007290     MOVE WS-REL-SECTION-COURSE TO WS-REL-IDX.
007300     MOVE "N" TO WS-INPUT-EOF-SW.
007310     MOVE LOW-VALUES TO SEC-KEY.
007320     START SECTION-MASTER KEY NOT LESS THAN SEC-KEY
007330         INVALID KEY MOVE "Y" TO WS-INPUT-EOF-SW
007340     END-START.
007350     PERFORM 1535-CHECK-ONE-SECTION
007360         THRU 1535-CHECK-ONE-SECTION-EXIT
007370         UNTIL WS-END-OF-INPUT.
007380 1530-WALK-SECTIONS-EXIT.
007390     EXIT.
007400*
007410 1535-CHECK-ONE-SECTION.
007420     READ SECTION-MASTER NEXT RECORD
007430         AT END
007440             MOVE "Y" TO WS-INPUT-EOF-SW
007450             GO TO 1535-CHECK-ONE-SECTION-EXIT
007460     END-READ.
007470     ADD 1 TO WS-RECORDS-READ.
007480     ADD 1 TO WS-REL-CHECKED (WS-REL-IDX).
007490     MOVE SEC-COURSE-ID TO CRS-COURSE-ID.
007500     READ COURSE-MASTER
007510         INVALID KEY
007520             MOVE SPACES TO SRT-TEXT
007530             STRING "COURSE " SEC-COURSE-ID " TERM "
007540                 SEC-TERM-CODE " ENROLLED " SEC-ENROLLED
007550                 DELIMITED BY SIZE INTO SRT-TEXT
007560             PERFORM 1900-RELEASE-ORPHAN
007570                 THRU 1900-RELEASE-ORPHAN-EXIT
007580     END-READ.
007590 1535-CHECK-ONE-SECTION-EXIT.
007600     EXIT.
007610*
007620*    studentBilling AGAINST studentMaster
007630 1540-WALK-BILLING.
007640     MOVE "Y" TO WS-REL-CHECKED-SW (WS-REL-BILLING-STUDENT).
007650     MOVE WS-REL-BILLING-STUDENT TO WS-REL-IDX.
007660     MOVE "N" TO WS-INPUT-EOF-SW.
007670     MOVE LOW-VALUES TO BIL-KEY.
007680     START BILLING-FILE KEY NOT LESS THAN BIL-KEY
007690         INVALID KEY MOVE "Y" TO WS-INPUT-EOF-SW
007700     END-START.
007710     PERFORM 1545-CHECK-ONE-BILL THRU 1545-CHECK-ONE-BILL-EXIT
007720         UNTIL WS-END-OF-INPUT.
007730 1540-WALK-BILLING-EXIT.
007740     EXIT.
007750*
007760 1545-CHECK-ONE-BILL.
007770     READ BILLING-FILE NEXT RECORD
007780         AT END
007790             MOVE "Y" TO WS-INPUT-EOF-SW
007800             GO TO 1545-CHECK-ONE-BILL-EXIT
007810     END-READ.
007820     ADD 1 TO WS-RECORDS-READ.
007830     ADD 1 TO WS-REL-CHECKED (WS-REL-IDX).
007840     MOVE BIL-ID-NUMBER TO STU-ID-NUMBER.
007850     READ STUDENT-MASTER
007860         INVALID KEY
007870             MOVE SPACES TO SRT-TEXT
007880             STRING "STUDENT " BIL-ID-NUMBER " TERM "
007890                 BIL-TERM-CODE " BILLED " BIL-BILL-DATE
007900                 DELIMITED BY SIZE INTO SRT-TEXT
007910             PERFORM 1900-RELEASE-ORPHAN
007920                 THRU 1900-RELEASE-ORPHAN-EXIT
007930     END-READ.
007940 1545-CHECK-ONE-BILL-EXIT.
007950     EXIT.
007960*
007970*    holdMaster AGAINST studentMaster
007980 1550-WALK-HOLDS.
007990     MOVE "Y" TO WS-REL-CHECKED-SW (WS-REL-HOLD-STUDENT).
008000     MOVE WS-REL-HOLD-STUDENT TO WS-REL-IDX.
008010     MOVE "N" TO WS-INPUT-EOF-SW.
008020     MOVE LOW-VALUES TO HLD-KEY.
008030     START HOLD-MASTER KEY NOT LESS THAN HLD-KEY
008040         INVALID KEY MOVE "Y" TO WS-INPUT-EOF-SW
008050     END-START.
008060     PERFORM 1555-CHECK-ONE-HOLD THRU 1555-CHECK-ONE-HOLD-EXIT
008070         UNTIL WS-END-OF-INPUT.
008080 1550-WALK-HOLDS-EXIT.
008090     EXIT.
008100*
008110 1555-CHECK-ONE-HOLD.
008120     READ HOLD-MASTER NEXT RECORD
008130         AT END
008140             MOVE "Y" TO WS-INPUT-EOF-SW
008150             GO TO 1555-CHECK-ONE-HOLD-EXIT
008160     END-READ.
008170     ADD 1 TO WS-RECORDS-READ.
008180     ADD 1 TO WS-REL-CHECKED (WS-REL-IDX).
008190     MOVE HLD-ID-NUMBER TO STU-ID-NUMBER.
008200     READ STUDENT-MASTER
008210         INVALID KEY
008220             MOVE SPACES TO SRT-TEXT
008230             STRING "STUDENT " HLD-ID-NUMBER " HOLD " HLD-CODE
008240                 " " HLD-OFFICE " PLACED " HLD-PLACED-DATE
008250                 DELIMITED BY SIZE INTO SRT-TEXT
008260             PERFORM 1900-RELEASE-ORPHAN
008270                 THRU 1900-RELEASE-ORPHAN-EXIT
008280     END-READ.
008290 1555-CHECK-ONE-HOLD-EXIT.
008300     EXIT.
008310*
008320*================================================================
008330* 1560-WALK-PAYROLL-CHILDREN - deductionMaster, bankAcctMaster,
008340* leaveMaster AND payrollYTD, EACH AGAINST employeeMaster. A
008350* TERMINATED EMPLOYEE IS STILL ON employeeMaster AND IS NOT AN
008360* ORPHAN; ONLY AN EMPLOYEE ID MISSING FROM THE MASTER IS.
008370*================================================================
008380 1560-WALK-PAYROLL-CHILDREN.
008390     IF WS-DED-IS-OPEN
008400         MOVE "Y" TO WS-REL-CHECKED-SW (WS-REL-DED-EMPLOYEE)
008410         MOVE WS-REL-DED-EMPLOYEE TO WS-REL-IDX
008420         MOVE "N" TO WS-INPUT-EOF-SW
008430         MOVE LOW-VALUES TO DED-KEY
008440         START DEDUCTION-MASTER KEY NOT LESS THAN DED-KEY
008450             INVALID KEY MOVE "Y" TO WS-INPUT-EOF-SW
008460         END-START
008470         PERFORM 1565-CHECK-ONE-DEDUCTION
008480             THRU 1565-CHECK-ONE-DEDUCTION-EXIT
008490             UNTIL WS-END-OF-INPUT
008500     END-IF.
008510     IF WS-BANK-IS-OPEN
008520         MOVE "Y" TO WS-REL-CHECKED-SW (WS-REL-BANK-EMPLOYEE)
008530         MOVE WS-REL-BANK-EMPLOYEE TO WS-REL-IDX
008540         MOVE "N" TO WS-INPUT-EOF-SW
008550         MOVE LOW-VALUES TO BNK-EMP-ID
008560         START BANK-ACCT-MASTER KEY NOT LESS THAN BNK-EMP-ID
008570             INVALID KEY MOVE "Y" TO WS-INPUT-EOF-SW
008580         END-START
008590         PERFORM 1570-CHECK-ONE-BANK-ACCT
008600             THRU 1570-CHECK-ONE-BANK-ACCT-EXIT
008610             UNTIL WS-END-OF-INPUT
008620     END-IF.
008630     IF WS-LEAVE-IS-OPEN
008640         MOVE "Y" TO WS-REL-CHECKED-SW (WS-REL-LEAVE-EMPLOYEE)
008650         MOVE WS-REL-LEAVE-EMPLOYEE TO WS-REL-IDX
008660         MOVE "N" TO WS-INPUT-EOF-SW
008670         MOVE LOW-VALUES TO LEV-EMP-ID
008680         START LEAVE-MASTER KEY NOT LESS THAN LEV-EMP-ID
008690             INVALID KEY MOVE "Y" TO WS-INPUT-EOF-SW
008700         END-START
008710         PERFORM 1575-CHECK-ONE-LEAVE
008720             THRU 1575-CHECK-ONE-LEAVE-EXIT
008730             UNTIL WS-END-OF-INPUT
008740     END-IF.
008750     IF WS-YTD-IS-OPEN
008760         MOVE "Y" TO WS-REL-CHECKED-SW (WS-REL-YTD-EMPLOYEE)
008770         MOVE WS-REL-YTD-EMPLOYEE TO WS-REL-IDX
008780         MOVE "N" TO WS-INPUT-EOF-SW
008790         MOVE LOW-VALUES TO YTD-EMP-ID
008800         START YTD-MASTER KEY NOT LESS THAN YTD-EMP-ID
008810             INVALID KEY MOVE "Y" TO WS-INPUT-EOF-SW
008820         END-START
008830         PERFORM 1580-CHECK-ONE-YTD
008840             THRU 1580-CHECK-ONE-YTD-EXIT
008850             UNTIL WS-END-OF-INPUT
008860     END-IF.
008870 1560-WALK-PAYROLL-CHILDREN-EXIT.
008880     EXIT.
008890*
008900 1565-CHECK-ONE-DEDUCTION.
008910     READ DEDUCTION-MASTER NEXT RECORD
008920         AT END
008930             MOVE "Y" TO WS-INPUT-EOF-SW
008940             GO TO 1565-CHECK-ONE-DEDUCTION-EXIT
008950     END-READ.
008960     ADD 1 TO WS-RECORDS-READ.
008970     ADD 1 TO WS-REL-CHECKED (WS-REL-IDX).
008980     MOVE DED-EMP-ID TO EMP-MST-ID.
008990     READ EMPLOYEE-MASTER
009000         INVALID KEY
009010             MOVE SPACES TO SRT-TEXT
009020             STRING "EMPLOYEE " DED-EMP-ID " DEDUCTION "
009030                 DED-CODE " " DED-DESC
009040                 DELIMITED BY SIZE INTO SRT-TEXT
009050             PERFORM 1900-RELEASE-ORPHAN
009060                 THRU 1900-RELEASE-ORPHAN-EXIT
009070     END-READ.
009080 1565-CHECK-ONE-DEDUCTION-EXIT.
009090     EXIT.
009100*
009110 1570-CHECK-ONE-BANK-ACCT.
009120     READ BANK-ACCT-MASTER NEXT RECORD
009130         AT END
009140             MOVE "Y" TO WS-INPUT-EOF-SW
009150             GO TO 1570-CHECK-ONE-BANK-ACCT-EXIT
009160     END-READ.
009170     ADD 1 TO WS-RECORDS-READ.
009180     ADD 1 TO WS-REL-CHECKED (WS-REL-IDX).
009190     MOVE BNK-EMP-ID TO EMP-MST-ID.
009200     READ EMPLOYEE-MASTER
009210         INVALID KEY
009220             MOVE SPACES TO SRT-TEXT
009230             STRING "EMPLOYEE " BNK-EMP-ID " ROUTING "
009240                 BNK-ROUTING " PRENOTE " BNK-PRENOTE-STATUS
009250                 DELIMITED BY SIZE INTO SRT-TEXT
009260             PERFORM 1900-RELEASE-ORPHAN
009270                 THRU 1900-RELEASE-ORPHAN-EXIT
009280     END-READ.
009290 1570-CHECK-ONE-BANK-ACCT-EXIT.
009300     EXIT.
009310*
009320 1575-CHECK-ONE-LEAVE.
009330     READ LEAVE-MASTER NEXT RECORD
009340         AT END
009350             MOVE "Y" TO WS-INPUT-EOF-SW
009360             GO TO 1575-CHECK-ONE-LEAVE-EXIT
009370     END-READ.
009380     ADD 1 TO WS-RECORDS-READ.
009390     ADD 1 TO WS-REL-CHECKED (WS-REL-IDX).
009400     MOVE LEV-EMP-ID TO EMP-MST-ID.
009410     READ EMPLOYEE-MASTER
009420         INVALID KEY
009430             MOVE SPACES TO SRT-TEXT
009440             STRING "EMPLOYEE " LEV-EMP-ID " LAST ACCRUED "
009450                 LEV-LAST-ACCRUED
009460                 DELIMITED BY SIZE INTO SRT-TEXT
009470             PERFORM 1900-RELEASE-ORPHAN
009480                 THRU 1900-RELEASE-ORPHAN-EXIT
009490     END-READ.
009500 1575-CHECK-ONE-LEAVE-EXIT.
009510     EXIT.
009520*
009530 1580-CHECK-ONE-YTD.
009540     READ YTD-MASTER NEXT RECORD
009550         AT END
009560             MOVE "Y" TO WS-INPUT-EOF-SW
009570             GO TO 1580-CHECK-ONE-YTD-EXIT
009580     END-READ.
009590     ADD 1 TO WS-RECORDS-READ.
009600     ADD 1 TO WS-REL-CHECKED (WS-REL-IDX).
009610     MOVE YTD-EMP-ID TO EMP-MST-ID.
009620     READ EMPLOYEE-MASTER
009630         INVALID KEY
009640             MOVE SPACES TO SRT-TEXT
009650             STRING "EMPLOYEE " YTD-EMP-ID " WITH YEAR-TO-DATE "
009660                 "PAY ON payrollYTD"
009670                 DELIMITED BY SIZE INTO SRT-TEXT
009680             PERFORM 1900-RELEASE-ORPHAN
009690                 THRU 1900-RELEASE-ORPHAN-EXIT
009700     END-READ.
009710 1580-CHECK-ONE-YTD-EXIT.
009720     EXIT.
009730*
009740*    THE CALLER HAS SET WS-REL-IDX AND BUILT SRT-TEXT
009750 1900-RELEASE-ORPHAN.
009760     ADD 1 TO WS-REL-ORPHANS (WS-REL-IDX).
009770     ADD 1 TO WS-TOTAL-ORPHANS.
009780     MOVE WS-REL-IDX TO SRT-REL.
009790     RELEASE SORT-REC.
009800 1900-RELEASE-ORPHAN-EXIT.
009810     EXIT.
009820*
009830*================================================================
009840* 2000-PRODUCE-REPORT - ONE SECTION PER RELATIONSHIP, IN TABLE
009850* ORDER, WHETHER OR NOT IT HAS ORPHANS, THEN THE SUMMARY.
009860*================================================================
009870 2000-PRODUCE-REPORT.
009880     MOVE "N" TO WS-EOF-SW.
009890     RETURN SORT-WORK-FILE AT END MOVE "Y" TO WS-EOF-SW.
009900     PERFORM 2100-WRITE-RELATIONSHIP
009910         THRU 2100-WRITE-RELATIONSHIP-EXIT
009920         VARYING WS-REL-IDX FROM 1 BY 1
009930         UNTIL WS-REL-IDX > 12.
009940     PERFORM 2300-WRITE-SUMMARY THRU 2300-WRITE-SUMMARY-EXIT.
009950 2000-PRODUCE-REPORT-EXIT.
009960     EXIT.
009970*
009980 2100-WRITE-RELATIONSHIP.
009990     IF WS-LINE-COUNT > 50
010000         PERFORM 1100-WRITE-PAGE-HEADER
010010             THRU 1100-WRITE-PAGE-HEADER-EXIT
010020     END-IF.
010030     MOVE WS-REL-IDX TO RHD-NUMBER.
010040     MOVE WS-REL-NAME (WS-REL-IDX) TO RHD-TEXT.
010050     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
010060     WRITE RPT-LINE FROM WS-REL-HEADING AFTER ADVANCING 1 LINE.
010070     ADD 2 TO WS-LINE-COUNT.
010080     IF NOT WS-REL-WAS-CHECKED (WS-REL-IDX)
010090         WRITE RPT-LINE FROM WS-NOT-CHECKED-LINE
010100             AFTER ADVANCING 1 LINE
010110         ADD 1 TO WS-LINE-COUNT
010120         ADD 1 TO WS-RELS-NOT-CHECKED
010130         GO TO 2100-WRITE-RELATIONSHIP-EXIT
010140     END-IF.
010150     ADD 1 TO WS-RELS-CHECKED.
010160     PERFORM 2200-WRITE-ORPHAN THRU 2200-WRITE-ORPHAN-EXIT
010170         UNTIL WS-END-OF-SORT
010180             OR SRT-REL NOT = WS-REL-IDX.
010190     MOVE WS-REL-CHECKED (WS-REL-IDX) TO RCL-CHECKED.
010200     MOVE WS-REL-ORPHANS (WS-REL-IDX) TO RCL-ORPHANS.
010210     WRITE RPT-LINE FROM WS-REL-COUNT-LINE
010220         AFTER ADVANCING 1 LINE.
010230     ADD 1 TO WS-LINE-COUNT.
010240 2100-WRITE-RELATIONSHIP-EXIT.
010250     EXIT.
010260*
010270 2200-WRITE-ORPHAN.
010280     IF WS-LINE-COUNT > 55
010290         PERFORM 1100-WRITE-PAGE-HEADER
010300             THRU 1100-WRITE-PAGE-HEADER-EXIT
010310     END-IF.
010320     MOVE SRT-TEXT TO ORL-TEXT.
010330     WRITE RPT-LINE FROM WS-ORPHAN-LINE AFTER ADVANCING 1 LINE.
010340     ADD 1 TO WS-LINE-COUNT.
010350     RETURN SORT-WORK-FILE AT END MOVE "Y" TO WS-EOF-SW.
010360 2200-WRITE-ORPHAN-EXIT.
010370     EXIT.
010380*
010390 2300-WRITE-SUMMARY.
010400     PERFORM 1100-WRITE-PAGE-HEADER
010410         THRU 1100-WRITE-PAGE-HEADER-EXIT.
010420     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
010430     WRITE RPT-LINE FROM WS-SUMMARY-HDR AFTER ADVANCING 1 LINE.
010440     PERFORM 2350-WRITE-SUMMARY-LINE
010450         THRU 2350-WRITE-SUMMARY-LINE-EXIT
010460         VARYING WS-REL-IDX FROM 1 BY 1
010470         UNTIL WS-REL-IDX > 12.
010480     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
010490     MOVE "RECORDS READ" TO CNT-LABEL.
010500     MOVE WS-RECORDS-READ TO CNT-VALUE.
010510     WRITE RPT-LINE FROM WS-COUNT-LINE AFTER ADVANCING 1 LINE.
010520     MOVE "RELATIONSHIPS CHECKED" TO CNT-LABEL.
010530     MOVE WS-RELS-CHECKED TO CNT-VALUE.
010540     WRITE RPT-LINE FROM WS-COUNT-LINE AFTER ADVANCING 1 LINE.
010550     MOVE "RELATIONSHIPS NOT CHECKED" TO CNT-LABEL.
010560     MOVE WS-RELS-NOT-CHECKED TO CNT-VALUE.
010570     WRITE RPT-LINE FROM WS-COUNT-LINE AFTER ADVANCING 1 LINE.
010580     MOVE "ORPHANS AND MISMATCHES" TO CNT-LABEL.
010590     MOVE WS-TOTAL-ORPHANS TO CNT-VALUE.
010600     WRITE RPT-LINE FROM WS-COUNT-LINE AFTER ADVANCING 1 LINE.
010610     IF WS-TOTAL-ORPHANS > ZERO
010620         MOVE 4 TO RETURN-CODE
010630         DISPLAY "INTEG-SWEEP: " WS-TOTAL-ORPHANS
010640             " ORPHANS/MISMATCHES - SEE integrityReport"
010650         MOVE "2300-WRITE-SUMMARY" TO WS-IL-PARAGRAPH
010660         MOVE "W" TO WS-IL-SEVERITY
010670         MOVE SPACES TO WS-IL-FILE-STATUS
010680         MOVE SPACES TO WS-IL-MESSAGE
010690         STRING WS-TOTAL-ORPHANS DELIMITED BY SIZE
010700             " ORPHANS/MISMATCHES - SEE integrityReport"
010710             DELIMITED BY SIZE INTO WS-IL-MESSAGE
010720         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
010730     END-IF.
010740 2300-WRITE-SUMMARY-EXIT.
010750     EXIT.
010760*
010770 2350-WRITE-SUMMARY-LINE.
010780     MOVE WS-REL-IDX TO SML-NUMBER.
010790     MOVE WS-REL-NAME (WS-REL-IDX) TO SML-TEXT.
010800     MOVE WS-REL-CHECKED (WS-REL-IDX) TO SML-CHECKED.
010810     IF WS-REL-WAS-CHECKED (WS-REL-IDX)
010820         MOVE WS-REL-ORPHANS (WS-REL-IDX) TO SML-ORPHANS
010830     ELSE
010840         MOVE "  NOT CHK" TO SML-NOT-CHECKED
010850     END-IF.
010860     WRITE RPT-LINE FROM WS-SUMMARY-LINE AFTER ADVANCING 1 LINE.
010870 2350-WRITE-SUMMARY-LINE-EXIT.
010880     EXIT.
010890*
010900 8900-LOG-INCIDENT.
010910     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
010920         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
010930         WS-IL-MESSAGE.
010940 8900-LOG-INCIDENT-EXIT.
010950     EXIT.
010960*
010970 9000-TERMINATE.
010980     IF WS-MASTER-IS-OPEN
010990         CLOSE STUDENT-MASTER
011000     END-IF.
011010     IF WS-TERM-IS-OPEN
011020         CLOSE TERM-HISTORY
011030     END-IF.
011040     IF WS-ENROLL-IS-OPEN
011050         CLOSE ENROLL-DETAIL
011060     END-IF.
011070     IF WS-SECTION-IS-OPEN
011080         CLOSE SECTION-MASTER
011090     END-IF.
011100     IF WS-COURSE-IS-OPEN
011110         CLOSE COURSE-MASTER
011120     END-IF.
011130     IF WS-BILLING-IS-OPEN
011140         CLOSE BILLING-FILE
011150     END-IF.
011160     IF WS-HOLD-IS-OPEN
011170         CLOSE HOLD-MASTER
011180     END-IF.
011190     IF WS-EMP-IS-OPEN
011200         CLOSE EMPLOYEE-MASTER
011210     END-IF.
011220     IF WS-DED-IS-OPEN
011230         CLOSE DEDUCTION-MASTER
011240     END-IF.
011250     IF WS-BANK-IS-OPEN
011260         CLOSE BANK-ACCT-MASTER
011270     END-IF.
011280     IF WS-LEAVE-IS-OPEN
011290         CLOSE LEAVE-MASTER
011300     END-IF.
011310     IF WS-YTD-IS-OPEN
011320         CLOSE YTD-MASTER
011330     END-IF.
011340     CLOSE REPORT-FILE.
011350     PERFORM 9100-WRITE-RUN-STATS
011360         THRU 9100-WRITE-RUN-STATS-EXIT.
011370 9000-TERMINATE-EXIT.
011380     EXIT.
011390*
011400 9100-WRITE-RUN-STATS.
011410     OPEN EXTEND RUN-STATS-FILE.
011420     IF WS-STATS-STATUS = "35"
011430         OPEN OUTPUT RUN-STATS-FILE
011440     END-IF.
011450     IF WS-STATS-STATUS = "00"
011460         MOVE WS-RUN-DATE TO RST-RUN-DATE
011470         MOVE "INTGSWP" TO RST-STEP-NAME
011480         MOVE WS-RECORDS-READ TO RST-RECORDS-IN
011490         MOVE WS-RELS-CHECKED TO RST-RECORDS-OUT
011500         IF WS-TOTAL-ORPHANS > 99999
011510             MOVE 99999 TO RST-REJECTS
011520         ELSE
011530             MOVE WS-TOTAL-ORPHANS TO RST-REJECTS
011540         END-IF
011550         MOVE ZEROS TO RST-AMOUNT-TOTAL
011560         MOVE WS-RELS-NOT-CHECKED TO RST-HASH-TOTAL
011570         MOVE RETURN-CODE TO RST-RETURN-CODE
011580         WRITE RUN-STATS-RECORD
011590         CLOSE RUN-STATS-FILE
011600     ELSE
011610         DISPLAY "INTEG-SWEEP: CANNOT OPEN runStats, "
011620             "STATUS = " WS-STATS-STATUS
011630         MOVE "9100-WRITE-RUN-STATS" TO WS-IL-PARAGRAPH
011640         MOVE "W" TO WS-IL-SEVERITY
011650         MOVE WS-STATS-STATUS TO WS-IL-FILE-STATUS
011660         MOVE "CANNOT OPEN runStats" TO WS-IL-MESSAGE
011670         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
011680     END-IF.
011690 9100-WRITE-RUN-STATS-EXIT.
011700     EXIT.
011710*
011720 END PROGRAM INTEG-SWEEP.
