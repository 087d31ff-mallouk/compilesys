000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BUDGET-RPT.
000030 AUTHOR. REGISTRAR-SYSTEMS-GROUP.
000040 INSTALLATION. REGISTRARS-OFFICE.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED. 2026-10-14.
000070*================================================================
000080* MODIFICATION HISTORY
000090*   2026-10-14  RSG  INITIAL VERSION - MONTHLY POSITION BUDGET
000100*                    VERSUS ACTUAL. EVERY POSITION ON
000110*                    positionMaster PRINTS UNDER ITS DEPARTMENT
000120*                    WITH ITS ANNUAL BUDGET AND THE INCUMBENT'S
000130*                    payrollYTD SALARY ANNUALIZED TO TWELVE
000140*                    MONTHS. ACTIVE EMPLOYEES FILLING NO
000150*                    POSITION PRINT AS OVERFILLS AGAINST THEIR
000160*                    DEPARTMENT. DEPARTMENT TOTALS FLAG ANY
000170*                    DEPARTMENT PROJECTED TO EXCEED BUDGET, AND
000180*                    THE REPORT ENDS WITH LISTS OF VACANCIES,
000190*                    OVERFILLS AND OVER-BUDGET DEPARTMENTS.
000200*                    PARM: POS 1-2 = AS-OF MONTH (01-12),
000210*                    DEFAULT THE CURRENT MONTH.
000212*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000214*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000216*   2026-10-14  RSG  payrollYTD LAYOUT CARRIES THE YEAR-TO-DATE
000218*                    IMPUTED INCOME.
000220*================================================================
000230*
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT POSITION-MASTER ASSIGN TO DISK
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS SEQUENTIAL
000310         RECORD KEY IS POS-ID
000320         FILE STATUS IS WS-POS-STATUS.
000330     SELECT EMPLOYEE-MASTER ASSIGN TO DISK
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS EMP-MST-ID
000370         FILE STATUS IS WS-EMP-STATUS.
000380     SELECT YTD-MASTER ASSIGN TO DISK
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000410         RECORD KEY IS YTD-EMP-ID
000420         FILE STATUS IS WS-YTD-STATUS.
000430     SELECT DEPT-MASTER ASSIGN TO DISK
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS RANDOM
000460         RECORD KEY IS DPT-DEPT-CODE
000470         FILE STATUS IS WS-DEPT-STATUS.
000480     SELECT SORT-WORK-FILE ASSIGN TO DISK.
000490     SELECT REPORT-FILE ASSIGN TO DISK
000500         ORGANIZATION IS LINE SEQUENTIAL.
000510     SELECT RUN-STATS-FILE ASSIGN TO DISK
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-STATS-STATUS.
000540*
000550 DATA DIVISION.
000560 FILE SECTION.
000570*
000580 FD  POSITION-MASTER
000590     LABEL RECORDS ARE STANDARD
000600     VALUE OF FILE-ID IS "positionMaster".
000610     COPY "posmstr.cpy".
000620*
000630 FD  EMPLOYEE-MASTER
000640     LABEL RECORDS ARE STANDARD
000650     VALUE OF FILE-ID IS "employeeMaster".
000660     COPY "empmstr.cpy".
000670*
000680 FD  YTD-MASTER
000690     LABEL RECORDS ARE STANDARD
000700     VALUE OF FILE-ID IS "payrollYTD".
000710 01  YTD-REC.
000720     05  YTD-EMP-ID              PIC X(04).
000730     05  YTD-SALARY              PIC S9(07).
000740     05  YTD-FICA                PIC S9(07).
000750     05  YTD-STATE-TAX           PIC S9(07).
000760     05  YTD-FEDERAL-TAX         PIC S9(07).
000770     05  YTD-NET-PAY             PIC S9(07).
000780     05  YTD-VOL-DED             PIC 9(07).
000782     05  YTD-IMPUTED             PIC 9(07).
000790*
000800 FD  DEPT-MASTER
000810     LABEL RECORDS ARE STANDARD
000820     VALUE OF FILE-ID IS "deptMaster".
000830     COPY "deptmstr.cpy".
000840*
000850 SD  SORT-WORK-FILE.
000860 01  SORT-REC.
000870     05  SRT-DEPT                PIC X(04).
000880     05  SRT-TYPE                PIC X(01).
000890         88  SRT-POSITION            VALUE "P".
000900         88  SRT-EXTRA-EMPLOYEE      VALUE "X".
000910     05  SRT-KEY                 PIC X(06).
000920     05  SRT-TITLE               PIC X(20).
000930     05  SRT-EMP-ID              PIC X(04).
000940     05  SRT-FTE                 PIC 9(01)V99.
000950     05  SRT-BUDGET              PIC 9(07).
000960     05  SRT-ANNUAL              PIC S9(09).
000970     05  SRT-FLAG                PIC X(10).
000980         88  SRT-IS-VACANT           VALUE "VACANT".
000990         88  SRT-IS-NOT-ACTIVE       VALUE "NOT ACTIVE".
001000         88  SRT-IS-OVERFILL         VALUE "OVERFILL".
001010         88  SRT-IS-DUP-FILL         VALUE "DUP FILL".
001020*
001030 FD  REPORT-FILE
001040     LABEL RECORDS ARE STANDARD
001050     VALUE OF FILE-ID IS "budgetReport".
001060 01  RPT-LINE                    PIC X(80).
001070*
001080 FD  RUN-STATS-FILE
001090     LABEL RECORDS ARE STANDARD
001100     VALUE OF FILE-ID IS "runStats".
001110     COPY "runstat.cpy".
001120*
001130 WORKING-STORAGE SECTION.
001140*----------------------------------------------------------------
001150* PRINT LINE LAYOUTS
001160*----------------------------------------------------------------
001170 01  WS-HEADER-1.
001180     05  FILLER                  PIC X(18) VALUE SPACES.
001190     05  FILLER                  PIC X(37) VALUE
001200         "POSITION BUDGET VERSUS ANNUALIZED PAY".
001210     05  FILLER                  PIC X(05) VALUE SPACES.
001220     05  FILLER                  PIC X(06) VALUE "PAGE  ".
001230     05  HDR-PAGE-NO             PIC ZZ9.
001240 01  WS-HEADER-2.
001250     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
001260     05  HDR-RUN-DATE            PIC X(08).
001270     05  FILLER                  PIC X(04) VALUE SPACES.
001280     05  FILLER                  PIC X(22) VALUE
001290         "YTD ANNUALIZED THROUGH".
001300     05  FILLER                  PIC X(07) VALUE " MONTH ".
001310     05  HDR-MONTH               PIC 99.
001320 01  WS-COLUMN-HDR.
001330     05  FILLER                  PIC X(07) VALUE "POSN".
001340     05  FILLER                  PIC X(16) VALUE "TITLE".
001350     05  FILLER                  PIC X(05) VALUE "EMP".
001360     05  FILLER                  PIC X(05) VALUE " FTE".
001370     05  FILLER                  PIC X(09) VALUE "  BUDGET".
001380     05  FILLER                  PIC X(09) VALUE "  ANNUAL".
001390     05  FILLER                  PIC X(10) VALUE " VARIANCE".
001400     05  FILLER                  PIC X(10) VALUE "FLAG".
001410 01  WS-DEPT-HEADING.
001420     05  FILLER                  PIC X(06) VALUE "DEPT: ".
001430     05  DHD-DEPT                PIC X(04).
001440     05  FILLER                  PIC X(02) VALUE SPACES.
001450     05  DHD-DEPT-NAME           PIC X(20).
001460 01  WS-DETAIL-LINE.
001470     05  DTL-POSITION            PIC X(06).
001480     05  FILLER                  PIC X(01) VALUE SPACES.
001490     05  DTL-TITLE               PIC X(15).
001500     05  FILLER                  PIC X(01) VALUE SPACES.
001510     05  DTL-EMP-ID              PIC X(04).
001520     05  FILLER                  PIC X(01) VALUE SPACES.
001530     05  DTL-FTE                 PIC 9.99.
001540     05  FILLER                  PIC X(01) VALUE SPACES.
001550     05  DTL-BUDGET              PIC Z(7)9.
001560     05  FILLER                  PIC X(01) VALUE SPACES.
001570     05  DTL-ANNUAL              PIC Z(7)9.
001580     05  FILLER                  PIC X(01) VALUE SPACES.
001590     05  DTL-VARIANCE            PIC -(8)9.
001600     05  FILLER                  PIC X(01) VALUE SPACES.
001610     05  DTL-FLAG                PIC X(10).
001620 01  WS-TOTAL-LINE.
001630     05  TTL-LABEL               PIC X(32).
001640     05  TTL-BUDGET              PIC Z(8)9.
001650     05  FILLER                  PIC X(01) VALUE SPACES.
001660     05  TTL-ANNUAL              PIC Z(7)9.
001670     05  FILLER                  PIC X(01) VALUE SPACES.
001680     05  TTL-VARIANCE            PIC -(8)9.
001690     05  FILLER                  PIC X(01) VALUE SPACES.
001700     05  TTL-FLAG                PIC X(15).
001710 01  WS-SECTION-HEADING.
001720     05  FILLER                  PIC X(04) VALUE "*** ".
001730     05  SHD-TITLE               PIC X(40).
001740 01  WS-COUNT-LINE.
001750     05  CNT-LABEL               PIC X(40).
001760     05  CNT-VALUE               PIC ZZZZ9.
001770*----------------------------------------------------------------
001780* EXCEPTION LISTS - SAVED AS THE REPORT IS PRODUCED AND PRINTED
001790* AFTER THE GRAND TOTAL. V = VACANCY, O = OVERFILL,
001800* D = DEPARTMENT PROJECTED OVER BUDGET.
001810*----------------------------------------------------------------
001820 01  WS-EXCEPTION-TABLE.
001830     05  WS-EXC-ENTRY            OCCURS 500 TIMES.
001840         10  WS-EXC-TYPE         PIC X(01).
001850         10  WS-EXC-TEXT         PIC X(72).
001860 01  WS-EXC-LINE.
001870     05  FILLER                  PIC X(04) VALUE SPACES.
001880     05  EXL-TEXT                PIC X(72).
001890 01  WS-EXC-DETAIL.
001900     05  EXD-DEPT                PIC X(04).
001910     05  FILLER                  PIC X(02) VALUE SPACES.
001920     05  EXD-POSITION            PIC X(06).
001930     05  FILLER                  PIC X(02) VALUE SPACES.
001940     05  EXD-TITLE               PIC X(20).
001950     05  FILLER                  PIC X(02) VALUE SPACES.
001960     05  EXD-EMP-ID              PIC X(04).
001970     05  FILLER                  PIC X(02) VALUE SPACES.
001980     05  EXD-AMOUNT              PIC Z(8)9.
001990     05  FILLER                  PIC X(02) VALUE SPACES.
002000     05  EXD-FLAG                PIC X(10).
002010*----------------------------------------------------------------
002020* EMPLOYEES ALREADY PLACED IN A POSITION, BY EMPLOYEE ID
002030*----------------------------------------------------------------
002040 01  WS-FILLED-TABLE.
002050     05  WS-FILLED-SW            PIC X(01) OCCURS 9999 TIMES.
002060*----------------------------------------------------------------
002070* CONTROL FIELDS AND TOTALS
002080*----------------------------------------------------------------
002090 01  WS-DEPT-TOTALS.
002100     05  WS-DEPT-BUDGET          PIC S9(09).
002110     05  WS-DEPT-ANNUAL          PIC S9(09).
002120 01  WS-GRAND-TOTALS.
002130     05  WS-GRAND-BUDGET         PIC S9(09).
002140     05  WS-GRAND-ANNUAL         PIC S9(09).
002150 01  WS-PARM.
002160     05  WS-PARM-MONTH           PIC X(02).
002170     05  FILLER                  PIC X(38).
002180 01  WS-SYSTEM-DATE.
002190     05  WS-SYS-YEAR             PIC 9(04).
002200     05  WS-SYS-MONTH            PIC 9(02).
002210     05  WS-SYS-DAY              PIC 9(02).
002220 77  WS-POS-STATUS               PIC X(02) VALUE "00".
002230 77  WS-EMP-STATUS               PIC X(02) VALUE "00".
002240 77  WS-YTD-STATUS               PIC X(02) VALUE "00".
002250 77  WS-DEPT-STATUS              PIC X(02) VALUE "00".
002260 77  WS-STATS-STATUS             PIC X(02) VALUE "00".
002270 77  WS-INPUT-EOF-SW             PIC X(01) VALUE "N".
002280     88  WS-END-OF-INPUT             VALUE "Y".
002290 77  WS-EOF-SW                   PIC X(01) VALUE "N".
002300     88  WS-END-OF-SORT              VALUE "Y".
002310 77  WS-FIRST-RECORD-SW          PIC X(01) VALUE "Y".
002320     88  WS-FIRST-RECORD             VALUE "Y".
002330 77  WS-DEPT-OPEN-SW             PIC X(01) VALUE "N".
002340     88  WS-DEPT-IS-OPEN             VALUE "Y".
002350 77  WS-YTD-OPEN-SW              PIC X(01) VALUE "N".
002360     88  WS-YTD-IS-OPEN              VALUE "Y".
002370 77  WS-INPUT-OK-SW              PIC X(01) VALUE "Y".
002380     88  WS-INPUT-OK                 VALUE "Y".
002390 77  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
002400 77  WS-AS-OF-MONTH              PIC 9(02) VALUE ZEROS.
002410 77  WS-PAGE-NO                  PIC 999 VALUE ZEROS.
002420 77  WS-LINE-COUNT               PIC 9(03) VALUE ZEROS.
002430 77  WS-DEPT-HOLD                PIC X(04) VALUE SPACES.
002440 77  WS-EMP-NO                   PIC 9(04) VALUE ZEROS.
002450 77  WS-VARIANCE                 PIC S9(09) VALUE ZEROS.
002460 77  WS-EXC-COUNT                PIC 9(03) COMP VALUE ZERO.
002470 77  WS-EXC-IDX                  PIC 9(03) COMP VALUE ZERO.
002480 77  WS-EXC-PRINT-TYPE           PIC X(01) VALUE SPACE.
002490 77  WS-EXC-PRINTED              PIC 9(05) VALUE ZEROS.
002500 77  WS-EXC-DROPPED              PIC 9(05) VALUE ZEROS.
002510 77  WS-POSITIONS-READ           PIC 9(07) VALUE ZEROS.
002520 77  WS-EMPLOYEES-READ           PIC 9(07) VALUE ZEROS.
002530 77  WS-VACANCY-COUNT            PIC 9(05) VALUE ZEROS.
002540 77  WS-OVERFILL-COUNT           PIC 9(05) VALUE ZEROS.
002550 77  WS-DEPTS-OVER-COUNT         PIC 9(05) VALUE ZEROS.
002560 77  WS-LINES-OUT                PIC 9(07) VALUE ZEROS.
002570 77  WS-PF-STEP                  PIC X(08) VALUE "BUDGRPT".
002580 77  WS-PF-VALUE                 PIC X(40) VALUE SPACES.
002590 77  WS-PF-FOUND                 PIC X(01) VALUE "N".
002591*----------------------------------------------------------------
002592* INCIDENT LOG CALL FIELDS
002593*----------------------------------------------------------------
002594 77  WS-IL-PROGRAM               PIC X(20) VALUE "BUDGET-RPT".
002595 77  WS-IL-STEP                  PIC X(08) VALUE "BUDGRPT".
002596 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
002597 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
002598 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
002599 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
002600*
002610 PROCEDURE DIVISION.
002620*================================================================
002630* 0000-MAINLINE
002640*================================================================
002650 0000-MAINLINE.
002660     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002670     IF NOT WS-INPUT-OK
002680         GO TO 0000-MAINLINE-EXIT
002690     END-IF.
002700     SORT SORT-WORK-FILE
002710         ON ASCENDING KEY SRT-DEPT SRT-TYPE SRT-KEY
002720         INPUT PROCEDURE IS 1500-SELECT-INPUT-RECORDS
002730             THRU 1500-SELECT-INPUT-RECORDS-EXIT
002740         OUTPUT PROCEDURE IS 2000-PRODUCE-REPORT
002750             THRU 2000-PRODUCE-REPORT-EXIT.
002760     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
002770 0000-MAINLINE-EXIT.
002780     GOBACK.
002790*
002800 1000-INITIALIZE.
002810     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
002820     MOVE WS-SYSTEM-DATE TO WS-RUN-DATE.
002830     MOVE ZEROS TO WS-DEPT-TOTALS.
002840     MOVE ZEROS TO WS-GRAND-TOTALS.
002850     MOVE SPACES TO WS-FILLED-TABLE.
002860     MOVE SPACES TO WS-EXCEPTION-TABLE.
002870     ACCEPT WS-PARM FROM COMMAND-LINE.
002880     IF WS-PARM = SPACES
002890         CALL "PARM-FETCH" USING WS-PF-STEP WS-PF-VALUE
002900             WS-PF-FOUND
002910         IF WS-PF-FOUND = "Y"
002920             MOVE WS-PF-VALUE TO WS-PARM
002930             DISPLAY "BUDGET-RPT: PARM TAKEN FROM "
002940                 "paramMaster: " WS-PF-VALUE
002950         END-IF
002960     END-IF.
002970     IF WS-PARM-MONTH = SPACES
002980         MOVE WS-SYS-MONTH TO WS-AS-OF-MONTH
002990     ELSE
003000         IF WS-PARM-MONTH NOT NUMERIC
003010             DISPLAY "BUDGET-RPT: PARM MUST BE THE AS-OF "
003020                 "MONTH 01-12: " WS-PARM-MONTH
003030             MOVE 8 TO RETURN-CODE
003040             MOVE "N" TO WS-INPUT-OK-SW
003050             GO TO 1000-INITIALIZE-EXIT
003060         END-IF
003070         MOVE WS-PARM-MONTH TO WS-AS-OF-MONTH
003080     END-IF.
003090     IF WS-AS-OF-MONTH < 1 OR WS-AS-OF-MONTH > 12
003100         DISPLAY "BUDGET-RPT: PARM MUST BE THE AS-OF "
003110             "MONTH 01-12: " WS-PARM-MONTH
003120         MOVE 8 TO RETURN-CODE
003130         MOVE "N" TO WS-INPUT-OK-SW
003140         GO TO 1000-INITIALIZE-EXIT
003150     END-IF.
003160     OPEN INPUT POSITION-MASTER.
003170     IF WS-POS-STATUS NOT = "00"
003180         DISPLAY "BUDGET-RPT: CANNOT OPEN positionMaster, "
003190             "STATUS = " WS-POS-STATUS
003191         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
003192         MOVE "E" TO WS-IL-SEVERITY
003193         MOVE WS-POS-STATUS TO WS-IL-FILE-STATUS
003194         MOVE "CANNOT OPEN positionMaster" TO WS-IL-MESSAGE
003195         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
003200         DISPLAY "BUDGET-RPT: RUN POS-MAINT TO BUILD THE "
003210             "POSITION MASTER FIRST"
003220         MOVE 8 TO RETURN-CODE
003230         MOVE "N" TO WS-INPUT-OK-SW
003240         GO TO 1000-INITIALIZE-EXIT
003250     END-IF.
003260     OPEN INPUT EMPLOYEE-MASTER.
003270     IF WS-EMP-STATUS NOT = "00"
003280         DISPLAY "BUDGET-RPT: CANNOT OPEN employeeMaster, "
003290             "STATUS = " WS-EMP-STATUS
003291         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
003292         MOVE "E" TO WS-IL-SEVERITY
003293         MOVE WS-EMP-STATUS TO WS-IL-FILE-STATUS
003294         MOVE "CANNOT OPEN employeeMaster" TO WS-IL-MESSAGE
003295         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
003300         MOVE 8 TO RETURN-CODE
003310         MOVE "N" TO WS-INPUT-OK-SW
003320         CLOSE POSITION-MASTER
003330         GO TO 1000-INITIALIZE-EXIT
003340     END-IF.
003350     OPEN INPUT DEPT-MASTER.
003360     IF WS-DEPT-STATUS = "00"
003370         MOVE "Y" TO WS-DEPT-OPEN-SW
003380     END-IF.
003390*    NO payrollYTD YET (FIRST RUN OF THE YEAR) SIMPLY MEANS NO
003400*    PAY TO ANNUALIZE - EVERY POSITION SHOWS ZERO ACTUAL
003410     OPEN INPUT YTD-MASTER.
003420     IF WS-YTD-STATUS = "00"
003430         MOVE "Y" TO WS-YTD-OPEN-SW
003440     ELSE
003450         DISPLAY "BUDGET-RPT: payrollYTD NOT AVAILABLE, "
003460             "STATUS = " WS-YTD-STATUS " - ACTUALS ARE ZERO"
003470         MOVE 4 TO RETURN-CODE
003480     END-IF.
003490     OPEN OUTPUT REPORT-FILE.
003500     PERFORM 1100-WRITE-PAGE-HEADER
003510         THRU 1100-WRITE-PAGE-HEADER-EXIT.
003520 1000-INITIALIZE-EXIT.
003530     EXIT.
003540*
003550 1100-WRITE-PAGE-HEADER.
003560     ADD 1 TO WS-PAGE-NO.
003570     MOVE WS-PAGE-NO TO HDR-PAGE-NO.
003580     WRITE RPT-LINE FROM WS-HEADER-1 AFTER ADVANCING PAGE.
003590     MOVE WS-RUN-DATE TO HDR-RUN-DATE.
003600     MOVE WS-AS-OF-MONTH TO HDR-MONTH.
003610     WRITE RPT-LINE FROM WS-HEADER-2 AFTER ADVANCING 1 LINE.
003620     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
003630     WRITE RPT-LINE FROM WS-COLUMN-HDR AFTER ADVANCING 1 LINE.
003640     MOVE 4 TO WS-LINE-COUNT.
003650 1100-WRITE-PAGE-HEADER-EXIT.
003660     EXIT.
003670*
003680*================================================================
003690* 1500-SELECT-INPUT-RECORDS - ONE SORT RECORD PER POSITION, THEN
003700* ONE PER ACTIVE EMPLOYEE WHO FILLS NO POSITION. THE POSITIONS
003710* ARE PASSED FIRST SO THE FILLED TABLE IS COMPLETE BEFORE THE
003720* EMPLOYEE MASTER IS READ.
003730*================================================================
003740 1500-SELECT-INPUT-RECORDS.
003750     MOVE "N" TO WS-INPUT-EOF-SW.
003760     PERFORM 1600-RELEASE-POSITION
003770         THRU 1600-RELEASE-POSITION-EXIT
003780         UNTIL WS-END-OF-INPUT.
003790     MOVE "N" TO WS-INPUT-EOF-SW.
003800     MOVE LOW-VALUES TO EMP-MST-ID.
003810     START EMPLOYEE-MASTER KEY NOT LESS THAN EMP-MST-ID
003820         INVALID KEY MOVE "Y" TO WS-INPUT-EOF-SW
003830     END-START.
003840     PERFORM 1700-RELEASE-EXTRA-EMPLOYEE
003850         THRU 1700-RELEASE-EXTRA-EMPLOYEE-EXIT
003860         UNTIL WS-END-OF-INPUT.
003870 1500-SELECT-INPUT-RECORDS-EXIT.
003880     EXIT.
003890*
003900 1600-RELEASE-POSITION.
003910     READ POSITION-MASTER NEXT RECORD
003920         AT END
003930             MOVE "Y" TO WS-INPUT-EOF-SW
003940             GO TO 1600-RELEASE-POSITION-EXIT
003950     END-READ.
003960     ADD 1 TO WS-POSITIONS-READ.
003970     MOVE POS-DEPT TO SRT-DEPT.
003980     MOVE "P" TO SRT-TYPE.
003990     MOVE POS-ID TO SRT-KEY.
004000     MOVE POS-TITLE TO SRT-TITLE.
004010     MOVE POS-EMP-ID TO SRT-EMP-ID.
004020     MOVE POS-FTE TO SRT-FTE.
004030     MOVE POS-BUDGET-SALARY TO SRT-BUDGET.
004040     MOVE ZEROS TO SRT-ANNUAL.
004050     MOVE SPACES TO SRT-FLAG.
004060     IF POS-VACANT
004070         MOVE "VACANT" TO SRT-FLAG
004080         GO TO 1600-RELEASE-SORT
004090     END-IF.
004100     MOVE POS-EMP-ID TO EMP-MST-ID.
004110     READ EMPLOYEE-MASTER
004120         INVALID KEY
004130             MOVE "NOT ACTIVE" TO SRT-FLAG
004140             GO TO 1600-RELEASE-SORT
004150     END-READ.
004160     IF NOT EMP-MST-ACTIVE
004170         MOVE "NOT ACTIVE" TO SRT-FLAG
004180         GO TO 1600-RELEASE-SORT
004190     END-IF.
004200*    AN EMPLOYEE ALREADY COUNTED IN AN EARLIER POSITION IS NOT
004210*    COUNTED AGAIN - THE SECOND POSITION IS AN OVERFILL
004220     IF POS-EMP-ID IS NUMERIC
004230         MOVE POS-EMP-ID TO WS-EMP-NO
004240         IF WS-EMP-NO > ZERO
004250             IF WS-FILLED-SW (WS-EMP-NO) = "Y"
004260                 MOVE "DUP FILL" TO SRT-FLAG
004270                 GO TO 1600-RELEASE-SORT
004280             END-IF
004290             MOVE "Y" TO WS-FILLED-SW (WS-EMP-NO)
004300         END-IF
004310     END-IF.
004320     PERFORM 1800-ANNUALIZE-PAY THRU 1800-ANNUALIZE-PAY-EXIT.
004330     IF SRT-ANNUAL > SRT-BUDGET
004340         MOVE "OVER" TO SRT-FLAG
004350     END-IF.
004360 1600-RELEASE-SORT.
004370     RELEASE SORT-REC.
004380 1600-RELEASE-POSITION-EXIT.
004390     EXIT.
004400*
004410 1700-RELEASE-EXTRA-EMPLOYEE.
004420     READ EMPLOYEE-MASTER NEXT RECORD
004430         AT END
004440             MOVE "Y" TO WS-INPUT-EOF-SW
004450             GO TO 1700-RELEASE-EXTRA-EMPLOYEE-EXIT
004460     END-READ.
004470     ADD 1 TO WS-EMPLOYEES-READ.
004480     IF NOT EMP-MST-ACTIVE
004490         GO TO 1700-RELEASE-EXTRA-EMPLOYEE-EXIT
004500     END-IF.
004510     IF EMP-MST-ID IS NUMERIC
004520         MOVE EMP-MST-ID TO WS-EMP-NO
004530         IF WS-EMP-NO > ZERO
004540             IF WS-FILLED-SW (WS-EMP-NO) = "Y"
004550                 GO TO 1700-RELEASE-EXTRA-EMPLOYEE-EXIT
004560             END-IF
004570         END-IF
004580     END-IF.
004590     MOVE EMP-MST-DEPT TO SRT-DEPT.
004600     MOVE "X" TO SRT-TYPE.
004610     MOVE EMP-MST-ID TO SRT-KEY.
004620     MOVE EMP-MST-LAST-NAME TO SRT-TITLE.
004630     MOVE EMP-MST-ID TO SRT-EMP-ID.
004640     MOVE ZEROS TO SRT-FTE.
004650     MOVE ZEROS TO SRT-BUDGET.
004660     MOVE "OVERFILL" TO SRT-FLAG.
004670     PERFORM 1800-ANNUALIZE-PAY THRU 1800-ANNUALIZE-PAY-EXIT.
004680     RELEASE SORT-REC.
004690 1700-RELEASE-EXTRA-EMPLOYEE-EXIT.
004700     EXIT.
004710*
004720*    YEAR-TO-DATE SALARY THROUGH THE AS-OF MONTH, PROJECTED TO A
004730*    FULL TWELVE MONTHS AT THE SAME RATE
004740 1800-ANNUALIZE-PAY.
004750     MOVE ZEROS TO SRT-ANNUAL.
004760     IF NOT WS-YTD-IS-OPEN
004770         GO TO 1800-ANNUALIZE-PAY-EXIT
004780     END-IF.
004790     MOVE SRT-EMP-ID TO YTD-EMP-ID.
004800     READ YTD-MASTER
004810         INVALID KEY
004820             GO TO 1800-ANNUALIZE-PAY-EXIT
004830     END-READ.
004840     COMPUTE SRT-ANNUAL ROUNDED =
004850         YTD-SALARY * 12 / WS-AS-OF-MONTH.
004860 1800-ANNUALIZE-PAY-EXIT.
004870     EXIT.
004880*
004890 2000-PRODUCE-REPORT.
004900     MOVE "N" TO WS-EOF-SW.
004910     RETURN SORT-WORK-FILE AT END MOVE "Y" TO WS-EOF-SW.
004920     PERFORM 2100-PROCESS-SORTED-RECORD
004930         THRU 2100-PROCESS-SORTED-RECORD-EXIT
004940         UNTIL WS-END-OF-SORT.
004950     IF NOT WS-FIRST-RECORD
004960         PERFORM 2300-WRITE-DEPT-TOTAL
004970             THRU 2300-WRITE-DEPT-TOTAL-EXIT
004980     END-IF.
004990     PERFORM 2400-WRITE-GRAND-TOTAL
005000         THRU 2400-WRITE-GRAND-TOTAL-EXIT.
005010     PERFORM 2500-WRITE-EXCEPTIONS
005020         THRU 2500-WRITE-EXCEPTIONS-EXIT.
005030 2000-PRODUCE-REPORT-EXIT.
005040     EXIT.
005050*
005060 2100-PROCESS-SORTED-RECORD.
005070     IF WS-FIRST-RECORD
005080         MOVE "N" TO WS-FIRST-RECORD-SW
005090         MOVE SRT-DEPT TO WS-DEPT-HOLD
005100         PERFORM 2150-WRITE-DEPT-HEADING
005110             THRU 2150-WRITE-DEPT-HEADING-EXIT
005120     END-IF.
005130     IF SRT-DEPT NOT = WS-DEPT-HOLD
005140         PERFORM 2300-WRITE-DEPT-TOTAL
005150             THRU 2300-WRITE-DEPT-TOTAL-EXIT
005160         MOVE SRT-DEPT TO WS-DEPT-HOLD
005170         PERFORM 2150-WRITE-DEPT-HEADING
005180             THRU 2150-WRITE-DEPT-HEADING-EXIT
005190     END-IF.
005200     PERFORM 2200-WRITE-DETAIL-LINE
005210         THRU 2200-WRITE-DETAIL-LINE-EXIT.
005220     RETURN SORT-WORK-FILE AT END MOVE "Y" TO WS-EOF-SW.
005230 2100-PROCESS-SORTED-RECORD-EXIT.
005240     EXIT.
005250*
005260 2150-WRITE-DEPT-HEADING.
005270     IF WS-LINE-COUNT > 50
005280         PERFORM 1100-WRITE-PAGE-HEADER
005290             THRU 1100-WRITE-PAGE-HEADER-EXIT
005300     END-IF.
005310     MOVE WS-DEPT-HOLD TO DHD-DEPT.
005320     MOVE SPACES TO DHD-DEPT-NAME.
005330     IF WS-DEPT-IS-OPEN
005340         MOVE WS-DEPT-HOLD TO DPT-DEPT-CODE
005350         READ DEPT-MASTER
005360             INVALID KEY
005370                 MOVE "NOT ON deptMaster" TO DHD-DEPT-NAME
005380             NOT INVALID KEY
005390                 MOVE DPT-DEPT-NAME TO DHD-DEPT-NAME
005400         END-READ
005410     END-IF.
005420     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
005430     WRITE RPT-LINE FROM WS-DEPT-HEADING AFTER ADVANCING 1 LINE.
005440     ADD 2 TO WS-LINE-COUNT.
005450 2150-WRITE-DEPT-HEADING-EXIT.
005460     EXIT.
005470*
005480 2200-WRITE-DETAIL-LINE.
005490     IF WS-LINE-COUNT > 55
005500         PERFORM 1100-WRITE-PAGE-HEADER
005510             THRU 1100-WRITE-PAGE-HEADER-EXIT
005520     END-IF.
005530     IF SRT-POSITION
005540         MOVE SRT-KEY TO DTL-POSITION
005550     ELSE
005560         MOVE "NONE" TO DTL-POSITION
005570     END-IF.
005580     MOVE SRT-TITLE TO DTL-TITLE.
005590     MOVE SRT-EMP-ID TO DTL-EMP-ID.
005600     MOVE SRT-FTE TO DTL-FTE.
005610     MOVE SRT-BUDGET TO DTL-BUDGET.
005620     MOVE SRT-ANNUAL TO DTL-ANNUAL.
005630     COMPUTE WS-VARIANCE = SRT-BUDGET - SRT-ANNUAL.
005640     MOVE WS-VARIANCE TO DTL-VARIANCE.
005650     MOVE SRT-FLAG TO DTL-FLAG.
005660     WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.
005670     ADD 1 TO WS-LINE-COUNT.
005680     ADD 1 TO WS-LINES-OUT.
005690     ADD SRT-BUDGET TO WS-DEPT-BUDGET.
005700     ADD SRT-ANNUAL TO WS-DEPT-ANNUAL.
005710     IF NOT SRT-IS-VACANT AND NOT SRT-IS-NOT-ACTIVE
005720             AND NOT SRT-IS-OVERFILL AND NOT SRT-IS-DUP-FILL
005730         GO TO 2200-WRITE-DETAIL-LINE-EXIT
005740     END-IF.
005750     MOVE SRT-DEPT TO EXD-DEPT.
005760     MOVE DTL-POSITION TO EXD-POSITION.
005770     MOVE SRT-TITLE TO EXD-TITLE.
005780     MOVE SRT-EMP-ID TO EXD-EMP-ID.
005790     MOVE SRT-FLAG TO EXD-FLAG.
005800     IF SRT-IS-VACANT OR SRT-IS-NOT-ACTIVE
005810         ADD 1 TO WS-VACANCY-COUNT
005820         MOVE "V" TO WS-EXC-PRINT-TYPE
005830         MOVE SRT-BUDGET TO EXD-AMOUNT
005840     ELSE
005850         ADD 1 TO WS-OVERFILL-COUNT
005860         MOVE "O" TO WS-EXC-PRINT-TYPE
005870         MOVE SRT-ANNUAL TO EXD-AMOUNT
005880     END-IF.
005890     PERFORM 2250-SAVE-EXCEPTION
005900         THRU 2250-SAVE-EXCEPTION-EXIT.
005910 2200-WRITE-DETAIL-LINE-EXIT.
005920     EXIT.
005930*
005940*    THE CALLER HAS BUILT WS-EXC-DETAIL AND SET THE LIST TYPE
005950 2250-SAVE-EXCEPTION.
005960     IF WS-EXC-COUNT NOT < 500
005970         ADD 1 TO WS-EXC-DROPPED
005980         GO TO 2250-SAVE-EXCEPTION-EXIT
005990     END-IF.
006000     ADD 1 TO WS-EXC-COUNT.
006010     MOVE WS-EXC-PRINT-TYPE TO WS-EXC-TYPE (WS-EXC-COUNT).
006020     MOVE WS-EXC-DETAIL TO WS-EXC-TEXT (WS-EXC-COUNT).
006030 2250-SAVE-EXCEPTION-EXIT.
006040     EXIT.
006050*
006060 2300-WRITE-DEPT-TOTAL.
006070     MOVE "  DEPARTMENT TOTAL" TO TTL-LABEL.
006080     MOVE WS-DEPT-BUDGET TO TTL-BUDGET.
006090     MOVE WS-DEPT-ANNUAL TO TTL-ANNUAL.
006100     COMPUTE WS-VARIANCE = WS-DEPT-BUDGET - WS-DEPT-ANNUAL.
006110     MOVE WS-VARIANCE TO TTL-VARIANCE.
006120     MOVE SPACES TO TTL-FLAG.
006130     IF WS-DEPT-ANNUAL > WS-DEPT-BUDGET
006140         MOVE "PROJECTED OVER" TO TTL-FLAG
006150         ADD 1 TO WS-DEPTS-OVER-COUNT
006160         MOVE "D" TO WS-EXC-PRINT-TYPE
006170         MOVE WS-DEPT-HOLD TO EXD-DEPT
006180         MOVE SPACES TO EXD-POSITION
006190         MOVE DHD-DEPT-NAME TO EXD-TITLE
006200         MOVE SPACES TO EXD-EMP-ID
006210         MOVE "OVER BY" TO EXD-FLAG
006220         COMPUTE EXD-AMOUNT = WS-DEPT-ANNUAL - WS-DEPT-BUDGET
006230         PERFORM 2250-SAVE-EXCEPTION
006240             THRU 2250-SAVE-EXCEPTION-EXIT
006250     END-IF.
006260     WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.
006270     ADD 1 TO WS-LINE-COUNT.
006280     ADD WS-DEPT-BUDGET TO WS-GRAND-BUDGET.
006290     ADD WS-DEPT-ANNUAL TO WS-GRAND-ANNUAL.
006300     MOVE ZEROS TO WS-DEPT-TOTALS.
006310 2300-WRITE-DEPT-TOTAL-EXIT.
006320     EXIT.
006330*
006340 2400-WRITE-GRAND-TOTAL.
006350     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
006360     MOVE "GRAND TOTAL - ALL DEPARTMENTS" TO TTL-LABEL.
006370     MOVE WS-GRAND-BUDGET TO TTL-BUDGET.
006380     MOVE WS-GRAND-ANNUAL TO TTL-ANNUAL.
006390     COMPUTE WS-VARIANCE = WS-GRAND-BUDGET - WS-GRAND-ANNUAL.
006400     MOVE WS-VARIANCE TO TTL-VARIANCE.
006410     MOVE SPACES TO TTL-FLAG.
006420     IF WS-GRAND-ANNUAL > WS-GRAND-BUDGET
006430         MOVE "PROJECTED OVER" TO TTL-FLAG
006440     END-IF.
006450     WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.
006460     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
006470     MOVE "POSITIONS ON FILE" TO CNT-LABEL.
006480     MOVE WS-POSITIONS-READ TO CNT-VALUE.
006490     WRITE RPT-LINE FROM WS-COUNT-LINE AFTER ADVANCING 1 LINE.
006500     MOVE "VACANT POSITIONS" TO CNT-LABEL.
006510     MOVE WS-VACANCY-COUNT TO CNT-VALUE.
006520     WRITE RPT-LINE FROM WS-COUNT-LINE AFTER ADVANCING 1 LINE.
006530     MOVE "OVERFILLS" TO CNT-LABEL.
006540     MOVE WS-OVERFILL-COUNT TO CNT-VALUE.
006550     WRITE RPT-LINE FROM WS-COUNT-LINE AFTER ADVANCING 1 LINE.
006560     MOVE "DEPARTMENTS PROJECTED OVER BUDGET" TO CNT-LABEL.
006570     MOVE WS-DEPTS-OVER-COUNT TO CNT-VALUE.
006580     WRITE RPT-LINE FROM WS-COUNT-LINE AFTER ADVANCING 1 LINE.
006590 2400-WRITE-GRAND-TOTAL-EXIT.
006600     EXIT.
006610*
006620*================================================================
006630* 2500-WRITE-EXCEPTIONS - THE THREE LISTS, EACH ON A NEW PAGE
006640* SECTION: VACANCIES WITH THE BUDGET THEY FREE, OVERFILLS WITH
006650* THE ANNUALIZED PAY THEY CARRY, AND OVER-BUDGET DEPARTMENTS
006660* WITH THE AMOUNT OF THE OVERRUN.
006670*================================================================
006680 2500-WRITE-EXCEPTIONS.
006690     MOVE "V" TO WS-EXC-PRINT-TYPE.
006700     MOVE "VACANT POSITIONS" TO SHD-TITLE.
006710     PERFORM 2510-WRITE-ONE-LIST THRU 2510-WRITE-ONE-LIST-EXIT.
006720     MOVE "O" TO WS-EXC-PRINT-TYPE.
006730     MOVE "OVERFILLS - PAY WITH NO BUDGETED POSITION"
006740         TO SHD-TITLE.
006750     PERFORM 2510-WRITE-ONE-LIST THRU 2510-WRITE-ONE-LIST-EXIT.
006760     MOVE "D" TO WS-EXC-PRINT-TYPE.
006770     MOVE "DEPARTMENTS PROJECTED TO EXCEED BUDGET"
006780         TO SHD-TITLE.
006790     PERFORM 2510-WRITE-ONE-LIST THRU 2510-WRITE-ONE-LIST-EXIT.
006800     IF WS-EXC-DROPPED > ZERO
006810         WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE
006820         MOVE "EXCEPTIONS NOT LISTED - TABLE FULL" TO CNT-LABEL
006830         MOVE WS-EXC-DROPPED TO CNT-VALUE
006840         WRITE RPT-LINE FROM WS-COUNT-LINE
006850             AFTER ADVANCING 1 LINE
006860     END-IF.
006870 2500-WRITE-EXCEPTIONS-EXIT.
006880     EXIT.
006890*
006900 2510-WRITE-ONE-LIST.
006910     IF WS-LINE-COUNT > 50
006920         PERFORM 1100-WRITE-PAGE-HEADER
006930             THRU 1100-WRITE-PAGE-HEADER-EXIT
006940     END-IF.
006950     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
006960     WRITE RPT-LINE FROM WS-SECTION-HEADING
006970         AFTER ADVANCING 1 LINE.
006980     ADD 2 TO WS-LINE-COUNT.
006990     MOVE ZEROS TO WS-EXC-PRINTED.
007000     PERFORM 2520-WRITE-ONE-EXCEPTION
007010         THRU 2520-WRITE-ONE-EXCEPTION-EXIT
007020         VARYING WS-EXC-IDX FROM 1 BY 1
007030         UNTIL WS-EXC-IDX > WS-EXC-COUNT.
007040     IF WS-EXC-PRINTED = ZERO
007050         MOVE "NONE" TO EXL-TEXT
007060         WRITE RPT-LINE FROM WS-EXC-LINE AFTER ADVANCING 1 LINE
007070         ADD 1 TO WS-LINE-COUNT
007080     END-IF.
007090 2510-WRITE-ONE-LIST-EXIT.
007100     EXIT.
007110*
007120 2520-WRITE-ONE-EXCEPTION.
007130     IF WS-EXC-TYPE (WS-EXC-IDX) NOT = WS-EXC-PRINT-TYPE
007140         GO TO 2520-WRITE-ONE-EXCEPTION-EXIT
007150     END-IF.
007160     IF WS-LINE-COUNT > 55
007170         PERFORM 1100-WRITE-PAGE-HEADER
007180             THRU 1100-WRITE-PAGE-HEADER-EXIT
007190     END-IF.
007200     MOVE WS-EXC-TEXT (WS-EXC-IDX) TO EXL-TEXT.
007210     WRITE RPT-LINE FROM WS-EXC-LINE AFTER ADVANCING 1 LINE.
007220     ADD 1 TO WS-LINE-COUNT.
007230     ADD 1 TO WS-EXC-PRINTED.
007240 2520-WRITE-ONE-EXCEPTION-EXIT.
007250     EXIT.
007260*
007261 8900-LOG-INCIDENT.
007262     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
007263         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
007264         WS-IL-MESSAGE.
007265 8900-LOG-INCIDENT-EXIT.
007266     EXIT.
007267*
007270 9000-TERMINATE.
007280     CLOSE POSITION-MASTER.
007290     CLOSE EMPLOYEE-MASTER.
007300     IF WS-DEPT-IS-OPEN
007310         CLOSE DEPT-MASTER
007320     END-IF.
007330     IF WS-YTD-IS-OPEN
007340         CLOSE YTD-MASTER
007350     END-IF.
007360     CLOSE REPORT-FILE.
007370     PERFORM 9100-WRITE-RUN-STATS
007380         THRU 9100-WRITE-RUN-STATS-EXIT.
007390 9000-TERMINATE-EXIT.
007400     EXIT.
007410*
007420 9100-WRITE-RUN-STATS.
007430     OPEN EXTEND RUN-STATS-FILE.
007440     IF WS-STATS-STATUS = "35"
007450         OPEN OUTPUT RUN-STATS-FILE
007460     END-IF.
007470     IF WS-STATS-STATUS = "00"
007480         MOVE WS-RUN-DATE TO RST-RUN-DATE
007490         MOVE "BUDGRPT" TO RST-STEP-NAME
007500         COMPUTE RST-RECORDS-IN =
007510             WS-POSITIONS-READ + WS-EMPLOYEES-READ
007520         MOVE WS-LINES-OUT TO RST-RECORDS-OUT
007530         MOVE WS-OVERFILL-COUNT TO RST-REJECTS
007540         MOVE WS-GRAND-ANNUAL TO RST-AMOUNT-TOTAL
007550         MOVE WS-GRAND-BUDGET TO RST-HASH-TOTAL
007560         MOVE RETURN-CODE TO RST-RETURN-CODE
007570         WRITE RUN-STATS-RECORD
007580         CLOSE RUN-STATS-FILE
007590     ELSE
007600         DISPLAY "BUDGET-RPT: CANNOT OPEN runStats, "
007610             "STATUS = " WS-STATS-STATUS
007611         MOVE "9100-WRITE-RUN-STATS" TO WS-IL-PARAGRAPH
007612         MOVE "W" TO WS-IL-SEVERITY
007613         MOVE WS-STATS-STATUS TO WS-IL-FILE-STATUS
007614         MOVE "CANNOT OPEN runStats" TO WS-IL-MESSAGE
007615         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
007620     END-IF.
007630 9100-WRITE-RUN-STATS-EXIT.
007640     EXIT.
007650*
007660 END PROGRAM BUDGET-RPT.
