000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. INCIDENT-RPT.
000030 AUTHOR. REGISTRAR-SYSTEMS-GROUP.
000040 INSTALLATION. REGISTRARS-OFFICE.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED. 2026-10-14.
000070*================================================================
000080* MODIFICATION HISTORY
000090*   2026-10-14  RSG  INITIAL VERSION - MORNING PROBLEM REPORT.
000100*                    LISTS THE NIGHT'S incidentLog ENTRIES
000110*                    GROUPED BY STEP AND BY SEVERITY (SEVERE,
000120*                    ERROR, WARNING, INFORMATION). EACH STEP
000130*                    HEADING CARRIES THE STEP'S runControl
000140*                    STATUS AND TIMES AND ITS runStats
000150*                    FIGURES. AN INCIDENT WHOSE PROGRAM AND
000160*                    MESSAGE TURNED UP ON 3 OR MORE NIGHTS IN
000170*                    THE LAST 30 DAYS IS FLAGGED FOR A
000180*                    PERMANENT FIX. STEPS STARTED BUT NEVER
000190*                    COMPLETED ON THE DATE ARE LISTED AFTER.
000200*                    PARM: POS 1-8 = REPORT DATE YYYYMMDD,
000210*                    DEFAULT TODAY. RC 4 WHEN ANY SEVERE OR
000220*                    ERROR INCIDENT OR UNFINISHED STEP.
000230*================================================================
000240*
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT INCIDENT-FILE ASSIGN TO DISK
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-INCIDENT-STATUS.
000320     SELECT RUN-CONTROL-FILE ASSIGN TO DISK
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS RCT-KEY
000360         FILE STATUS IS WS-CONTROL-STATUS.
000370     SELECT SORT-WORK-FILE ASSIGN TO DISK.
000380     SELECT REPORT-FILE ASSIGN TO DISK
000390         ORGANIZATION IS LINE SEQUENTIAL.
000400     SELECT RUN-STATS-FILE ASSIGN TO DISK
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-STATS-STATUS.
000430*
000440 DATA DIVISION.
000450 FILE SECTION.
000460*
000470 FD  INCIDENT-FILE
000480     LABEL RECORDS ARE STANDARD
000490     VALUE OF FILE-ID IS "incidentLog".
000500     COPY "inclog.cpy".
000510*
000520 FD  RUN-CONTROL-FILE
000530     LABEL RECORDS ARE STANDARD
000540     VALUE OF FILE-ID IS "runControl".
000550     COPY "runctl.cpy".
000560*
000570 SD  SORT-WORK-FILE.
000580 01  SORT-REC.
000590     05  SRT-STEP                PIC X(08).
000600     05  SRT-SEV-RANK            PIC 9(01).
000610     05  SRT-TIME                PIC X(08).
000620     05  SRT-SEVERITY            PIC X(01).
000630         88  SRT-SEVERE              VALUE "S".
000640         88  SRT-ERROR               VALUE "E".
000650         88  SRT-WARNING             VALUE "W".
000660     05  SRT-PROGRAM             PIC X(20).
000670     05  SRT-PARAGRAPH           PIC X(30).
000680     05  SRT-FILE-STATUS         PIC X(02).
000690     05  SRT-OPERATOR-ID         PIC X(10).
000700     05  SRT-MESSAGE             PIC X(60).
000710*
000720 FD  REPORT-FILE
000730     LABEL RECORDS ARE STANDARD
000740     VALUE OF FILE-ID IS "incidentReport".
000750 01  RPT-LINE                    PIC X(90).
000760*
000770 FD  RUN-STATS-FILE
000780     LABEL RECORDS ARE STANDARD
000790     VALUE OF FILE-ID IS "runStats".
000800     COPY "runstat.cpy".
000810*
000820 WORKING-STORAGE SECTION.
000830*----------------------------------------------------------------
000840* PRINT LINE LAYOUTS
000850*----------------------------------------------------------------
000860 01  WS-HEADER-1.
000870     05  FILLER                  PIC X(20) VALUE SPACES.
000880     05  FILLER                  PIC X(40) VALUE
000890         "MORNING PROBLEM REPORT - incidentLog".
000900     05  FILLER                  PIC X(06) VALUE "PAGE  ".
000910     05  HDR-PAGE-NO             PIC ZZ9.
000920 01  WS-HEADER-2.
000930     05  FILLER                  PIC X(13) VALUE
000940         "REPORT DATE: ".
000950     05  HDR-REPORT-DATE         PIC X(08).
000960     05  FILLER                  PIC X(04) VALUE SPACES.
000970     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
000980     05  HDR-RUN-DATE            PIC X(08).
000990     05  FILLER                  PIC X(04) VALUE SPACES.
001000     05  FILLER                  PIC X(22) VALUE
001010         "REPEAT = 3+ NIGHTS/30D".
001020 01  WS-COLUMN-HDR.
001030     05  FILLER                  PIC X(04) VALUE SPACES.
001040     05  FILLER                  PIC X(10) VALUE "TIME".
001050     05  FILLER                  PIC X(21) VALUE "PROGRAM".
001060     05  FILLER                  PIC X(31) VALUE "PARAGRAPH".
001070     05  FILLER                  PIC X(04) VALUE "FS".
001080     05  FILLER                  PIC X(10) VALUE "OPERATOR".
001090 01  WS-STEP-HEADING.
001100     05  FILLER                  PIC X(06) VALUE "STEP: ".
001110     05  SHD-STEP                PIC X(17).
001120     05  FILLER                  PIC X(12) VALUE
001130         "runControl: ".
001140     05  SHD-CONTROL-STATUS      PIC X(13).
001150     05  FILLER                  PIC X(06) VALUE "START ".
001160     05  SHD-START               PIC X(08).
001170     05  FILLER                  PIC X(05) VALUE " END ".
001180     05  SHD-END                 PIC X(08).
001190 01  WS-STATS-LINE.
001200     05  FILLER                  PIC X(06) VALUE SPACES.
001210     05  FILLER                  PIC X(13) VALUE
001220         "runStats: IN ".
001230     05  STL-IN                  PIC ZZZZZZ9.
001240     05  FILLER                  PIC X(05) VALUE " OUT ".
001250     05  STL-OUT                 PIC ZZZZZZ9.
001260     05  FILLER                  PIC X(09) VALUE " REJECTS ".
001270     05  STL-REJECTS             PIC ZZZZ9.
001280     05  FILLER                  PIC X(04) VALUE " RC ".
001290     05  STL-RC                  PIC Z9.
001300 01  WS-NO-STATS-LINE.
001310     05  FILLER                  PIC X(06) VALUE SPACES.
001320     05  FILLER                  PIC X(40) VALUE
001330         "runStats: NO ENTRY FOR THE REPORT DATE".
001340 01  WS-SEVERITY-HEADING.
001350     05  FILLER                  PIC X(02) VALUE SPACES.
001360     05  FILLER                  PIC X(03) VALUE "-- ".
001370     05  SVH-TITLE               PIC X(12).
001380     05  FILLER                  PIC X(03) VALUE " --".
001390 01  WS-DETAIL-LINE.
001400     05  FILLER                  PIC X(04) VALUE SPACES.
001410     05  DTL-TIME.
001420         10  DTL-HH              PIC X(02).
001430         10  FILLER              PIC X(01) VALUE ":".
001440         10  DTL-MM              PIC X(02).
001450         10  FILLER              PIC X(01) VALUE ":".
001460         10  DTL-SS              PIC X(02).
001470     05  FILLER                  PIC X(02) VALUE SPACES.
001480     05  DTL-PROGRAM             PIC X(20).
001490     05  FILLER                  PIC X(01) VALUE SPACES.
001500     05  DTL-PARAGRAPH           PIC X(30).
001510     05  FILLER                  PIC X(01) VALUE SPACES.
001520     05  DTL-FILE-STATUS         PIC X(02).
001530     05  FILLER                  PIC X(02) VALUE SPACES.
001540     05  DTL-OPERATOR-ID         PIC X(10).
001550 01  WS-MESSAGE-LINE.
001560     05  FILLER                  PIC X(14) VALUE SPACES.
001570     05  MSG-TEXT                PIC X(60).
001580 01  WS-REPEAT-LINE.
001590     05  FILLER                  PIC X(14) VALUE SPACES.
001600     05  FILLER                  PIC X(14) VALUE
001610         "** REPEAT - ON".
001620     05  RPL-NIGHTS              PIC ZZ9.
001630     05  FILLER                  PIC X(43) VALUE
001640         " NIGHTS IN 30 DAYS - PERMANENT FIX NEEDED".
001650 01  WS-SECTION-HEADING.
001660     05  FILLER                  PIC X(04) VALUE "*** ".
001670     05  SCH-TITLE               PIC X(50).
001680 01  WS-OPEN-STEP-LINE.
001690     05  FILLER                  PIC X(04) VALUE SPACES.
001700     05  OSL-STEP                PIC X(08).
001710     05  FILLER                  PIC X(08) VALUE "  START ".
001720     05  OSL-START               PIC X(08).
001730     05  FILLER                  PIC X(40) VALUE
001740         "  NOT COMPLETED - POSSIBLE ABEND".
001750 01  WS-REPEAT-LIST-LINE.
001760     05  FILLER                  PIC X(04) VALUE SPACES.
001770     05  RLL-PROGRAM             PIC X(20).
001780     05  FILLER                  PIC X(01) VALUE SPACES.
001790     05  RLL-NIGHTS              PIC ZZ9.
001800     05  FILLER                  PIC X(08) VALUE " NIGHTS ".
001810     05  FILLER                  PIC X(06) VALUE "LAST: ".
001820     05  RLL-LAST-DATE           PIC X(08).
001830 01  WS-NONE-LINE.
001840     05  FILLER                  PIC X(04) VALUE SPACES.
001850     05  FILLER                  PIC X(04) VALUE "NONE".
001860 01  WS-COUNT-LINE.
001870     05  CNT-LABEL               PIC X(40).
001880     05  CNT-VALUE               PIC ZZZZ9.
001890*----------------------------------------------------------------
001900* REPEAT TABLE - ONE ENTRY PER PROGRAM AND MESSAGE SEEN IN THE
001910* 30 DAYS ENDING ON THE REPORT DATE, WITH THE NUMBER OF NIGHTS
001920* IT TURNED UP. incidentLog IS WRITTEN IN DATE ORDER, SO A NEW
001930* NIGHT IS COUNTED WHENEVER THE DATE DIFFERS FROM THE LAST ONE.
001940*----------------------------------------------------------------
001950 01  WS-REPEAT-TABLE.
001960     05  WS-RPT-ENTRY            OCCURS 500 TIMES.
001970         10  WS-RPT-PROGRAM      PIC X(20).
001980         10  WS-RPT-MESSAGE      PIC X(60).
001990         10  WS-RPT-LAST-DATE    PIC X(08).
002000         10  WS-RPT-NIGHTS       PIC 9(03).
002010*----------------------------------------------------------------
002020* runStats FIGURES FOR THE REPORT DATE, BY STEP. A STEP RERUN
002030* ON THE SAME DATE KEEPS ITS LATEST FIGURES.
002040*----------------------------------------------------------------
002050 01  WS-STATS-TABLE.
002060     05  WS-STS-ENTRY            OCCURS 100 TIMES.
002070         10  WS-STS-STEP         PIC X(08).
002080         10  WS-STS-IN           PIC 9(07).
002090         10  WS-STS-OUT          PIC 9(07).
002100         10  WS-STS-REJECTS      PIC 9(05).
002110         10  WS-STS-RC           PIC 9(02).
002120*----------------------------------------------------------------
002130* CONTROL FIELDS AND TOTALS
002140*----------------------------------------------------------------
002150 01  WS-PARM.
002160     05  WS-PARM-DATE            PIC X(08).
002170     05  FILLER                  PIC X(32).
002180 01  WS-SYSTEM-DATE.
002190     05  WS-SYS-YEAR             PIC 9(04).
002200     05  WS-SYS-MONTH            PIC 9(02).
002210     05  WS-SYS-DAY              PIC 9(02).
002220 01  WS-WORK-TIME.
002230     05  WS-WORK-HH              PIC X(02).
002240     05  WS-WORK-MM              PIC X(02).
002250     05  WS-WORK-SS              PIC X(02).
002260     05  FILLER                  PIC X(02).
002270 01  WS-WORK-DATE.
002280     05  WS-WORK-YYYY            PIC 9(04).
002290     05  WS-WORK-MON             PIC 9(02).
002300     05  WS-WORK-DD              PIC 9(02).
002310 01  WS-SEVERITY-COUNTS.
002320     05  WS-SEVERE-COUNT         PIC 9(05).
002330     05  WS-ERROR-COUNT          PIC 9(05).
002340     05  WS-WARNING-COUNT        PIC 9(05).
002350     05  WS-INFO-COUNT           PIC 9(05).
002360 77  WS-INCIDENT-STATUS          PIC X(02) VALUE "00".
002370 77  WS-CONTROL-STATUS           PIC X(02) VALUE "00".
002380 77  WS-STATS-STATUS             PIC X(02) VALUE "00".
002390 77  WS-INPUT-EOF-SW             PIC X(01) VALUE "N".
002400     88  WS-END-OF-INPUT             VALUE "Y".
002410 77  WS-EOF-SW                   PIC X(01) VALUE "N".
002420     88  WS-END-OF-SORT              VALUE "Y".
002430 77  WS-FIRST-RECORD-SW          PIC X(01) VALUE "Y".
002440     88  WS-FIRST-RECORD             VALUE "Y".
002450 77  WS-INCIDENT-OPEN-SW         PIC X(01) VALUE "N".
002460     88  WS-INCIDENT-IS-OPEN         VALUE "Y".
002470 77  WS-CONTROL-OPEN-SW          PIC X(01) VALUE "N".
002480     88  WS-CONTROL-IS-OPEN          VALUE "Y".
002490 77  WS-INPUT-OK-SW              PIC X(01) VALUE "Y".
002500     88  WS-INPUT-OK                 VALUE "Y".
002510 77  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
002520 77  WS-REPORT-DATE              PIC X(08) VALUE SPACES.
002530 77  WS-PAGE-NO                  PIC 999 VALUE ZEROS.
002540 77  WS-LINE-COUNT               PIC 9(03) VALUE ZEROS.
002550 77  WS-STEP-HOLD                PIC X(08) VALUE SPACES.
002560 77  WS-RANK-HOLD                PIC 9(01) VALUE ZERO.
002570 77  WS-DAY-NO                   PIC 9(07) VALUE ZEROS.
002580 77  WS-REPORT-DAY-NO            PIC 9(07) VALUE ZEROS.
002590 77  WS-WINDOW-DAY-NO            PIC 9(07) VALUE ZEROS.
002600 77  WS-WINDOW-DAYS              PIC 9(03) VALUE 30.
002610 77  WS-REPEAT-NIGHTS            PIC 9(03) VALUE 3.
002620 77  WS-RPT-COUNT                PIC 9(03) COMP VALUE ZERO.
002630 77  WS-RPT-IDX                  PIC 9(03) COMP VALUE ZERO.
002640 77  WS-RPT-FOUND-IDX            PIC 9(03) COMP VALUE ZERO.
002650 77  WS-RPT-DROPPED              PIC 9(05) VALUE ZEROS.
002660 77  WS-STS-COUNT                PIC 9(03) COMP VALUE ZERO.
002670 77  WS-STS-IDX                  PIC 9(03) COMP VALUE ZERO.
002680 77  WS-STS-FOUND-IDX            PIC 9(03) COMP VALUE ZERO.
002690 77  WS-INCIDENTS-READ           PIC 9(07) VALUE ZEROS.
002700 77  WS-INCIDENTS-LISTED         PIC 9(07) VALUE ZEROS.
002710 77  WS-REPEATS-LISTED           PIC 9(05) VALUE ZEROS.
002720 77  WS-REPEAT-KEYS              PIC 9(05) VALUE ZEROS.
002730 77  WS-OPEN-STEPS               PIC 9(05) VALUE ZEROS.
002740 77  WS-PF-STEP                  PIC X(08) VALUE "INCRPT".
002750 77  WS-PF-VALUE                 PIC X(40) VALUE SPACES.
002760 77  WS-PF-FOUND                 PIC X(01) VALUE "N".
002770*----------------------------------------------------------------
002780* INCIDENT LOG CALL FIELDS
002790*----------------------------------------------------------------
002800 77  WS-IL-PROGRAM               PIC X(20) VALUE "INCIDENT-RPT".
002810 77  WS-IL-STEP                  PIC X(08) VALUE "INCRPT".
002820 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
002830 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
002840 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
002850 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
002860*
002870 PROCEDURE DIVISION.
002880*================================================================
002890* 0000-MAINLINE
002900*================================================================
002910 0000-MAINLINE.
002920     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002930     IF NOT WS-INPUT-OK
002940         GO TO 0000-MAINLINE-EXIT
002950     END-IF.
002960     SORT SORT-WORK-FILE
002970         ON ASCENDING KEY SRT-STEP SRT-SEV-RANK SRT-TIME
002980         INPUT PROCEDURE IS 1500-SELECT-INPUT-RECORDS
002990             THRU 1500-SELECT-INPUT-RECORDS-EXIT
003000         OUTPUT PROCEDURE IS 2000-PRODUCE-REPORT
003010             THRU 2000-PRODUCE-REPORT-EXIT.
003020     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
003030 0000-MAINLINE-EXIT.
003040     GOBACK.
003050*
003060 1000-INITIALIZE.
003070     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
003080     MOVE WS-SYSTEM-DATE TO WS-RUN-DATE.
003090     MOVE ZEROS TO WS-SEVERITY-COUNTS.
003100     MOVE SPACES TO WS-REPEAT-TABLE.
003110     MOVE SPACES TO WS-STATS-TABLE.
003120     ACCEPT WS-PARM FROM COMMAND-LINE.
003130     IF WS-PARM = SPACES
003140         CALL "PARM-FETCH" USING WS-PF-STEP WS-PF-VALUE
003150             WS-PF-FOUND
003160         IF WS-PF-FOUND = "Y"
003170             MOVE WS-PF-VALUE TO WS-PARM
003180             DISPLAY "INCIDENT-RPT: PARM TAKEN FROM "
003190                 "paramMaster: " WS-PF-VALUE
003200         END-IF
003210     END-IF.
003220     IF WS-PARM-DATE = SPACES
003230         MOVE WS-RUN-DATE TO WS-REPORT-DATE
003240     ELSE
003250         IF WS-PARM-DATE NOT NUMERIC
003260             DISPLAY "INCIDENT-RPT: PARM MUST BE THE REPORT "
003270                 "DATE YYYYMMDD: " WS-PARM-DATE
003280             MOVE 8 TO RETURN-CODE
003290             MOVE "N" TO WS-INPUT-OK-SW
003300             GO TO 1000-INITIALIZE-EXIT
003310         END-IF
003320         MOVE WS-PARM-DATE TO WS-REPORT-DATE
003330     END-IF.
003340     MOVE WS-REPORT-DATE TO WS-WORK-DATE.
003350     PERFORM 7000-DATE-TO-DAY-NUMBER
003360         THRU 7000-DATE-TO-DAY-NUMBER-EXIT.
003370     MOVE WS-DAY-NO TO WS-REPORT-DAY-NO.
003380     COMPUTE WS-WINDOW-DAY-NO =
003390         WS-REPORT-DAY-NO - WS-WINDOW-DAYS + 1.
003400*    NO incidentLog YET SIMPLY MEANS NOTHING HAS GONE WRONG
003410     OPEN INPUT INCIDENT-FILE.
003420     IF WS-INCIDENT-STATUS = "00"
003430         MOVE "Y" TO WS-INCIDENT-OPEN-SW
003440     ELSE
003450         IF WS-INCIDENT-STATUS NOT = "35"
003460             DISPLAY "INCIDENT-RPT: CANNOT OPEN incidentLog, "
003470                 "STATUS = " WS-INCIDENT-STATUS
003480             MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
003490             MOVE "E" TO WS-IL-SEVERITY
003500             MOVE WS-INCIDENT-STATUS TO WS-IL-FILE-STATUS
003510             MOVE "CANNOT OPEN incidentLog" TO WS-IL-MESSAGE
003520             PERFORM 8900-LOG-INCIDENT
003530                 THRU 8900-LOG-INCIDENT-EXIT
003540             MOVE 8 TO RETURN-CODE
003550             MOVE "N" TO WS-INPUT-OK-SW
003560             GO TO 1000-INITIALIZE-EXIT
003570         END-IF
003580     END-IF.
003590     OPEN INPUT RUN-CONTROL-FILE.
003600     IF WS-CONTROL-STATUS = "00"
003610         MOVE "Y" TO WS-CONTROL-OPEN-SW
003620     ELSE
003630         DISPLAY "INCIDENT-RPT: runControl NOT AVAILABLE, "
003640             "STATUS = " WS-CONTROL-STATUS
003650             " - STEP STATUS NOT SHOWN"
003660     END-IF.
003670     PERFORM 1200-LOAD-RUN-STATS THRU 1200-LOAD-RUN-STATS-EXIT.
003680     OPEN OUTPUT REPORT-FILE.
003690     PERFORM 1100-WRITE-PAGE-HEADER
003700         THRU 1100-WRITE-PAGE-HEADER-EXIT.
003710 1000-INITIALIZE-EXIT.
003720     EXIT.
003730*
003740 1100-WRITE-PAGE-HEADER.
003750     ADD 1 TO WS-PAGE-NO.
003760     MOVE WS-PAGE-NO TO HDR-PAGE-NO.
003770     WRITE RPT-LINE FROM WS-HEADER-1 AFTER ADVANCING PAGE.
003780     MOVE WS-REPORT-DATE TO HDR-REPORT-DATE.
003790     MOVE WS-RUN-DATE TO HDR-RUN-DATE.
003800     WRITE RPT-LINE FROM WS-HEADER-2 AFTER ADVANCING 1 LINE.
003810     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
003820     WRITE RPT-LINE FROM WS-COLUMN-HDR AFTER ADVANCING 1 LINE.
003830     MOVE 4 TO WS-LINE-COUNT.
003840 1100-WRITE-PAGE-HEADER-EXIT.
003850     EXIT.
003860*
003870*================================================================
003880* 1200-LOAD-RUN-STATS - THE runStats RECORDS FOR THE REPORT
003890* DATE, ONE TABLE ENTRY PER STEP. NO runStats FILE LEAVES THE
003900* TABLE EMPTY AND EVERY STEP SHOWS NO ENTRY.
003910*================================================================
003920 1200-LOAD-RUN-STATS.
003930     OPEN INPUT RUN-STATS-FILE.
003940     IF WS-STATS-STATUS NOT = "00"
003950         GO TO 1200-LOAD-RUN-STATS-EXIT
003960     END-IF.
003970     MOVE "N" TO WS-INPUT-EOF-SW.
003980     PERFORM 1250-LOAD-ONE-STAT THRU 1250-LOAD-ONE-STAT-EXIT
003990         UNTIL WS-END-OF-INPUT.
004000     CLOSE RUN-STATS-FILE.
004010 1200-LOAD-RUN-STATS-EXIT.
004020     EXIT.
004030*
004040 1250-LOAD-ONE-STAT.
004050     READ RUN-STATS-FILE
004060         AT END
004070             MOVE "Y" TO WS-INPUT-EOF-SW
004080             GO TO 1250-LOAD-ONE-STAT-EXIT
004090     END-READ.
004100     IF RST-RUN-DATE NOT = WS-REPORT-DATE
004110         GO TO 1250-LOAD-ONE-STAT-EXIT
004120     END-IF.
004130     MOVE RST-STEP-NAME TO WS-STEP-HOLD.
004140     PERFORM 7200-FIND-STATS-ENTRY
004150         THRU 7200-FIND-STATS-ENTRY-EXIT.
004160     IF WS-STS-FOUND-IDX = ZERO
004170         IF WS-STS-COUNT NOT < 100
004180             GO TO 1250-LOAD-ONE-STAT-EXIT
004190         END-IF
004200         ADD 1 TO WS-STS-COUNT
004210         MOVE WS-STS-COUNT TO WS-STS-FOUND-IDX
004220         MOVE RST-STEP-NAME TO WS-STS-STEP (WS-STS-FOUND-IDX)
004230     END-IF.
004240     MOVE RST-RECORDS-IN TO WS-STS-IN (WS-STS-FOUND-IDX).
004250     MOVE RST-RECORDS-OUT TO WS-STS-OUT (WS-STS-FOUND-IDX).
004260     MOVE RST-REJECTS TO WS-STS-REJECTS (WS-STS-FOUND-IDX).
004270     MOVE RST-RETURN-CODE TO WS-STS-RC (WS-STS-FOUND-IDX).
004280 1250-LOAD-ONE-STAT-EXIT.
004290     EXIT.
004300*
004310*================================================================
004320* 1500-SELECT-INPUT-RECORDS - ONE PASS OF incidentLog. EVERY
004330* ENTRY IN THE 30-DAY WINDOW GOES INTO THE REPEAT TABLE; THE
004340* ENTRIES FOR THE REPORT DATE ARE ALSO RELEASED TO THE SORT.
004350* THE WHOLE LOG IS READ BEFORE THE OUTPUT PROCEDURE STARTS, SO
004360* THE NIGHT COUNTS ARE COMPLETE WHEN THE DETAIL PRINTS.
004370*================================================================
004380 1500-SELECT-INPUT-RECORDS.
004390     IF NOT WS-INCIDENT-IS-OPEN
004400         GO TO 1500-SELECT-INPUT-RECORDS-EXIT
004410     END-IF.
004420     MOVE "N" TO WS-INPUT-EOF-SW.
004430     PERFORM 1600-READ-INCIDENT THRU 1600-READ-INCIDENT-EXIT
004440         UNTIL WS-END-OF-INPUT.
004450 1500-SELECT-INPUT-RECORDS-EXIT.
004460     EXIT.
004470*
004480 1600-READ-INCIDENT.
004490     READ INCIDENT-FILE
004500         AT END
004510             MOVE "Y" TO WS-INPUT-EOF-SW
004520             GO TO 1600-READ-INCIDENT-EXIT
004530     END-READ.
004540     ADD 1 TO WS-INCIDENTS-READ.
004550     IF INC-RUN-DATE > WS-REPORT-DATE
004560         GO TO 1600-READ-INCIDENT-EXIT
004570     END-IF.
004580     MOVE INC-RUN-DATE TO WS-WORK-DATE.
004590     PERFORM 7000-DATE-TO-DAY-NUMBER
004600         THRU 7000-DATE-TO-DAY-NUMBER-EXIT.
004610     IF WS-DAY-NO < WS-WINDOW-DAY-NO
004620         GO TO 1600-READ-INCIDENT-EXIT
004630     END-IF.
004640     PERFORM 1700-COUNT-NIGHT THRU 1700-COUNT-NIGHT-EXIT.
004650     IF INC-RUN-DATE NOT = WS-REPORT-DATE
004660         GO TO 1600-READ-INCIDENT-EXIT
004670     END-IF.
004680     MOVE INC-STEP-NAME TO SRT-STEP.
004690     MOVE INC-SEVERITY TO SRT-SEVERITY.
004700     EVALUATE TRUE
004710         WHEN INC-SEVERE
004720             MOVE 1 TO SRT-SEV-RANK
004730         WHEN INC-ERROR
004740             MOVE 2 TO SRT-SEV-RANK
004750         WHEN INC-WARNING
004760             MOVE 3 TO SRT-SEV-RANK
004770         WHEN OTHER
004780             MOVE 4 TO SRT-SEV-RANK
004790             MOVE "I" TO SRT-SEVERITY
004800     END-EVALUATE.
004810     MOVE INC-RUN-TIME TO SRT-TIME.
004820     MOVE INC-PROGRAM TO SRT-PROGRAM.
004830     MOVE INC-PARAGRAPH TO SRT-PARAGRAPH.
004840     MOVE INC-FILE-STATUS TO SRT-FILE-STATUS.
004850     MOVE INC-OPERATOR-ID TO SRT-OPERATOR-ID.
004860     MOVE INC-MESSAGE TO SRT-MESSAGE.
004870     RELEASE SORT-REC.
004880 1600-READ-INCIDENT-EXIT.
004890     EXIT.
004900*
004910 1700-COUNT-NIGHT.
004920     MOVE INC-PROGRAM TO SRT-PROGRAM.
004930     MOVE INC-MESSAGE TO SRT-MESSAGE.
004940     PERFORM 7100-FIND-REPEAT-ENTRY
004950         THRU 7100-FIND-REPEAT-ENTRY-EXIT.
004960     IF WS-RPT-FOUND-IDX = ZERO
004970         IF WS-RPT-COUNT NOT < 500
004980             ADD 1 TO WS-RPT-DROPPED
004990             GO TO 1700-COUNT-NIGHT-EXIT
005000         END-IF
005010         ADD 1 TO WS-RPT-COUNT
005020         MOVE WS-RPT-COUNT TO WS-RPT-FOUND-IDX
005030         MOVE INC-PROGRAM TO WS-RPT-PROGRAM (WS-RPT-FOUND-IDX)
005040         MOVE INC-MESSAGE TO WS-RPT-MESSAGE (WS-RPT-FOUND-IDX)
005050         MOVE ZEROS TO WS-RPT-NIGHTS (WS-RPT-FOUND-IDX)
005060     END-IF.
005070     IF INC-RUN-DATE NOT = WS-RPT-LAST-DATE (WS-RPT-FOUND-IDX)
005080         ADD 1 TO WS-RPT-NIGHTS (WS-RPT-FOUND-IDX)
005090         MOVE INC-RUN-DATE TO WS-RPT-LAST-DATE (WS-RPT-FOUND-IDX)
005100     END-IF.
005110 1700-COUNT-NIGHT-EXIT.
005120     EXIT.
005130*
005140 2000-PRODUCE-REPORT.
005150     MOVE "N" TO WS-EOF-SW.
005160     RETURN SORT-WORK-FILE AT END MOVE "Y" TO WS-EOF-SW.
005170     PERFORM 2100-PROCESS-SORTED-RECORD
005180         THRU 2100-PROCESS-SORTED-RECORD-EXIT
005190         UNTIL WS-END-OF-SORT.
005200     IF WS-FIRST-RECORD
005210         WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE
005220         MOVE "NO INCIDENTS LOGGED FOR THE REPORT DATE"
005230             TO SCH-TITLE
005240         WRITE RPT-LINE FROM WS-SECTION-HEADING
005250             AFTER ADVANCING 1 LINE
005260         ADD 2 TO WS-LINE-COUNT
005270     END-IF.
005280     PERFORM 2400-WRITE-OPEN-STEPS
005290         THRU 2400-WRITE-OPEN-STEPS-EXIT.
005300     PERFORM 2500-WRITE-REPEAT-LIST
005310         THRU 2500-WRITE-REPEAT-LIST-EXIT.
005320     PERFORM 2600-WRITE-TOTALS THRU 2600-WRITE-TOTALS-EXIT.
005330 2000-PRODUCE-REPORT-EXIT.
005340     EXIT.
005350*
005360 2100-PROCESS-SORTED-RECORD.
005370     IF WS-FIRST-RECORD
005380         MOVE "N" TO WS-FIRST-RECORD-SW
005390         MOVE SRT-STEP TO WS-STEP-HOLD
005400         MOVE ZERO TO WS-RANK-HOLD
005410         PERFORM 2150-WRITE-STEP-HEADING
005420             THRU 2150-WRITE-STEP-HEADING-EXIT
005430     END-IF.
005440     IF SRT-STEP NOT = WS-STEP-HOLD
005450         MOVE SRT-STEP TO WS-STEP-HOLD
005460         MOVE ZERO TO WS-RANK-HOLD
005470         PERFORM 2150-WRITE-STEP-HEADING
005480             THRU 2150-WRITE-STEP-HEADING-EXIT
005490     END-IF.
005500     IF SRT-SEV-RANK NOT = WS-RANK-HOLD
005510         MOVE SRT-SEV-RANK TO WS-RANK-HOLD
005520         PERFORM 2170-WRITE-SEVERITY-HEADING
005530             THRU 2170-WRITE-SEVERITY-HEADING-EXIT
005540     END-IF.
005550     PERFORM 2200-WRITE-DETAIL-LINE
005560         THRU 2200-WRITE-DETAIL-LINE-EXIT.
005570     RETURN SORT-WORK-FILE AT END MOVE "Y" TO WS-EOF-SW.
005580 2100-PROCESS-SORTED-RECORD-EXIT.
005590     EXIT.
005600*
005610*================================================================
005620* 2150-WRITE-STEP-HEADING - THE STEP WITH ITS runControl STATUS
005630* AND TIMES FOR THE REPORT DATE, THEN ITS runStats FIGURES. A
005640* BLANK STEP IS AN ONLINE PROGRAM OR A RUN OUTSIDE THE STREAM.
005650*================================================================
005660 2150-WRITE-STEP-HEADING.
005670     IF WS-LINE-COUNT > 50
005680         PERFORM 1100-WRITE-PAGE-HEADER
005690             THRU 1100-WRITE-PAGE-HEADER-EXIT
005700     END-IF.
005710     MOVE SPACES TO SHD-START.
005720     MOVE SPACES TO SHD-END.
005730     IF WS-STEP-HOLD = SPACES
005740         MOVE "(ONLINE / AD HOC)" TO SHD-STEP
005750         MOVE "N/A" TO SHD-CONTROL-STATUS
005760         GO TO 2150-WRITE-HEADING-LINES
005770     END-IF.
005780     MOVE WS-STEP-HOLD TO SHD-STEP.
005790     IF NOT WS-CONTROL-IS-OPEN
005800         MOVE "NOT AVAILABLE" TO SHD-CONTROL-STATUS
005810         GO TO 2150-WRITE-HEADING-LINES
005820     END-IF.
005830     MOVE WS-REPORT-DATE TO RCT-RUN-DATE.
005840     MOVE WS-STEP-HOLD TO RCT-STEP-NAME.
005850     READ RUN-CONTROL-FILE
005860         INVALID KEY
005870             MOVE "NOT STARTED" TO SHD-CONTROL-STATUS
005880             GO TO 2150-WRITE-HEADING-LINES
005890     END-READ.
005900     IF RCT-COMPLETED
005910         MOVE "COMPLETED" TO SHD-CONTROL-STATUS
005920     ELSE
005930         MOVE "NOT COMPLETE" TO SHD-CONTROL-STATUS
005940     END-IF.
005950     MOVE RCT-START-TIME TO WS-WORK-TIME.
005960     PERFORM 7300-FORMAT-TIME THRU 7300-FORMAT-TIME-EXIT.
005970     MOVE DTL-TIME TO SHD-START.
005980     IF RCT-END-TIME NOT = SPACES
005990         MOVE RCT-END-TIME TO WS-WORK-TIME
006000         PERFORM 7300-FORMAT-TIME THRU 7300-FORMAT-TIME-EXIT
006010         MOVE DTL-TIME TO SHD-END
006020     END-IF.
006030 2150-WRITE-HEADING-LINES.
006040     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
006050     WRITE RPT-LINE FROM WS-STEP-HEADING AFTER ADVANCING 1 LINE.
006060     ADD 2 TO WS-LINE-COUNT.
006070     IF WS-STEP-HOLD = SPACES
006080         GO TO 2150-WRITE-STEP-HEADING-EXIT
006090     END-IF.
006100     PERFORM 7200-FIND-STATS-ENTRY
006110         THRU 7200-FIND-STATS-ENTRY-EXIT.
006120     IF WS-STS-FOUND-IDX = ZERO
006130         WRITE RPT-LINE FROM WS-NO-STATS-LINE
006140             AFTER ADVANCING 1 LINE
006150     ELSE
006160         MOVE WS-STS-IN (WS-STS-FOUND-IDX) TO STL-IN
006170         MOVE WS-STS-OUT (WS-STS-FOUND-IDX) TO STL-OUT
006180         MOVE WS-STS-REJECTS (WS-STS-FOUND-IDX) TO STL-REJECTS
006190         MOVE WS-STS-RC (WS-STS-FOUND-IDX) TO STL-RC
006200         WRITE RPT-LINE FROM WS-STATS-LINE
006210             AFTER ADVANCING 1 LINE
006220     END-IF.
006230     ADD 1 TO WS-LINE-COUNT.
006240 2150-WRITE-STEP-HEADING-EXIT.
006250     EXIT.
006260*
006270 2170-WRITE-SEVERITY-HEADING.
006280     IF WS-LINE-COUNT > 53
006290         PERFORM 1100-WRITE-PAGE-HEADER
006300             THRU 1100-WRITE-PAGE-HEADER-EXIT
006310     END-IF.
006320     EVALUATE WS-RANK-HOLD
006330         WHEN 1
006340             MOVE "SEVERE" TO SVH-TITLE
006350         WHEN 2
006360             MOVE "ERROR" TO SVH-TITLE
006370         WHEN 3
006380             MOVE "WARNING" TO SVH-TITLE
006390         WHEN OTHER
006400             MOVE "INFORMATION" TO SVH-TITLE
006410     END-EVALUATE.
006420     WRITE RPT-LINE FROM WS-SEVERITY-HEADING
006430         AFTER ADVANCING 1 LINE.
006440     ADD 1 TO WS-LINE-COUNT.
006450 2170-WRITE-SEVERITY-HEADING-EXIT.
006460     EXIT.
006470*
006480 2200-WRITE-DETAIL-LINE.
006490     IF WS-LINE-COUNT > 53
006500         PERFORM 1100-WRITE-PAGE-HEADER
006510             THRU 1100-WRITE-PAGE-HEADER-EXIT
006520     END-IF.
006530     MOVE SRT-TIME TO WS-WORK-TIME.
006540     PERFORM 7300-FORMAT-TIME THRU 7300-FORMAT-TIME-EXIT.
006550     MOVE SRT-PROGRAM TO DTL-PROGRAM.
006560     MOVE SRT-PARAGRAPH TO DTL-PARAGRAPH.
006570     MOVE SRT-FILE-STATUS TO DTL-FILE-STATUS.
006580     MOVE SRT-OPERATOR-ID TO DTL-OPERATOR-ID.
006590     WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.
006600     MOVE SRT-MESSAGE TO MSG-TEXT.
006610     WRITE RPT-LINE FROM WS-MESSAGE-LINE AFTER ADVANCING 1 LINE.
006620     ADD 2 TO WS-LINE-COUNT.
006630     ADD 1 TO WS-INCIDENTS-LISTED.
006640     EVALUATE TRUE
006650         WHEN SRT-SEVERE
006660             ADD 1 TO WS-SEVERE-COUNT
006670         WHEN SRT-ERROR
006680             ADD 1 TO WS-ERROR-COUNT
006690         WHEN SRT-WARNING
006700             ADD 1 TO WS-WARNING-COUNT
006710         WHEN OTHER
006720             ADD 1 TO WS-INFO-COUNT
006730     END-EVALUATE.
006740     PERFORM 7100-FIND-REPEAT-ENTRY
006750         THRU 7100-FIND-REPEAT-ENTRY-EXIT.
006760     IF WS-RPT-FOUND-IDX = ZERO
006770         GO TO 2200-WRITE-DETAIL-LINE-EXIT
006780     END-IF.
006790     IF WS-RPT-NIGHTS (WS-RPT-FOUND-IDX) < WS-REPEAT-NIGHTS
006800         GO TO 2200-WRITE-DETAIL-LINE-EXIT
006810     END-IF.
006820     MOVE WS-RPT-NIGHTS (WS-RPT-FOUND-IDX) TO RPL-NIGHTS.
006830     WRITE RPT-LINE FROM WS-REPEAT-LINE AFTER ADVANCING 1 LINE.
006840     ADD 1 TO WS-LINE-COUNT.
006850     ADD 1 TO WS-REPEATS-LISTED.
006860 2200-WRITE-DETAIL-LINE-EXIT.
006870     EXIT.
006880*
006890*================================================================
006900* 2400-WRITE-OPEN-STEPS - EVERY runControl ENTRY FOR THE REPORT
006910* DATE THAT STARTED AND NEVER COMPLETED. A STEP THAT DIED
006920* WITHOUT LOGGING ANYTHING STILL SHOWS UP HERE.
006930*================================================================
006940 2400-WRITE-OPEN-STEPS.
006950     IF WS-LINE-COUNT > 50
006960         PERFORM 1100-WRITE-PAGE-HEADER
006970             THRU 1100-WRITE-PAGE-HEADER-EXIT
006980     END-IF.
006990     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
007000     MOVE "STEPS STARTED BUT NOT COMPLETED" TO SCH-TITLE.
007010     WRITE RPT-LINE FROM WS-SECTION-HEADING
007020         AFTER ADVANCING 1 LINE.
007030     ADD 2 TO WS-LINE-COUNT.
007040     IF NOT WS-CONTROL-IS-OPEN
007050         GO TO 2400-WRITE-OPEN-STEPS-NONE
007060     END-IF.
007070     MOVE "N" TO WS-INPUT-EOF-SW.
007080     MOVE WS-REPORT-DATE TO RCT-RUN-DATE.
007090     MOVE LOW-VALUES TO RCT-STEP-NAME.
007100     START RUN-CONTROL-FILE KEY NOT LESS THAN RCT-KEY
007110         INVALID KEY MOVE "Y" TO WS-INPUT-EOF-SW
007120     END-START.
007130     PERFORM 2450-CHECK-ONE-STEP THRU 2450-CHECK-ONE-STEP-EXIT
007140         UNTIL WS-END-OF-INPUT.
007150 2400-WRITE-OPEN-STEPS-NONE.
007160     IF WS-OPEN-STEPS = ZERO
007170         WRITE RPT-LINE FROM WS-NONE-LINE AFTER ADVANCING 1 LINE
007180         ADD 1 TO WS-LINE-COUNT
007190     END-IF.
007200 2400-WRITE-OPEN-STEPS-EXIT.
007210     EXIT.
007220*
007230 2450-CHECK-ONE-STEP.
007240     READ RUN-CONTROL-FILE NEXT RECORD
007250         AT END
007260             MOVE "Y" TO WS-INPUT-EOF-SW
007270             GO TO 2450-CHECK-ONE-STEP-EXIT
007280     END-READ.
007290     IF RCT-RUN-DATE NOT = WS-REPORT-DATE
007300         MOVE "Y" TO WS-INPUT-EOF-SW
007310         GO TO 2450-CHECK-ONE-STEP-EXIT
007320     END-IF.
007330     IF RCT-COMPLETED
007340         GO TO 2450-CHECK-ONE-STEP-EXIT
007350     END-IF.
007360     IF WS-LINE-COUNT > 55
007370         PERFORM 1100-WRITE-PAGE-HEADER
007380             THRU 1100-WRITE-PAGE-HEADER-EXIT
007390     END-IF.
007400     MOVE RCT-STEP-NAME TO OSL-STEP.
007410     MOVE RCT-START-TIME TO WS-WORK-TIME.
007420     PERFORM 7300-FORMAT-TIME THRU 7300-FORMAT-TIME-EXIT.
007430     MOVE DTL-TIME TO OSL-START.
007440     WRITE RPT-LINE FROM WS-OPEN-STEP-LINE AFTER ADVANCING 1 LINE.
007450     ADD 1 TO WS-LINE-COUNT.
007460     ADD 1 TO WS-OPEN-STEPS.
007470 2450-CHECK-ONE-STEP-EXIT.
007480     EXIT.
007490*
007500*================================================================
007510* 2500-WRITE-REPEAT-LIST - EVERY PROGRAM AND MESSAGE SEEN ON 3
007520* OR MORE NIGHTS IN THE WINDOW, WHETHER OR NOT IT TURNED UP ON
007530* THE REPORT DATE. THESE ARE THE ONES TO FIX FOR GOOD.
007540*================================================================
007550 2500-WRITE-REPEAT-LIST.
007560     IF WS-LINE-COUNT > 50
007570         PERFORM 1100-WRITE-PAGE-HEADER
007580             THRU 1100-WRITE-PAGE-HEADER-EXIT
007590     END-IF.
007600     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
007610     MOVE "REPEAT INCIDENTS - PERMANENT FIX NEEDED"
007620         TO SCH-TITLE.
007630     WRITE RPT-LINE FROM WS-SECTION-HEADING
007640         AFTER ADVANCING 1 LINE.
007650     ADD 2 TO WS-LINE-COUNT.
007660     PERFORM 2550-WRITE-ONE-REPEAT
007670         THRU 2550-WRITE-ONE-REPEAT-EXIT
007680         VARYING WS-RPT-IDX FROM 1 BY 1
007690         UNTIL WS-RPT-IDX > WS-RPT-COUNT.
007700     IF WS-REPEAT-KEYS = ZERO
007710         WRITE RPT-LINE FROM WS-NONE-LINE AFTER ADVANCING 1 LINE
007720         ADD 1 TO WS-LINE-COUNT
007730     END-IF.
007740 2500-WRITE-REPEAT-LIST-EXIT.
007750     EXIT.
007760*
007770 2550-WRITE-ONE-REPEAT.
007780     IF WS-RPT-NIGHTS (WS-RPT-IDX) < WS-REPEAT-NIGHTS
007790         GO TO 2550-WRITE-ONE-REPEAT-EXIT
007800     END-IF.
007810     IF WS-LINE-COUNT > 54
007820         PERFORM 1100-WRITE-PAGE-HEADER
007830             THRU 1100-WRITE-PAGE-HEADER-EXIT
007840     END-IF.
007850     MOVE WS-RPT-PROGRAM (WS-RPT-IDX) TO RLL-PROGRAM.
007860     MOVE WS-RPT-NIGHTS (WS-RPT-IDX) TO RLL-NIGHTS.
007870     MOVE WS-RPT-LAST-DATE (WS-RPT-IDX) TO RLL-LAST-DATE.
007880     WRITE RPT-LINE FROM WS-REPEAT-LIST-LINE
007890         AFTER ADVANCING 1 LINE.
007900     MOVE WS-RPT-MESSAGE (WS-RPT-IDX) TO MSG-TEXT.
007910     WRITE RPT-LINE FROM WS-MESSAGE-LINE AFTER ADVANCING 1 LINE.
007920     ADD 2 TO WS-LINE-COUNT.
007930     ADD 1 TO WS-REPEAT-KEYS.
007940 2550-WRITE-ONE-REPEAT-EXIT.
007950     EXIT.
007960*
007970 2600-WRITE-TOTALS.
007980     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
007990     MOVE "INCIDENTS FOR THE REPORT DATE" TO CNT-LABEL.
008000     MOVE WS-INCIDENTS-LISTED TO CNT-VALUE.
008010     WRITE RPT-LINE FROM WS-COUNT-LINE AFTER ADVANCING 1 LINE.
008020     MOVE "  SEVERE" TO CNT-LABEL.
008030     MOVE WS-SEVERE-COUNT TO CNT-VALUE.
008040     WRITE RPT-LINE FROM WS-COUNT-LINE AFTER ADVANCING 1 LINE.
008050     MOVE "  ERROR" TO CNT-LABEL.
008060     MOVE WS-ERROR-COUNT TO CNT-VALUE.
008070     WRITE RPT-LINE FROM WS-COUNT-LINE AFTER ADVANCING 1 LINE.
008080     MOVE "  WARNING" TO CNT-LABEL.
008090     MOVE WS-WARNING-COUNT TO CNT-VALUE.
008100     WRITE RPT-LINE FROM WS-COUNT-LINE AFTER ADVANCING 1 LINE.
008110     MOVE "  INFORMATION" TO CNT-LABEL.
008120     MOVE WS-INFO-COUNT TO CNT-VALUE.
008130     WRITE RPT-LINE FROM WS-COUNT-LINE AFTER ADVANCING 1 LINE.
008140     MOVE "REPEAT INCIDENTS FLAGGED TONIGHT" TO CNT-LABEL.
008150     MOVE WS-REPEATS-LISTED TO CNT-VALUE.
008160     WRITE RPT-LINE FROM WS-COUNT-LINE AFTER ADVANCING 1 LINE.
008170     MOVE "STEPS STARTED BUT NOT COMPLETED" TO CNT-LABEL.
008180     MOVE WS-OPEN-STEPS TO CNT-VALUE.
008190     WRITE RPT-LINE FROM WS-COUNT-LINE AFTER ADVANCING 1 LINE.
008200     IF WS-RPT-DROPPED > ZERO
008210         MOVE "ENTRIES NOT COUNTED - REPEAT TABLE FULL"
008220             TO CNT-LABEL
008230         MOVE WS-RPT-DROPPED TO CNT-VALUE
008240         WRITE RPT-LINE FROM WS-COUNT-LINE
008250             AFTER ADVANCING 1 LINE
008260     END-IF.
008270     IF WS-SEVERE-COUNT > ZERO OR WS-ERROR-COUNT > ZERO
008280             OR WS-OPEN-STEPS > ZERO
008290         MOVE 4 TO RETURN-CODE
008300     END-IF.
008310 2600-WRITE-TOTALS-EXIT.
008320     EXIT.
008330*
008340 7000-DATE-TO-DAY-NUMBER.
008350*    30/360 COMMERCIAL DAY COUNT, AS IN AGED-AR - CLOSE ENOUGH
008360*    FOR A 30-DAY LOOKBACK AND NEEDS NO CALENDAR TABLE
008370     IF WS-WORK-DATE NOT NUMERIC
008380         MOVE ZEROS TO WS-DAY-NO
008390         GO TO 7000-DATE-TO-DAY-NUMBER-EXIT
008400     END-IF.
008410     COMPUTE WS-DAY-NO = (WS-WORK-YYYY * 360)
008420         + (WS-WORK-MON * 30) + WS-WORK-DD.
008430 7000-DATE-TO-DAY-NUMBER-EXIT.
008440     EXIT.
008450*
008460*    THE CALLER HAS PUT THE PROGRAM AND MESSAGE IN SRT-PROGRAM
008470*    AND SRT-MESSAGE; WS-RPT-FOUND-IDX IS ZERO WHEN NOT ON FILE
008480 7100-FIND-REPEAT-ENTRY.
008490     MOVE ZERO TO WS-RPT-FOUND-IDX.
008500     PERFORM 7150-CHECK-REPEAT-ENTRY
008510         THRU 7150-CHECK-REPEAT-ENTRY-EXIT
008520         VARYING WS-RPT-IDX FROM 1 BY 1
008530         UNTIL WS-RPT-IDX > WS-RPT-COUNT
008540             OR WS-RPT-FOUND-IDX > ZERO.
008550 7100-FIND-REPEAT-ENTRY-EXIT.
008560     EXIT.
008570*
008580 7150-CHECK-REPEAT-ENTRY.
008590     IF WS-RPT-PROGRAM (WS-RPT-IDX) = SRT-PROGRAM
008600             AND WS-RPT-MESSAGE (WS-RPT-IDX) = SRT-MESSAGE
008610         MOVE WS-RPT-IDX TO WS-RPT-FOUND-IDX
008620     END-IF.
008630 7150-CHECK-REPEAT-ENTRY-EXIT.
008640     EXIT.
008650*
008660*    THE CALLER HAS PUT THE STEP IN WS-STEP-HOLD; WS-STS-FOUND-IDX
008670*    IS ZERO WHEN THE STEP HAS NO runStats ENTRY FOR THE DATE
008680 7200-FIND-STATS-ENTRY.
008690     MOVE ZERO TO WS-STS-FOUND-IDX.
008700     PERFORM 7250-CHECK-STATS-ENTRY
008710         THRU 7250-CHECK-STATS-ENTRY-EXIT
008720         VARYING WS-STS-IDX FROM 1 BY 1
008730         UNTIL WS-STS-IDX > WS-STS-COUNT
008740             OR WS-STS-FOUND-IDX > ZERO.
008750 7200-FIND-STATS-ENTRY-EXIT.
008760     EXIT.
008770*
008780 7250-CHECK-STATS-ENTRY.
008790     IF WS-STS-STEP (WS-STS-IDX) = WS-STEP-HOLD
008800         MOVE WS-STS-IDX TO WS-STS-FOUND-IDX
008810     END-IF.
008820 7250-CHECK-STATS-ENTRY-EXIT.
008830     EXIT.
008840*
008850*    HHMMSSHH FROM ACCEPT ... FROM TIME TO HH:MM:SS IN DTL-TIME
008860 7300-FORMAT-TIME.
008870     MOVE WS-WORK-HH TO DTL-HH.
008880     MOVE WS-WORK-MM TO DTL-MM.
008890     MOVE WS-WORK-SS TO DTL-SS.
008900 7300-FORMAT-TIME-EXIT.
008910     EXIT.
008920*
008930 8900-LOG-INCIDENT.
008940     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
008950         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
008960         WS-IL-MESSAGE.
008970 8900-LOG-INCIDENT-EXIT.
008980     EXIT.
008990*
009000 9000-TERMINATE.
009010     IF WS-INCIDENT-IS-OPEN
009020         CLOSE INCIDENT-FILE
009030     END-IF.
009040     IF WS-CONTROL-IS-OPEN
009050         CLOSE RUN-CONTROL-FILE
009060     END-IF.
009070     CLOSE REPORT-FILE.
009080     PERFORM 9100-WRITE-RUN-STATS
009090         THRU 9100-WRITE-RUN-STATS-EXIT.
009100 9000-TERMINATE-EXIT.
009110     EXIT.
009120*
009130 9100-WRITE-RUN-STATS.
009140     OPEN EXTEND RUN-STATS-FILE.
009150     IF WS-STATS-STATUS = "35"
009160         OPEN OUTPUT RUN-STATS-FILE
009170     END-IF.
009180     IF WS-STATS-STATUS = "00"
009190         MOVE WS-RUN-DATE TO RST-RUN-DATE
009200         MOVE "INCRPT" TO RST-STEP-NAME
009210         MOVE WS-INCIDENTS-READ TO RST-RECORDS-IN
009220         MOVE WS-INCIDENTS-LISTED TO RST-RECORDS-OUT
009230         MOVE WS-REPEATS-LISTED TO RST-REJECTS
009240         MOVE ZEROS TO RST-AMOUNT-TOTAL
009250         COMPUTE RST-HASH-TOTAL =
009260             WS-SEVERE-COUNT + WS-ERROR-COUNT
009270         MOVE RETURN-CODE TO RST-RETURN-CODE
009280         WRITE RUN-STATS-RECORD
009290         CLOSE RUN-STATS-FILE
009300     ELSE
009310         DISPLAY "INCIDENT-RPT: CANNOT OPEN runStats, "
009320             "STATUS = " WS-STATS-STATUS
009330         MOVE "9100-WRITE-RUN-STATS" TO WS-IL-PARAGRAPH
009340         MOVE "W" TO WS-IL-SEVERITY
009350         MOVE WS-STATS-STATUS TO WS-IL-FILE-STATUS
009360         MOVE "CANNOT OPEN runStats" TO WS-IL-MESSAGE
009370         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
009380     END-IF.
009390 9100-WRITE-RUN-STATS-EXIT.
009400     EXIT.
009410*
009420 END PROGRAM INCIDENT-RPT.
