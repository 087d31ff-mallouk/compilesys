000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ROOM-UTIL.
000030 AUTHOR. REGISTRAR-SYSTEMS-GROUP.
000040 INSTALLATION. REGISTRARS-OFFICE.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED. 2026-10-14.
000070*================================================================
000080* MODIFICATION HISTORY
000090*   2026-10-14  RSG  INITIAL VERSION - ROOM-UTILIZATION REPORT
000100*                    FOR ONE TERM (TERM CODE ON THE COMMAND
000110*                    LINE). EVERY ROOM ON roomMaster PRINTS,
000120*                    GROUPED BY BUILDING, WITH THE NUMBER OF
000130*                    MEETING DAYS BOOKED IN EACH TIME BLOCK,
000140*                    THE SECTIONS SCHEDULED, WEEKLY HOURS IN
000150*                    USE AGAINST A 70-HOUR TEACHING WEEK, AND
000160*                    SEATS FILLED AGAINST ROOM SEATS. BUILDING
000170*                    AND GRAND TOTALS FOLLOW.
000172*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000174*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000180*================================================================
000190*
000200 ENVIRONMENT DIVISION.
000210 CONFIGURATION SECTION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT ROOM-MASTER ASSIGN TO DISK
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS SEQUENTIAL
000270         RECORD KEY IS RM-ROOM-ID
000280         FILE STATUS IS WS-ROOM-STATUS.
000290     SELECT SECTION-MASTER ASSIGN TO DISK
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS SEQUENTIAL
000320         RECORD KEY IS SEC-KEY
000330         FILE STATUS IS WS-SECTION-STATUS.
000340     SELECT REPORT-FILE ASSIGN TO DISK
000350         ORGANIZATION IS LINE SEQUENTIAL.
000360*
000370 DATA DIVISION.
000380 FILE SECTION.
000390*
000400 FD  ROOM-MASTER
000410     LABEL RECORDS ARE STANDARD
000420     VALUE OF FILE-ID IS "roomMaster".
000430     COPY "roommstr.cpy".
000440*
000450 FD  SECTION-MASTER
000460     LABEL RECORDS ARE STANDARD
000470     VALUE OF FILE-ID IS "sectionMaster".
000480     COPY "crssect.cpy".
000490*
000500 FD  REPORT-FILE
000510     LABEL RECORDS ARE STANDARD
000520     VALUE OF FILE-ID IS "roomUtilReport".
000530 01  RPT-LINE                    PIC X(80).
000540*
000550 WORKING-STORAGE SECTION.
000560*----------------------------------------------------------------
000570* PRINT LINE LAYOUTS
000580*----------------------------------------------------------------
000590 01  WS-HEADER-1.
000600     05  FILLER                  PIC X(24) VALUE SPACES.
000610     05  FILLER                  PIC X(24) VALUE
000620         "ROOM UTILIZATION REPORT".
000630     05  FILLER                  PIC X(06) VALUE "TERM: ".
000640     05  HDR-TERM-CODE           PIC X(06).
000650 01  WS-HEADER-2.
000660     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
000670     05  HDR-RUN-DATE            PIC X(08).
000680     05  FILLER                  PIC X(06) VALUE SPACES.
000690     05  FILLER                  PIC X(40) VALUE
000700         "BLOCK COLUMNS = MEETING DAYS BOOKED".
000710 01  WS-COLUMN-HDR.
000720     05  FILLER                  PIC X(18) VALUE
000730         "BLDG  ROOM   SEATS".
000740     05  FILLER                  PIC X(36) VALUE
000750         "   -10 10-12 12-14 14-16 16-18   18-".
000760     05  FILLER                  PIC X(21) VALUE
000770         " SECT  HOURS USE% FIL".
000780 01  WS-DETAIL-LINE.
000790     05  DTL-BUILDING            PIC X(04).
000800     05  FILLER                  PIC X(02) VALUE SPACES.
000810     05  DTL-ROOM-NUMBER         PIC X(04).
000820     05  FILLER                  PIC X(03) VALUE SPACES.
000830     05  DTL-SEATS               PIC ZZZZ9.
000840     05  DTL-BLOCK-DAYS          PIC ZZZZZ9 OCCURS 6 TIMES.
000850     05  FILLER                  PIC X(01) VALUE SPACES.
000860     05  DTL-SECTIONS            PIC ZZZ9.
000870     05  FILLER                  PIC X(01) VALUE SPACES.
000880     05  DTL-HOURS               PIC ZZZ9.9.
000890     05  FILLER                  PIC X(01) VALUE SPACES.
000900     05  DTL-USE-PCT             PIC ZZZ9.
000910     05  FILLER                  PIC X(01) VALUE SPACES.
000920     05  DTL-FILL-PCT            PIC ZZ9.
000930 01  WS-TRAILER-LINE.
000940     05  TRL-LABEL               PIC X(30).
000950     05  TRL-COUNT               PIC ZZZZ9.
000960*----------------------------------------------------------------
000970* TIME BLOCKS - START AND END AS HHMM. THE FIRST AND LAST
000980* BLOCKS ARE OPEN-ENDED SO EVERY MEETING LANDS SOMEWHERE.
000990*----------------------------------------------------------------
001000 01  WS-BLOCK-VALUES.
001010     05  FILLER                  PIC X(08) VALUE "00001000".
001020     05  FILLER                  PIC X(08) VALUE "10001200".
001030     05  FILLER                  PIC X(08) VALUE "12001400".
001040     05  FILLER                  PIC X(08) VALUE "14001600".
001050     05  FILLER                  PIC X(08) VALUE "16001800".
001060     05  FILLER                  PIC X(08) VALUE "18002400".
001070 01  WS-BLOCK-TABLE              REDEFINES WS-BLOCK-VALUES.
001080     05  WS-BLOCK-ENTRY          OCCURS 6 TIMES.
001090         10  WS-BLOCK-START      PIC 9(04).
001100         10  WS-BLOCK-END        PIC 9(04).
001110*----------------------------------------------------------------
001120* ROOM ACCUMULATOR TABLE - LOADED FROM roomMaster IN KEY
001130* ORDER, SO IT IS ALREADY GROUPED BY BUILDING
001140*----------------------------------------------------------------
001150 01  WS-ROOM-TABLE.
001160     05  WS-RMT-ENTRY            OCCURS 500 TIMES.
001170         10  WS-RMT-ROOM-ID.
001180             15  WS-RMT-BUILDING PIC X(04).
001190             15  WS-RMT-ROOM     PIC X(04).
001200         10  WS-RMT-SEATS        PIC 9(03).
001210         10  WS-RMT-BLOCK-DAYS   PIC 9(03) OCCURS 6 TIMES.
001220         10  WS-RMT-SECTIONS     PIC 9(03).
001230         10  WS-RMT-MINUTES      PIC 9(06).
001240         10  WS-RMT-ENROLLED     PIC 9(05).
001250*----------------------------------------------------------------
001260* TOTAL AREAS - BUILDING AND GRAND ACCUMULATE; EITHER IS MOVED
001270* TO THE PRINT AREA WS-TOTALS FOR FORMATTING. ALL THREE SHARE
001280* ONE LAYOUT.
001290*----------------------------------------------------------------
001300 01  WS-TOTALS.
001310     05  WS-TOT-ROOMS            PIC 9(05).
001320     05  WS-TOT-SEATS            PIC 9(07).
001330     05  WS-TOT-BLOCK-DAYS       PIC 9(05) OCCURS 6 TIMES.
001340     05  WS-TOT-SECTIONS         PIC 9(05).
001350     05  WS-TOT-MINUTES          PIC 9(08).
001360     05  WS-TOT-ENROLLED         PIC 9(07).
001370     05  WS-TOT-ROOM-SEATS       PIC 9(07).
001380 01  WS-BUILDING-TOTALS.
001390     05  WS-BLD-ROOMS            PIC 9(05).
001400     05  WS-BLD-SEATS            PIC 9(07).
001410     05  WS-BLD-BLOCK-DAYS       PIC 9(05) OCCURS 6 TIMES.
001420     05  WS-BLD-SECTIONS         PIC 9(05).
001430     05  WS-BLD-MINUTES          PIC 9(08).
001440     05  WS-BLD-ENROLLED         PIC 9(07).
001450     05  WS-BLD-ROOM-SEATS       PIC 9(07).
001460 01  WS-GRAND-TOTALS.
001470     05  WS-GRD-ROOMS            PIC 9(05).
001480     05  WS-GRD-SEATS            PIC 9(07).
001490     05  WS-GRD-BLOCK-DAYS       PIC 9(05) OCCURS 6 TIMES.
001500     05  WS-GRD-SECTIONS         PIC 9(05).
001510     05  WS-GRD-MINUTES          PIC 9(08).
001520     05  WS-GRD-ENROLLED         PIC 9(07).
001530     05  WS-GRD-ROOM-SEATS       PIC 9(07).
001540*----------------------------------------------------------------
001550* CONTROL FIELDS
001560*----------------------------------------------------------------
001570 77  WS-ROOM-STATUS              PIC X(02) VALUE "00".
001580 77  WS-SECTION-STATUS           PIC X(02) VALUE "00".
001590 77  WS-ROOM-EOF-SW              PIC X(01) VALUE "N".
001600     88  WS-END-OF-ROOMS             VALUE "Y".
001610 77  WS-SECTION-EOF-SW           PIC X(01) VALUE "N".
001620     88  WS-END-OF-SECTIONS          VALUE "Y".
001630 77  WS-FOUND-SW                 PIC X(01) VALUE "N".
001640     88  WS-ROOM-FOUND               VALUE "Y".
001650 77  WS-PARM                     PIC X(08) VALUE SPACES.
001660 77  WS-TERM-CODE                PIC X(06) VALUE SPACES.
001670 77  WS-SYSTEM-DATE              PIC 9(08) VALUE ZEROS.
001680 77  WS-ROOM-COUNT               PIC 9(03) VALUE ZEROS.
001690 77  WS-ROOM-IDX                 PIC 9(03) VALUE ZEROS.
001700 77  WS-ROOM-AT                  PIC 9(03) VALUE ZEROS.
001710 77  WS-BLOCK-IDX                PIC 9(01) VALUE ZEROS.
001720 77  WS-DAY-SUB                  PIC 9(01) VALUE ZEROS.
001730 77  WS-DAYS-MET                 PIC 9(01) VALUE ZEROS.
001740 77  WS-BUILDING-HOLD            PIC X(04) VALUE SPACES.
001750 77  WS-TIME-HH                  PIC 9(02) VALUE ZEROS.
001760 77  WS-TIME-MM                  PIC 9(02) VALUE ZEROS.
001770 77  WS-START-MINUTES            PIC 9(04) VALUE ZEROS.
001780 77  WS-END-MINUTES              PIC 9(04) VALUE ZEROS.
001790 77  WS-WEEK-MINUTES             PIC 9(06) VALUE ZEROS.
001800 77  WS-AVAILABLE-MINUTES        PIC 9(08) VALUE ZEROS.
001810 77  WS-WORK-PCT                 PIC 9(05) VALUE ZEROS.
001820 77  WS-TEACHING-WEEK-MINUTES    PIC 9(04) VALUE 4200.
001830 77  WS-SECTIONS-READ            PIC 9(05) VALUE ZEROS.
001840 77  WS-ARRANGED-COUNT           PIC 9(05) VALUE ZEROS.
001850 77  WS-NO-ROOM-COUNT            PIC 9(05) VALUE ZEROS.
001851*----------------------------------------------------------------
001852* INCIDENT LOG CALL FIELDS
001853*----------------------------------------------------------------
001854 77  WS-IL-PROGRAM               PIC X(20) VALUE "ROOM-UTIL".
001855 77  WS-IL-STEP                  PIC X(08) VALUE SPACES.
001856 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
001857 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
001858 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
001859 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
001860*
001870 PROCEDURE DIVISION.
001880*================================================================
001890* 0000-MAINLINE
001900*================================================================
001910 0000-MAINLINE.
001920     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001930     PERFORM 2000-LOAD-ONE-ROOM THRU 2000-LOAD-ONE-ROOM-EXIT
001940         UNTIL WS-END-OF-ROOMS.
001950     PERFORM 3000-POST-ONE-SECTION THRU 3000-POST-ONE-SECTION-EXIT
001960         UNTIL WS-END-OF-SECTIONS.
001970     PERFORM 4000-PRINT-REPORT THRU 4000-PRINT-REPORT-EXIT.
001980     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001990     GOBACK.
002000*
002010 1000-INITIALIZE.
002020     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
002030     ACCEPT WS-PARM FROM COMMAND-LINE.
002040     MOVE WS-PARM (1:6) TO WS-TERM-CODE.
002050     IF WS-TERM-CODE = SPACES
002060         DISPLAY "ROOM-UTIL: TERM CODE REQUIRED ON THE "
002070             "COMMAND LINE"
002080         MOVE "Y" TO WS-ROOM-EOF-SW
002090         MOVE "Y" TO WS-SECTION-EOF-SW
002100         MOVE 4 TO RETURN-CODE
002110         GO TO 1000-INITIALIZE-EXIT
002120     END-IF.
002130     OPEN INPUT ROOM-MASTER.
002140     IF WS-ROOM-STATUS NOT = "00"
002150         DISPLAY "ROOM-UTIL: CANNOT OPEN roomMaster, "
002160             "STATUS = " WS-ROOM-STATUS
002161         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
002162         MOVE "E" TO WS-IL-SEVERITY
002163         MOVE WS-ROOM-STATUS TO WS-IL-FILE-STATUS
002164         MOVE "CANNOT OPEN roomMaster" TO WS-IL-MESSAGE
002165         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
002170         MOVE "Y" TO WS-ROOM-EOF-SW
002180         MOVE 4 TO RETURN-CODE
002190     END-IF.
002200     OPEN INPUT SECTION-MASTER.
002210     IF WS-SECTION-STATUS NOT = "00"
002220         DISPLAY "ROOM-UTIL: CANNOT OPEN sectionMaster, "
002230             "STATUS = " WS-SECTION-STATUS
002231         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
002232         MOVE "E" TO WS-IL-SEVERITY
002233         MOVE WS-SECTION-STATUS TO WS-IL-FILE-STATUS
002234         MOVE "CANNOT OPEN sectionMaster" TO WS-IL-MESSAGE
002235         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
002240         MOVE "Y" TO WS-SECTION-EOF-SW
002250         MOVE 4 TO RETURN-CODE
002260     END-IF.
002270 1000-INITIALIZE-EXIT.
002280     EXIT.
002290*
002300 2000-LOAD-ONE-ROOM.
002310     READ ROOM-MASTER
002320         AT END
002330             MOVE "Y" TO WS-ROOM-EOF-SW
002340             GO TO 2000-LOAD-ONE-ROOM-EXIT
002350     END-READ.
002360     IF WS-ROOM-COUNT NOT < 500
002370         DISPLAY "ROOM-UTIL: MORE THAN 500 ROOMS - EXTRAS "
002380             "NOT REPORTED"
002390         MOVE "Y" TO WS-ROOM-EOF-SW
002400         GO TO 2000-LOAD-ONE-ROOM-EXIT
002410     END-IF.
002420     ADD 1 TO WS-ROOM-COUNT.
002430     MOVE RM-ROOM-ID TO WS-RMT-ROOM-ID (WS-ROOM-COUNT).
002440     MOVE RM-SEAT-COUNT TO WS-RMT-SEATS (WS-ROOM-COUNT).
002450     MOVE ZEROS TO WS-RMT-SECTIONS (WS-ROOM-COUNT).
002460     MOVE ZEROS TO WS-RMT-MINUTES (WS-ROOM-COUNT).
002470     MOVE ZEROS TO WS-RMT-ENROLLED (WS-ROOM-COUNT).
002480     PERFORM 2100-CLEAR-ONE-BLOCK THRU 2100-CLEAR-ONE-BLOCK-EXIT
002490         VARYING WS-BLOCK-IDX FROM 1 BY 1
002500         UNTIL WS-BLOCK-IDX > 6.
002510 2000-LOAD-ONE-ROOM-EXIT.
002520     EXIT.
002530*
002540 2100-CLEAR-ONE-BLOCK.
002550     MOVE ZEROS TO WS-RMT-BLOCK-DAYS (WS-ROOM-COUNT WS-BLOCK-IDX).
002560 2100-CLEAR-ONE-BLOCK-EXIT.
002570     EXIT.
002580*
002590 3000-POST-ONE-SECTION.
002600     READ SECTION-MASTER
002610         AT END
002620             MOVE "Y" TO WS-SECTION-EOF-SW
002630             GO TO 3000-POST-ONE-SECTION-EXIT
002640     END-READ.
002650     IF SEC-TERM-CODE NOT = WS-TERM-CODE
002660         GO TO 3000-POST-ONE-SECTION-EXIT
002670     END-IF.
002680     ADD 1 TO WS-SECTIONS-READ.
002690     IF SEC-MEET-DAYS = SPACES
002700         ADD 1 TO WS-ARRANGED-COUNT
002710         GO TO 3000-POST-ONE-SECTION-EXIT
002720     END-IF.
002730     PERFORM 3100-FIND-ROOM THRU 3100-FIND-ROOM-EXIT.
002740     IF NOT WS-ROOM-FOUND
002750         DISPLAY "ROOM-UTIL: " SEC-COURSE-ID " MEETS IN "
002760             SEC-BUILDING " " SEC-ROOM-NUMBER
002770             " - NOT ON roomMaster"
002780         ADD 1 TO WS-NO-ROOM-COUNT
002790         GO TO 3000-POST-ONE-SECTION-EXIT
002800     END-IF.
002810     MOVE ZEROS TO WS-DAYS-MET.
002820     PERFORM 3200-COUNT-ONE-DAY THRU 3200-COUNT-ONE-DAY-EXIT
002830         VARYING WS-DAY-SUB FROM 1 BY 1
002840         UNTIL WS-DAY-SUB > 7.
002850     PERFORM 3300-POST-ONE-BLOCK THRU 3300-POST-ONE-BLOCK-EXIT
002860         VARYING WS-BLOCK-IDX FROM 1 BY 1
002870         UNTIL WS-BLOCK-IDX > 6.
002880     DIVIDE SEC-START-TIME BY 100 GIVING WS-TIME-HH
002890         REMAINDER WS-TIME-MM.
002900     COMPUTE WS-START-MINUTES = WS-TIME-HH * 60 + WS-TIME-MM.
002910     DIVIDE SEC-END-TIME BY 100 GIVING WS-TIME-HH
002920         REMAINDER WS-TIME-MM.
002930     COMPUTE WS-END-MINUTES = WS-TIME-HH * 60 + WS-TIME-MM.
002940     COMPUTE WS-WEEK-MINUTES =
002950         (WS-END-MINUTES - WS-START-MINUTES) * WS-DAYS-MET.
002960     ADD WS-WEEK-MINUTES TO WS-RMT-MINUTES (WS-ROOM-AT).
002970     ADD 1 TO WS-RMT-SECTIONS (WS-ROOM-AT).
002980     ADD SEC-ENROLLED TO WS-RMT-ENROLLED (WS-ROOM-AT).
002990 3000-POST-ONE-SECTION-EXIT.
003000     EXIT.
003010*
003020 3100-FIND-ROOM.
003030     MOVE "N" TO WS-FOUND-SW.
003040     MOVE ZEROS TO WS-ROOM-AT.
003050     PERFORM 3110-CHECK-ONE-ROOM THRU 3110-CHECK-ONE-ROOM-EXIT
003060         VARYING WS-ROOM-IDX FROM 1 BY 1
003070         UNTIL WS-ROOM-IDX > WS-ROOM-COUNT
003080             OR WS-ROOM-FOUND.
003090 3100-FIND-ROOM-EXIT.
003100     EXIT.
003110*
003120 3110-CHECK-ONE-ROOM.
003130     IF WS-RMT-ROOM-ID (WS-ROOM-IDX) = SEC-ROOM-ID
003140         MOVE "Y" TO WS-FOUND-SW
003150         MOVE WS-ROOM-IDX TO WS-ROOM-AT
003160     END-IF.
003170 3110-CHECK-ONE-ROOM-EXIT.
003180     EXIT.
003190*
003200 3200-COUNT-ONE-DAY.
003210     IF SEC-MEET-DAY (WS-DAY-SUB) NOT = SPACE
003220         ADD 1 TO WS-DAYS-MET
003230     END-IF.
003240 3200-COUNT-ONE-DAY-EXIT.
003250     EXIT.
003260*
003270 3300-POST-ONE-BLOCK.
003280     IF SEC-START-TIME < WS-BLOCK-END (WS-BLOCK-IDX)
003290             AND SEC-END-TIME > WS-BLOCK-START (WS-BLOCK-IDX)
003300         ADD WS-DAYS-MET
003310             TO WS-RMT-BLOCK-DAYS (WS-ROOM-AT WS-BLOCK-IDX)
003320     END-IF.
003330 3300-POST-ONE-BLOCK-EXIT.
003340     EXIT.
003350*
003360 4000-PRINT-REPORT.
003370     OPEN OUTPUT REPORT-FILE.
003380     MOVE WS-TERM-CODE TO HDR-TERM-CODE.
003390     MOVE WS-SYSTEM-DATE TO HDR-RUN-DATE.
003400     WRITE RPT-LINE FROM WS-HEADER-1 AFTER ADVANCING PAGE.
003410     WRITE RPT-LINE FROM WS-HEADER-2 AFTER ADVANCING 1 LINE.
003420     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
003430     WRITE RPT-LINE FROM WS-COLUMN-HDR AFTER ADVANCING 1 LINE.
003440     INITIALIZE WS-BUILDING-TOTALS WS-GRAND-TOTALS.
003450     MOVE SPACES TO WS-BUILDING-HOLD.
003460     PERFORM 4100-PRINT-ONE-ROOM THRU 4100-PRINT-ONE-ROOM-EXIT
003470         VARYING WS-ROOM-IDX FROM 1 BY 1
003480         UNTIL WS-ROOM-IDX > WS-ROOM-COUNT.
003490     IF WS-ROOM-COUNT > ZEROS
003500         PERFORM 4300-PRINT-BUILDING-TOTAL
003510             THRU 4300-PRINT-BUILDING-TOTAL-EXIT
003520     END-IF.
003530     MOVE WS-GRAND-TOTALS TO WS-TOTALS.
003540     MOVE "ALL" TO DTL-BUILDING.
003550     MOVE SPACES TO DTL-ROOM-NUMBER.
003560     PERFORM 4400-FORMAT-TOTAL-LINE
003570         THRU 4400-FORMAT-TOTAL-LINE-EXIT.
003580     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
003590     WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.
003600     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
003610     MOVE "SECTIONS IN TERM:" TO TRL-LABEL.
003620     MOVE WS-SECTIONS-READ TO TRL-COUNT.
003630     WRITE RPT-LINE FROM WS-TRAILER-LINE AFTER ADVANCING 1 LINE.
003640     MOVE "ARRANGED (NO MEETING TIME):" TO TRL-LABEL.
003650     MOVE WS-ARRANGED-COUNT TO TRL-COUNT.
003660     WRITE RPT-LINE FROM WS-TRAILER-LINE AFTER ADVANCING 1 LINE.
003670     MOVE "ROOM NOT ON roomMaster:" TO TRL-LABEL.
003680     MOVE WS-NO-ROOM-COUNT TO TRL-COUNT.
003690     WRITE RPT-LINE FROM WS-TRAILER-LINE AFTER ADVANCING 1 LINE.
003700     CLOSE REPORT-FILE.
003710     DISPLAY "ROOM-UTIL: ROOMS = " WS-ROOM-COUNT
003720         " SECTIONS = " WS-SECTIONS-READ
003730         " NO ROOM = " WS-NO-ROOM-COUNT.
003740 4000-PRINT-REPORT-EXIT.
003750     EXIT.
003760*
003770 4100-PRINT-ONE-ROOM.
003780     IF WS-RMT-BUILDING (WS-ROOM-IDX) NOT = WS-BUILDING-HOLD
003790         IF WS-BUILDING-HOLD NOT = SPACES
003800             PERFORM 4300-PRINT-BUILDING-TOTAL
003810                 THRU 4300-PRINT-BUILDING-TOTAL-EXIT
003820         END-IF
003830         MOVE WS-RMT-BUILDING (WS-ROOM-IDX) TO WS-BUILDING-HOLD
003840         WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE
003850     END-IF.
003860     MOVE WS-RMT-BUILDING (WS-ROOM-IDX) TO DTL-BUILDING.
003870     MOVE WS-RMT-ROOM (WS-ROOM-IDX) TO DTL-ROOM-NUMBER.
003880     MOVE WS-RMT-SEATS (WS-ROOM-IDX) TO DTL-SEATS.
003890     PERFORM 4110-FORMAT-ONE-BLOCK THRU 4110-FORMAT-ONE-BLOCK-EXIT
003900         VARYING WS-BLOCK-IDX FROM 1 BY 1
003910         UNTIL WS-BLOCK-IDX > 6.
003920     MOVE WS-RMT-SECTIONS (WS-ROOM-IDX) TO DTL-SECTIONS.
003930     COMPUTE DTL-HOURS ROUNDED =
003940         WS-RMT-MINUTES (WS-ROOM-IDX) / 60.
003950     COMPUTE WS-WORK-PCT ROUNDED =
003960         WS-RMT-MINUTES (WS-ROOM-IDX) * 100
003970             / WS-TEACHING-WEEK-MINUTES.
003980     MOVE WS-WORK-PCT TO DTL-USE-PCT.
003990     MOVE ZEROS TO WS-WORK-PCT.
004000     IF WS-RMT-SECTIONS (WS-ROOM-IDX) > ZEROS
004010         COMPUTE WS-WORK-PCT ROUNDED =
004020             WS-RMT-ENROLLED (WS-ROOM-IDX) * 100
004030                 / (WS-RMT-SEATS (WS-ROOM-IDX)
004040                     * WS-RMT-SECTIONS (WS-ROOM-IDX))
004050     END-IF.
004060     MOVE WS-WORK-PCT TO DTL-FILL-PCT.
004070     WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.
004080     ADD 1 TO WS-BLD-ROOMS.
004090     ADD WS-RMT-SEATS (WS-ROOM-IDX) TO WS-BLD-SEATS.
004100     ADD WS-RMT-SECTIONS (WS-ROOM-IDX) TO WS-BLD-SECTIONS.
004110     ADD WS-RMT-MINUTES (WS-ROOM-IDX) TO WS-BLD-MINUTES.
004120     ADD WS-RMT-ENROLLED (WS-ROOM-IDX) TO WS-BLD-ENROLLED.
004130     COMPUTE WS-BLD-ROOM-SEATS = WS-BLD-ROOM-SEATS
004140         + WS-RMT-SEATS (WS-ROOM-IDX)
004150             * WS-RMT-SECTIONS (WS-ROOM-IDX).
004160 4100-PRINT-ONE-ROOM-EXIT.
004170     EXIT.
004180*
004190 4110-FORMAT-ONE-BLOCK.
004200     MOVE WS-RMT-BLOCK-DAYS (WS-ROOM-IDX WS-BLOCK-IDX)
004210         TO DTL-BLOCK-DAYS (WS-BLOCK-IDX).
004220     ADD WS-RMT-BLOCK-DAYS (WS-ROOM-IDX WS-BLOCK-IDX)
004230         TO WS-BLD-BLOCK-DAYS (WS-BLOCK-IDX).
004240 4110-FORMAT-ONE-BLOCK-EXIT.
004250     EXIT.
004260*
004270 4300-PRINT-BUILDING-TOTAL.
004280*    THE BUILDING TOTAL IS ROLLED INTO THE GRAND TOTAL BEFORE
004290*    THE BUILDING ACCUMULATORS ARE CLEARED FOR THE NEXT ONE
004300     MOVE WS-BUILDING-TOTALS TO WS-TOTALS.
004310     MOVE WS-BUILDING-HOLD TO DTL-BUILDING.
004320     MOVE "TOTL" TO DTL-ROOM-NUMBER.
004330     PERFORM 4400-FORMAT-TOTAL-LINE
004340         THRU 4400-FORMAT-TOTAL-LINE-EXIT.
004350     WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.
004360     PERFORM 4310-ROLL-TO-GRAND THRU 4310-ROLL-TO-GRAND-EXIT.
004370     INITIALIZE WS-BUILDING-TOTALS.
004380 4300-PRINT-BUILDING-TOTAL-EXIT.
004390     EXIT.
004400*
004410 4310-ROLL-TO-GRAND.
004420     ADD WS-BLD-ROOMS TO WS-GRD-ROOMS.
004430     ADD WS-BLD-SEATS TO WS-GRD-SEATS.
004440     ADD WS-BLD-SECTIONS TO WS-GRD-SECTIONS.
004450     ADD WS-BLD-MINUTES TO WS-GRD-MINUTES.
004460     ADD WS-BLD-ENROLLED TO WS-GRD-ENROLLED.
004470     ADD WS-BLD-ROOM-SEATS TO WS-GRD-ROOM-SEATS.
004480     PERFORM 4320-ROLL-ONE-BLOCK THRU 4320-ROLL-ONE-BLOCK-EXIT
004490         VARYING WS-BLOCK-IDX FROM 1 BY 1
004500         UNTIL WS-BLOCK-IDX > 6.
004510 4310-ROLL-TO-GRAND-EXIT.
004520     EXIT.
004530*
004540 4320-ROLL-ONE-BLOCK.
004550     ADD WS-BLD-BLOCK-DAYS (WS-BLOCK-IDX)
004560         TO WS-GRD-BLOCK-DAYS (WS-BLOCK-IDX).
004570 4320-ROLL-ONE-BLOCK-EXIT.
004580     EXIT.
004590*
004600 4400-FORMAT-TOTAL-LINE.
004610     MOVE WS-TOT-SEATS TO DTL-SEATS.
004620     PERFORM 4410-FORMAT-TOTAL-BLOCK
004630         THRU 4410-FORMAT-TOTAL-BLOCK-EXIT
004640         VARYING WS-BLOCK-IDX FROM 1 BY 1
004650         UNTIL WS-BLOCK-IDX > 6.
004660     MOVE WS-TOT-SECTIONS TO DTL-SECTIONS.
004670     COMPUTE DTL-HOURS ROUNDED = WS-TOT-MINUTES / 60.
004680     MOVE ZEROS TO WS-WORK-PCT.
004690     IF WS-TOT-ROOMS > ZEROS
004700         COMPUTE WS-AVAILABLE-MINUTES =
004710             WS-TOT-ROOMS * WS-TEACHING-WEEK-MINUTES
004720         COMPUTE WS-WORK-PCT ROUNDED =
004730             WS-TOT-MINUTES * 100 / WS-AVAILABLE-MINUTES
004740     END-IF.
004750     MOVE WS-WORK-PCT TO DTL-USE-PCT.
004760     MOVE ZEROS TO WS-WORK-PCT.
004770     IF WS-TOT-ROOM-SEATS > ZEROS
004780         COMPUTE WS-WORK-PCT ROUNDED =
004790             WS-TOT-ENROLLED * 100 / WS-TOT-ROOM-SEATS
004800     END-IF.
004810     MOVE WS-WORK-PCT TO DTL-FILL-PCT.
004820 4400-FORMAT-TOTAL-LINE-EXIT.
004830     EXIT.
004840*
004850 4410-FORMAT-TOTAL-BLOCK.
004860     MOVE WS-TOT-BLOCK-DAYS (WS-BLOCK-IDX)
004870         TO DTL-BLOCK-DAYS (WS-BLOCK-IDX).
004880 4410-FORMAT-TOTAL-BLOCK-EXIT.
004890     EXIT.
004900*
004901 8900-LOG-INCIDENT.
004902     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
004903         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
004904         WS-IL-MESSAGE.
004905 8900-LOG-INCIDENT-EXIT.
004906     EXIT.
004907*
004910 9000-TERMINATE.
004920     IF WS-ROOM-STATUS = "00" OR = "10"
004930         CLOSE ROOM-MASTER
004940     END-IF.
004950     IF WS-SECTION-STATUS = "00" OR = "10"
004960         CLOSE SECTION-MASTER
004970     END-IF.
004980 9000-TERMINATE-EXIT.
004990     EXIT.
005000*
005010 END PROGRAM ROOM-UTIL.
