000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. QTR-TAX.
000030 AUTHOR. REGISTRAR-SYSTEMS-GROUP.
000040 INSTALLATION. REGISTRARS-OFFICE.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED. 2026-10-14.
000070*================================================================
000080* MODIFICATION HISTORY
000090*   2026-10-14  RSG  INITIAL VERSION - QUARTER-END PAYROLL TAX
000100*                    WORKSHEET. ACCUMULATES THE payrollAudit
000110*                    TRAIL FOR ONE CALENDAR QUARTER AND PRINTS
000120*                    WAGES, FEDERAL AND STATE WITHHOLDING, AND
000130*                    EMPLOYEE PLUS EMPLOYER FICA BY MONTH FOR
000140*                    THE QUARTERLY RETURN. WRITES THE suiWages
000150*                    FILE - ONE RECORD PER EMPLOYEE PAID IN THE
000160*                    QUARTER WITH WAGES OVER THE payrollControls
000170*                    UNEMPLOYMENT WAGE BASE CUT OFF AGAINST THE
000180*                    EARLIER QUARTERS OF THE YEAR - AND PROVES
000190*                    THE QUARTER AGAINST THE TRAILERS OF THE
000200*                    outputData GENERATIONS ON genCatalog.
000210*                    PARM: POS 1-4 = YEAR, POS 5 = QUARTER
000220*                    (1-4); BLANK TAKES paramMaster STEP QTRTAX.
000222*   2026-10-14  RSG  payrollControls LAYOUT CARRIES THE FEDERAL
000224*                    SUPPLEMENTAL WITHHOLDING RATE.
000226*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000228*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000230*   2026-10-14  RSG  WAGES INCLUDE IMPUTED INCOME FROM THE
000232*                    AUDIT TRAIL, PROVED AGAINST THE IMPUTED
000234*                    TOTAL ON THE outputData TRAILERS.
000236*================================================================
000240*
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT AUDIT-FILE ASSIGN TO DISK
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-AUDIT-STATUS.
000320     SELECT EMPLOYEE-MASTER ASSIGN TO DISK
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS RANDOM
000350         RECORD KEY IS EMP-MST-ID
000360         FILE STATUS IS WS-EMP-STATUS.
000370     SELECT CONTROLS-FILE ASSIGN TO DISK
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-CONTROLS-STATUS.
000400     SELECT CATALOG-FILE ASSIGN TO DISK
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-CATALOG-STATUS.
000430     SELECT GEN-FILE ASSIGN TO DISK
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-GEN-STATUS.
000460     SELECT SUI-FILE ASSIGN TO DISK
000470         ORGANIZATION IS LINE SEQUENTIAL.
000480     SELECT REPORT-FILE ASSIGN TO DISK
000490         ORGANIZATION IS LINE SEQUENTIAL.
000500     SELECT RUN-STATS-FILE ASSIGN TO DISK
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-STATS-STATUS.
000530*
000540 DATA DIVISION.
000550 FILE SECTION.
000560*
000570 FD  AUDIT-FILE
000580     LABEL RECORDS ARE STANDARD
000590     VALUE OF FILE-ID IS "payrollAudit".
000600 01  AUDIT-REC.
000610     05  AUDIT-RUN-DATE          PIC X(08).
000620     05  AUDIT-RUN-TIME          PIC X(08).
000630     05  AUDIT-EMP-ID            PIC X(04).
000640     05  AUDIT-SALARY            PIC S9(05).
000650     05  AUDIT-FICA              PIC S9(05).
000660     05  AUDIT-STATE-TAX         PIC S9(06).
000670     05  AUDIT-FEDERAL-TAX       PIC S9(06).
000680     05  AUDIT-NET-PAY           PIC S9(06).
000690     05  AUDIT-REC-TYPE          PIC X(01).
000700     05  AUDIT-REASON-CODE       PIC X(03).
000702     05  AUDIT-IMPUTED           PIC 9(05).
000710*
000720 FD  EMPLOYEE-MASTER
000730     LABEL RECORDS ARE STANDARD
000740     VALUE OF FILE-ID IS "employeeMaster".
000750     COPY "empmstr.cpy".
000760*
000770 FD  CONTROLS-FILE
000780     LABEL RECORDS ARE STANDARD
000790     VALUE OF FILE-ID IS "payrollControls".
000800 01  CONTROLS-REC.
000810     05  PNC-PROTECTED-NET       PIC 9(05).
000820     05  PNC-UNEMP-RATE          PIC 9V9999.
000830     05  PNC-UNEMP-CAP           PIC 9(07).
000832     05  PNC-SUPP-FED-RATE       PIC 9V9999.
000840*
000850 FD  CATALOG-FILE
000860     LABEL RECORDS ARE STANDARD
000870     VALUE OF FILE-ID IS "genCatalog".
000880 01  CATALOG-RECORD.
000890     05  CAT-RUN-DATE            PIC X(08).
000900     05  CAT-LOGICAL-NAME        PIC X(20).
000910     05  CAT-PHYSICAL-NAME       PIC X(40).
000920*
000930*    A SAVED outputData GENERATION - ONLY ITS TRAILER IS USED
000940 FD  GEN-FILE
000950     LABEL RECORDS ARE STANDARD
000960     VALUE OF FILE-ID IS WS-GEN-NAME.
000962 01  GEN-PAY-REC                 PIC X(83).
000980 01  GEN-TRAILER-REC REDEFINES GEN-PAY-REC.
000990     05  GTR-TAG                 PIC X(06).
001000     05  GTR-TOTAL-SALARY        PIC S9(07).
001010     05  GTR-TOTAL-FICA          PIC S9(07).
001020     05  GTR-TOTAL-STATE-TAX     PIC S9(07).
001030     05  GTR-TOTAL-FEDERAL-TAX   PIC S9(07).
001040     05  GTR-TOTAL-VOL-DED       PIC 9(07).
001050     05  GTR-HASH-TOTAL          PIC 9(09).
001060     05  GTR-TOTAL-EMPR-FICA     PIC S9(07).
001070     05  GTR-TOTAL-UNEMP         PIC S9(07).
001072     05  GTR-TOTAL-IMPUTED       PIC 9(07).
001074     05  FILLER                  PIC X(12).
001090*
001100 FD  SUI-FILE
001110     LABEL RECORDS ARE STANDARD
001120     VALUE OF FILE-ID IS "suiWages".
001130 01  SUI-RECORD.
001140     05  SUI-YEAR                PIC X(04).
001150     05  SUI-QUARTER             PIC X(01).
001160     05  SUI-EMP-ID              PIC X(04).
001170     05  SUI-LAST-NAME           PIC X(15).
001180     05  SUI-FIRST-NAME          PIC X(10).
001190     05  SUI-QTR-WAGES           PIC S9(07).
001200     05  SUI-EXCESS-WAGES        PIC S9(07).
001210     05  SUI-TAXABLE-WAGES       PIC S9(07).
001220     05  SUI-YTD-WAGES           PIC S9(07).
001230 01  SUI-TRAILER-RECORD REDEFINES SUI-RECORD.
001240     05  SUT-TAG                 PIC X(06).
001250     05  SUT-EMP-COUNT           PIC 9(05).
001260     05  SUT-QTR-WAGES           PIC S9(09).
001270     05  SUT-EXCESS-WAGES        PIC S9(09).
001280     05  SUT-TAXABLE-WAGES       PIC S9(09).
001290     05  FILLER                  PIC X(24).
001300*
001310 FD  REPORT-FILE
001320     LABEL RECORDS ARE STANDARD
001330     VALUE OF FILE-ID IS "qtrTaxWorksheet".
001340 01  RPT-LINE                    PIC X(80).
001350*
001360 FD  RUN-STATS-FILE
001370     LABEL RECORDS ARE STANDARD
001380     VALUE OF FILE-ID IS "runStats".
001390     COPY "runstat.cpy".
001400*
001410 WORKING-STORAGE SECTION.
001420*----------------------------------------------------------------
001430* PRINT LINE LAYOUTS
001440*----------------------------------------------------------------
001450 01  WS-HDR-1.
001460     05  FILLER                  PIC X(35) VALUE
001470         "QUARTERLY PAYROLL TAX WORKSHEET    ".
001480     05  FILLER                  PIC X(05) VALUE "YEAR ".
001490     05  HD1-YEAR                PIC X(04).
001500     05  FILLER                  PIC X(10) VALUE "  QUARTER ".
001510     05  HD1-QUARTER             PIC X(01).
001520     05  FILLER                  PIC X(12) VALUE "   RUN DATE ".
001530     05  HD1-RUN-DATE            PIC X(08).
001540 01  WS-HDR-2.
001550     05  FILLER                  PIC X(20) VALUE
001560         "PERIOD COVERED      ".
001570     05  HD2-FROM-DATE           PIC X(08).
001580     05  FILLER                  PIC X(04) VALUE " TO ".
001590     05  HD2-TO-DATE             PIC X(08).
001600 01  WS-COLUMN-HDR.
001610     05  FILLER                  PIC X(11) VALUE "MONTH".
001620     05  FILLER                  PIC X(11) VALUE "      WAGES".
001630     05  FILLER                  PIC X(11) VALUE "    FED W/H".
001640     05  FILLER                  PIC X(11) VALUE "  STATE W/H".
001650     05  FILLER                  PIC X(11) VALUE "    EE FICA".
001660     05  FILLER                  PIC X(11) VALUE "    ER FICA".
001670     05  FILLER                  PIC X(11) VALUE " TOTAL FICA".
001680 01  WS-MONTH-LINE.
001690     05  MNL-LABEL               PIC X(11).
001700     05  MNL-WAGES               PIC -(9)9.
001710     05  FILLER                  PIC X(01) VALUE SPACES.
001720     05  MNL-FEDERAL             PIC -(9)9.
001730     05  FILLER                  PIC X(01) VALUE SPACES.
001740     05  MNL-STATE               PIC -(9)9.
001750     05  FILLER                  PIC X(01) VALUE SPACES.
001760     05  MNL-EE-FICA             PIC -(9)9.
001770     05  FILLER                  PIC X(01) VALUE SPACES.
001780     05  MNL-ER-FICA             PIC -(9)9.
001790     05  FILLER                  PIC X(01) VALUE SPACES.
001800     05  MNL-TOTAL-FICA          PIC -(9)9.
001810 01  WS-AMOUNT-LINE.
001820     05  AML-LABEL               PIC X(40).
001830     05  AML-AMOUNT              PIC -(9)9.
001840 01  WS-PROOF-HDR.
001850     05  FILLER                  PIC X(20) VALUE "FIGURE".
001860     05  FILLER                  PIC X(12) VALUE " AUDIT TRAIL".
001870     05  FILLER                  PIC X(12) VALUE "    TRAILERS".
001880     05  FILLER                  PIC X(12) VALUE "  DIFFERENCE".
001890 01  WS-PROOF-LINE.
001900     05  PRL-LABEL               PIC X(20).
001910     05  PRL-AUDIT               PIC -(10)9.
001920     05  FILLER                  PIC X(01) VALUE SPACES.
001930     05  PRL-TRAILER             PIC -(10)9.
001940     05  FILLER                  PIC X(01) VALUE SPACES.
001950     05  PRL-DIFFERENCE          PIC -(10)9.
001960     05  FILLER                  PIC X(02) VALUE SPACES.
001970     05  PRL-FLAG                PIC X(10).
001980 01  WS-NOTE-LINE                PIC X(80).
001990*----------------------------------------------------------------
002000* MONTH AND EMPLOYEE ACCUMULATORS - EMPLOYEES BY DIRECT
002010* SUBSCRIPT ON THE NUMERIC EMP-ID, AS IN YTD-VERIFY
002020*----------------------------------------------------------------
002030 01  WS-MONTH-TABLE.
002040     05  WS-MONTH-ENTRY OCCURS 3 TIMES.
002050         10  WS-MON-WAGES        PIC S9(09).
002060         10  WS-MON-FICA         PIC S9(09).
002070         10  WS-MON-STATE        PIC S9(09).
002080         10  WS-MON-FEDERAL      PIC S9(09).
002090 01  WS-MONTH-NAME-LIST.
002100     05  FILLER                  PIC X(09) VALUE "JANUARY".
002110     05  FILLER                  PIC X(09) VALUE "FEBRUARY".
002120     05  FILLER                  PIC X(09) VALUE "MARCH".
002130     05  FILLER                  PIC X(09) VALUE "APRIL".
002140     05  FILLER                  PIC X(09) VALUE "MAY".
002150     05  FILLER                  PIC X(09) VALUE "JUNE".
002160     05  FILLER                  PIC X(09) VALUE "JULY".
002170     05  FILLER                  PIC X(09) VALUE "AUGUST".
002180     05  FILLER                  PIC X(09) VALUE "SEPTEMBER".
002190     05  FILLER                  PIC X(09) VALUE "OCTOBER".
002200     05  FILLER                  PIC X(09) VALUE "NOVEMBER".
002210     05  FILLER                  PIC X(09) VALUE "DECEMBER".
002220 01  WS-MONTH-NAME-TABLE REDEFINES WS-MONTH-NAME-LIST.
002230     05  WS-MONTH-NAME           PIC X(09) OCCURS 12 TIMES.
002240 01  WS-EMP-TABLE.
002250     05  WS-EMP-ENTRY OCCURS 9999 TIMES.
002260         10  WS-EMP-USED-SW      PIC X(01).
002270         10  WS-EMP-PRIOR-WAGES  PIC S9(09).
002280         10  WS-EMP-QTR-WAGES    PIC S9(09).
002290*----------------------------------------------------------------
002300* QUARTER, PROOF AND CONTROL FIELDS
002310*----------------------------------------------------------------
002320 01  WS-PARM.
002330     05  WS-PARM-YEAR            PIC X(04).
002340     05  WS-PARM-QUARTER         PIC X(01).
002350         88  WS-VALID-QUARTER        VALUE "1" "2" "3" "4".
002360     05  FILLER                  PIC X(35).
002370 01  WS-QTR-TOTALS.
002380     05  WS-QTR-WAGES            PIC S9(09).
002390     05  WS-QTR-FICA             PIC S9(09).
002400     05  WS-QTR-STATE            PIC S9(09).
002410     05  WS-QTR-FEDERAL          PIC S9(09).
002420 01  WS-TRAILER-TOTALS.
002430     05  WS-TRL-WAGES            PIC S9(09).
002440     05  WS-TRL-FICA             PIC S9(09).
002450     05  WS-TRL-STATE            PIC S9(09).
002460     05  WS-TRL-FEDERAL          PIC S9(09).
002470     05  WS-TRL-EMPR-FICA        PIC S9(09).
002480 01  WS-SUI-TOTALS.
002490     05  WS-SUI-COUNT            PIC 9(05).
002500     05  WS-SUI-WAGES            PIC S9(09).
002510     05  WS-SUI-EXCESS           PIC S9(09).
002520     05  WS-SUI-TAXABLE          PIC S9(09).
002530 77  WS-AUDIT-STATUS             PIC X(02) VALUE "00".
002540 77  WS-EMP-STATUS               PIC X(02) VALUE "00".
002550 77  WS-CONTROLS-STATUS          PIC X(02) VALUE "00".
002560 77  WS-CATALOG-STATUS           PIC X(02) VALUE "00".
002570 77  WS-GEN-STATUS               PIC X(02) VALUE "00".
002580 77  WS-STATS-STATUS             PIC X(02) VALUE "00".
002590 77  WS-GEN-NAME                 PIC X(40) VALUE SPACES.
002600 77  WS-PF-STEP                  PIC X(08) VALUE "QTRTAX".
002610 77  WS-PF-VALUE                 PIC X(40) VALUE SPACES.
002620 77  WS-PF-FOUND                 PIC X(01) VALUE "N".
002630 77  WS-RUN-STOPPED-SW           PIC X(01) VALUE "N".
002640     88  WS-RUN-STOPPED              VALUE "Y".
002650 77  WS-EMP-OPENED-SW            PIC X(01) VALUE "N".
002660     88  WS-EMP-IS-OPENED            VALUE "Y".
002670 77  WS-AUDIT-EOF-SW             PIC X(01) VALUE "N".
002680     88  WS-END-OF-AUDIT             VALUE "Y".
002690 77  WS-CATALOG-EOF-SW           PIC X(01) VALUE "N".
002700     88  WS-END-OF-CATALOG           VALUE "Y".
002710 77  WS-GEN-EOF-SW               PIC X(01) VALUE "N".
002720     88  WS-END-OF-GEN               VALUE "Y".
002730 77  WS-TRAILER-FOUND-SW         PIC X(01) VALUE "N".
002740     88  WS-TRAILER-FOUND            VALUE "Y".
002750 77  WS-QUARTER-NO               PIC 9(01) VALUE ZEROS.
002760 77  WS-FIRST-MONTH              PIC 9(02) VALUE ZEROS.
002770 77  WS-LAST-MONTH               PIC 9(02) VALUE ZEROS.
002780 77  WS-AUDIT-MONTH              PIC 9(02) VALUE ZEROS.
002790 77  WS-MONTH-IDX                PIC 9(01) VALUE ZEROS.
002800 77  WS-YEAR-START               PIC X(08) VALUE SPACES.
002810 77  WS-QTR-START                PIC X(08) VALUE SPACES.
002820 77  WS-QTR-END                  PIC X(08) VALUE SPACES.
002830 77  WS-MONTH-WORK               PIC 9(02) VALUE ZEROS.
002840 77  WS-WAGE-BASE                PIC 9(07) VALUE ZEROS.
002850 77  WS-BASE-LEFT                PIC S9(09) VALUE ZEROS.
002860 77  WS-TAXABLE-WORK             PIC S9(09) VALUE ZEROS.
002862 77  WS-WAGE-WORK                PIC S9(07) VALUE ZEROS.
002870 77  WS-EMP-SUB                  PIC 9(05) VALUE ZEROS.
002880 77  WS-ID-WORK                  PIC 9(04) VALUE ZEROS.
002890 77  WS-AUDIT-COUNT              PIC 9(07) VALUE ZEROS.
002900 77  WS-PERIOD-COUNT             PIC 9(05) VALUE ZEROS.
002910 77  WS-TRAILER-COUNT            PIC 9(05) VALUE ZEROS.
002920 77  WS-MISSING-GEN-COUNT        PIC 9(05) VALUE ZEROS.
002930 77  WS-LAST-AUDIT-DATE          PIC X(08) VALUE SPACES.
002940 77  WS-DIFF-COUNT               PIC 9(02) VALUE ZEROS.
002950 77  WS-DIFF-WORK                PIC S9(09) VALUE ZEROS.
002960 77  WS-PRF-AUDIT                PIC S9(09) VALUE ZEROS.
002970 77  WS-PRF-TRAILER              PIC S9(09) VALUE ZEROS.
002980 77  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
002990 77  WS-SYSTEM-DATE              PIC 9(08) VALUE ZEROS.
002991*----------------------------------------------------------------
002992* INCIDENT LOG CALL FIELDS
002993*----------------------------------------------------------------
002994 77  WS-IL-PROGRAM               PIC X(20) VALUE "QTR-TAX".
002995 77  WS-IL-STEP                  PIC X(08) VALUE "QTRTAX".
002996 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
002997 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
002998 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
002999 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
003000*
003010 PROCEDURE DIVISION.
003020*================================================================
003030* 0000-MAINLINE
003040*================================================================
003050 0000-MAINLINE.
003060     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
003070     IF NOT WS-RUN-STOPPED
003080         PERFORM 2000-ACCUMULATE-ONE-AUDIT
003090             THRU 2000-ACCUMULATE-ONE-AUDIT-EXIT
003100             UNTIL WS-END-OF-AUDIT
003110         PERFORM 3000-PRINT-WORKSHEET
003120             THRU 3000-PRINT-WORKSHEET-EXIT
003130         PERFORM 4000-WRITE-SUI-FILE
003140             THRU 4000-WRITE-SUI-FILE-EXIT
003150         PERFORM 5000-PROVE-TO-TRAILERS
003160             THRU 5000-PROVE-TO-TRAILERS-EXIT
003170     END-IF.
003180     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
003190     GOBACK.
003200*
003210 1000-INITIALIZE.
003220     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
003230     MOVE WS-SYSTEM-DATE TO WS-RUN-DATE.
003240     ACCEPT WS-PARM FROM COMMAND-LINE.
003250     IF WS-PARM = SPACES
003260         CALL "PARM-FETCH" USING WS-PF-STEP WS-PF-VALUE
003270             WS-PF-FOUND
003280         IF WS-PF-FOUND = "Y"
003290             MOVE WS-PF-VALUE TO WS-PARM
003300             DISPLAY "QTR-TAX: PARM TAKEN FROM "
003310                 "paramMaster: " WS-PF-VALUE
003320         END-IF
003330     END-IF.
003340     IF WS-PARM-YEAR NOT NUMERIC
003350             OR NOT WS-VALID-QUARTER
003360         DISPLAY "QTR-TAX: PARM MUST BE YEAR AND QUARTER "
003370             "(YYYYQ) - RUN STOPPED"
003380         MOVE "Y" TO WS-RUN-STOPPED-SW
003390         MOVE 4 TO RETURN-CODE
003400         GO TO 1000-INITIALIZE-EXIT
003410     END-IF.
003420     MOVE WS-PARM-QUARTER TO WS-QUARTER-NO.
003430     COMPUTE WS-FIRST-MONTH = (WS-QUARTER-NO - 1) * 3 + 1.
003440     COMPUTE WS-LAST-MONTH = WS-FIRST-MONTH + 2.
003450     MOVE SPACES TO WS-YEAR-START.
003460     STRING WS-PARM-YEAR "0101"
003470         DELIMITED BY SIZE INTO WS-YEAR-START.
003480     MOVE WS-FIRST-MONTH TO WS-MONTH-WORK.
003490     MOVE SPACES TO WS-QTR-START.
003500     STRING WS-PARM-YEAR WS-MONTH-WORK "01"
003510         DELIMITED BY SIZE INTO WS-QTR-START.
003520     MOVE WS-LAST-MONTH TO WS-MONTH-WORK.
003530     MOVE SPACES TO WS-QTR-END.
003540     STRING WS-PARM-YEAR WS-MONTH-WORK "31"
003550         DELIMITED BY SIZE INTO WS-QTR-END.
003560     PERFORM 1100-LOAD-WAGE-BASE THRU 1100-LOAD-WAGE-BASE-EXIT.
003570     OPEN INPUT AUDIT-FILE.
003580     IF WS-AUDIT-STATUS NOT = "00"
003590         DISPLAY "QTR-TAX: CANNOT OPEN payrollAudit, "
003600             "STATUS = " WS-AUDIT-STATUS
003601         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
003602         MOVE "E" TO WS-IL-SEVERITY
003603         MOVE WS-AUDIT-STATUS TO WS-IL-FILE-STATUS
003604         MOVE "CANNOT OPEN payrollAudit" TO WS-IL-MESSAGE
003605         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
003610         MOVE "Y" TO WS-RUN-STOPPED-SW
003620         MOVE 4 TO RETURN-CODE
003630         GO TO 1000-INITIALIZE-EXIT
003640     END-IF.
003650     OPEN INPUT EMPLOYEE-MASTER.
003660     IF WS-EMP-STATUS = "00"
003670         MOVE "Y" TO WS-EMP-OPENED-SW
003680     ELSE
003690         DISPLAY "QTR-TAX: employeeMaster NOT AVAILABLE - "
003700             "NAMES LEFT BLANK ON suiWages"
003710     END-IF.
003720     MOVE ZEROS TO WS-MONTH-TABLE.
003730     MOVE ZEROS TO WS-QTR-TOTALS.
003740     MOVE ZEROS TO WS-TRAILER-TOTALS.
003750     MOVE ZEROS TO WS-SUI-TOTALS.
003760     PERFORM 1200-CLEAR-ONE-ENTRY THRU 1200-CLEAR-ONE-ENTRY-EXIT
003770         VARYING WS-EMP-SUB FROM 1 BY 1
003780         UNTIL WS-EMP-SUB > 9999.
003790     OPEN OUTPUT REPORT-FILE.
003800     OPEN OUTPUT SUI-FILE.
003810     MOVE WS-PARM-YEAR TO HD1-YEAR.
003820     MOVE WS-PARM-QUARTER TO HD1-QUARTER.
003830     MOVE WS-RUN-DATE TO HD1-RUN-DATE.
003840     WRITE RPT-LINE FROM WS-HDR-1.
003850     MOVE WS-QTR-START TO HD2-FROM-DATE.
003860     MOVE WS-QTR-END TO HD2-TO-DATE.
003870     WRITE RPT-LINE FROM WS-HDR-2 AFTER ADVANCING 1 LINE.
003880     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
003890 1000-INITIALIZE-EXIT.
003900     EXIT.
003910*
003920*    THE SAME WAGE BASE THE PAYROLL PASS ACCRUES UNEMPLOYMENT
003930*    AGAINST; WITH NO CONTROLS RECORD EVERY WAGE IS TAXABLE
003940 1100-LOAD-WAGE-BASE.
003950     MOVE ZEROS TO WS-WAGE-BASE.
003960     OPEN INPUT CONTROLS-FILE.
003970     IF WS-CONTROLS-STATUS NOT = "00"
003980         DISPLAY "QTR-TAX: payrollControls NOT AVAILABLE, "
003990             "STATUS = " WS-CONTROLS-STATUS
004000             " - NO WAGE BASE CUTOFF APPLIED"
004010         GO TO 1100-LOAD-WAGE-BASE-EXIT
004020     END-IF.
004030     READ CONTROLS-FILE
004040         AT END
004050             DISPLAY "QTR-TAX: payrollControls IS EMPTY - "
004060                 "NO WAGE BASE CUTOFF APPLIED"
004070         NOT AT END
004080             IF PNC-UNEMP-CAP IS NUMERIC
004090                 MOVE PNC-UNEMP-CAP TO WS-WAGE-BASE
004100             END-IF
004110     END-READ.
004120     CLOSE CONTROLS-FILE.
004130 1100-LOAD-WAGE-BASE-EXIT.
004140     EXIT.
004150*
004160 1200-CLEAR-ONE-ENTRY.
004170     MOVE "N" TO WS-EMP-USED-SW (WS-EMP-SUB).
004180     MOVE ZEROS TO WS-EMP-PRIOR-WAGES (WS-EMP-SUB).
004190     MOVE ZEROS TO WS-EMP-QTR-WAGES (WS-EMP-SUB).
004200 1200-CLEAR-ONE-ENTRY-EXIT.
004210     EXIT.
004220*
004230*    PAYMENTS EARLIER IN THE YEAR ONLY COUNT TOWARD THE WAGE
004240*    BASE; PAYMENTS IN THE QUARTER GO TO THE MONTH TOTALS TOO
004250 2000-ACCUMULATE-ONE-AUDIT.
004260     READ AUDIT-FILE
004270         AT END
004280             MOVE "Y" TO WS-AUDIT-EOF-SW
004290             GO TO 2000-ACCUMULATE-ONE-AUDIT-EXIT
004300     END-READ.
004310     IF AUDIT-RUN-DATE < WS-YEAR-START
004320             OR AUDIT-RUN-DATE > WS-QTR-END
004330         GO TO 2000-ACCUMULATE-ONE-AUDIT-EXIT
004340     END-IF.
004350     IF AUDIT-EMP-ID NOT NUMERIC
004360         GO TO 2000-ACCUMULATE-ONE-AUDIT-EXIT
004370     END-IF.
004380     MOVE AUDIT-EMP-ID TO WS-ID-WORK.
004390     COMPUTE WS-EMP-SUB = WS-ID-WORK.
004400     IF WS-EMP-SUB = ZEROS
004410         GO TO 2000-ACCUMULATE-ONE-AUDIT-EXIT
004420     END-IF.
004421*    TAXABLE WAGES ARE THE CASH SALARY PLUS ANY IMPUTED INCOME
004422*    TAXED WITH IT; OLDER AUDIT RECORDS HAVE NO IMPUTED FIELD
004423     MOVE AUDIT-SALARY TO WS-WAGE-WORK.
004424     IF AUDIT-IMPUTED IS NUMERIC
004425         ADD AUDIT-IMPUTED TO WS-WAGE-WORK
004426     END-IF.
004430     IF AUDIT-RUN-DATE < WS-QTR-START
004432         ADD WS-WAGE-WORK TO WS-EMP-PRIOR-WAGES (WS-EMP-SUB)
004450         GO TO 2000-ACCUMULATE-ONE-AUDIT-EXIT
004460     END-IF.
004470     ADD 1 TO WS-AUDIT-COUNT.
004480     IF AUDIT-RUN-DATE NOT = WS-LAST-AUDIT-DATE
004490         ADD 1 TO WS-PERIOD-COUNT
004500         MOVE AUDIT-RUN-DATE TO WS-LAST-AUDIT-DATE
004510     END-IF.
004520     MOVE "Y" TO WS-EMP-USED-SW (WS-EMP-SUB).
004522     ADD WS-WAGE-WORK TO WS-EMP-QTR-WAGES (WS-EMP-SUB).
004540     MOVE AUDIT-RUN-DATE (5:2) TO WS-AUDIT-MONTH.
004550     COMPUTE WS-MONTH-IDX = WS-AUDIT-MONTH - WS-FIRST-MONTH + 1.
004552     ADD WS-WAGE-WORK TO WS-MON-WAGES (WS-MONTH-IDX).
004570     ADD AUDIT-FICA TO WS-MON-FICA (WS-MONTH-IDX).
004580     ADD AUDIT-STATE-TAX TO WS-MON-STATE (WS-MONTH-IDX).
004590     ADD AUDIT-FEDERAL-TAX TO WS-MON-FEDERAL (WS-MONTH-IDX).
004592     ADD WS-WAGE-WORK TO WS-QTR-WAGES.
004610     ADD AUDIT-FICA TO WS-QTR-FICA.
004620     ADD AUDIT-STATE-TAX TO WS-QTR-STATE.
004630     ADD AUDIT-FEDERAL-TAX TO WS-QTR-FEDERAL.
004640 2000-ACCUMULATE-ONE-AUDIT-EXIT.
004650     EXIT.
004660*
004670*    THE EMPLOYER MATCH IS NOT CARRIED ON THE AUDIT RECORD -
004680*    THE PAYROLL PASS SETS IT EQUAL TO THE EMPLOYEE FICA, AND
004690*    THE TRAILER PROOF BELOW CHECKS IT AGAINST WHAT WAS POSTED
004700 3000-PRINT-WORKSHEET.
004710     WRITE RPT-LINE FROM WS-COLUMN-HDR AFTER ADVANCING 1 LINE.
004720     PERFORM 3100-PRINT-ONE-MONTH THRU 3100-PRINT-ONE-MONTH-EXIT
004730         VARYING WS-MONTH-IDX FROM 1 BY 1
004740         UNTIL WS-MONTH-IDX > 3.
004750     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
004760     MOVE "QUARTER" TO MNL-LABEL.
004770     MOVE WS-QTR-WAGES TO MNL-WAGES.
004780     MOVE WS-QTR-FEDERAL TO MNL-FEDERAL.
004790     MOVE WS-QTR-STATE TO MNL-STATE.
004800     MOVE WS-QTR-FICA TO MNL-EE-FICA.
004810     MOVE WS-QTR-FICA TO MNL-ER-FICA.
004820     COMPUTE MNL-TOTAL-FICA = WS-QTR-FICA * 2.
004830     WRITE RPT-LINE FROM WS-MONTH-LINE AFTER ADVANCING 1 LINE.
004840     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
004850     MOVE "PAYMENTS ON THE AUDIT TRAIL" TO AML-LABEL.
004860     MOVE WS-AUDIT-COUNT TO AML-AMOUNT.
004870     WRITE RPT-LINE FROM WS-AMOUNT-LINE AFTER ADVANCING 1 LINE.
004880     MOVE "PAY PERIODS (RUN DATES) IN THE QUARTER" TO AML-LABEL.
004890     MOVE WS-PERIOD-COUNT TO AML-AMOUNT.
004900     WRITE RPT-LINE FROM WS-AMOUNT-LINE AFTER ADVANCING 1 LINE.
004910 3000-PRINT-WORKSHEET-EXIT.
004920     EXIT.
004930*
004940 3100-PRINT-ONE-MONTH.
004950     COMPUTE WS-MONTH-WORK = WS-FIRST-MONTH + WS-MONTH-IDX - 1.
004960     MOVE WS-MONTH-NAME (WS-MONTH-WORK) TO MNL-LABEL.
004970     MOVE WS-MON-WAGES (WS-MONTH-IDX) TO MNL-WAGES.
004980     MOVE WS-MON-FEDERAL (WS-MONTH-IDX) TO MNL-FEDERAL.
004990     MOVE WS-MON-STATE (WS-MONTH-IDX) TO MNL-STATE.
005000     MOVE WS-MON-FICA (WS-MONTH-IDX) TO MNL-EE-FICA.
005010     MOVE WS-MON-FICA (WS-MONTH-IDX) TO MNL-ER-FICA.
005020     COMPUTE MNL-TOTAL-FICA = WS-MON-FICA (WS-MONTH-IDX) * 2.
005030     WRITE RPT-LINE FROM WS-MONTH-LINE AFTER ADVANCING 1 LINE.
005040 3100-PRINT-ONE-MONTH-EXIT.
005050     EXIT.
005060*
005070 4000-WRITE-SUI-FILE.
005080     PERFORM 4100-WRITE-ONE-EMPLOYEE
005090         THRU 4100-WRITE-ONE-EMPLOYEE-EXIT
005100         VARYING WS-EMP-SUB FROM 1 BY 1
005110         UNTIL WS-EMP-SUB > 9999.
005120     MOVE SPACES TO SUI-TRAILER-RECORD.
005130     MOVE "TRAILR" TO SUT-TAG.
005140     MOVE WS-SUI-COUNT TO SUT-EMP-COUNT.
005150     MOVE WS-SUI-WAGES TO SUT-QTR-WAGES.
005160     MOVE WS-SUI-EXCESS TO SUT-EXCESS-WAGES.
005170     MOVE WS-SUI-TAXABLE TO SUT-TAXABLE-WAGES.
005180     WRITE SUI-TRAILER-RECORD.
005190     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
005200     MOVE "STATE UNEMPLOYMENT WAGE REPORT" TO WS-NOTE-LINE.
005210     WRITE RPT-LINE FROM WS-NOTE-LINE AFTER ADVANCING 1 LINE.
005220     MOVE "  TAXABLE WAGE BASE (ZERO = NO CUTOFF)" TO AML-LABEL.
005230     MOVE WS-WAGE-BASE TO AML-AMOUNT.
005240     WRITE RPT-LINE FROM WS-AMOUNT-LINE AFTER ADVANCING 1 LINE.
005250     MOVE "  EMPLOYEES REPORTED" TO AML-LABEL.
005260     MOVE WS-SUI-COUNT TO AML-AMOUNT.
005270     WRITE RPT-LINE FROM WS-AMOUNT-LINE AFTER ADVANCING 1 LINE.
005280     MOVE "  TOTAL WAGES PAID IN QUARTER" TO AML-LABEL.
005290     MOVE WS-SUI-WAGES TO AML-AMOUNT.
005300     WRITE RPT-LINE FROM WS-AMOUNT-LINE AFTER ADVANCING 1 LINE.
005310     MOVE "  WAGES OVER THE BASE" TO AML-LABEL.
005320     MOVE WS-SUI-EXCESS TO AML-AMOUNT.
005330     WRITE RPT-LINE FROM WS-AMOUNT-LINE AFTER ADVANCING 1 LINE.
005340     MOVE "  TAXABLE WAGES" TO AML-LABEL.
005350     MOVE WS-SUI-TAXABLE TO AML-AMOUNT.
005360     WRITE RPT-LINE FROM WS-AMOUNT-LINE AFTER ADVANCING 1 LINE.
005370 4000-WRITE-SUI-FILE-EXIT.
005380     EXIT.
005390*
005400*    TAXABLE = WHAT IS LEFT OF THE BASE AFTER THE EARLIER
005410*    QUARTERS, CAPPED AT THE QUARTER WAGES. A NEGATIVE QUARTER
005420*    (RETRO TAKE-BACK) IS REPORTED AS-IS, THE SAME WAY THE
005430*    PAYROLL PASS REVERSES ITS ACCRUAL
005440 4100-WRITE-ONE-EMPLOYEE.
005450     IF WS-EMP-USED-SW (WS-EMP-SUB) NOT = "Y"
005460         GO TO 4100-WRITE-ONE-EMPLOYEE-EXIT
005470     END-IF.
005480     MOVE WS-EMP-QTR-WAGES (WS-EMP-SUB) TO WS-TAXABLE-WORK.
005490     IF WS-WAGE-BASE > ZEROS
005500             AND WS-TAXABLE-WORK > ZEROS
005510         COMPUTE WS-BASE-LEFT = WS-WAGE-BASE
005520             - WS-EMP-PRIOR-WAGES (WS-EMP-SUB)
005530         IF WS-BASE-LEFT < ZEROS
005540             MOVE ZEROS TO WS-BASE-LEFT
005550         END-IF
005560         IF WS-TAXABLE-WORK > WS-BASE-LEFT
005570             MOVE WS-BASE-LEFT TO WS-TAXABLE-WORK
005580         END-IF
005590     END-IF.
005600     MOVE SPACES TO SUI-RECORD.
005610     MOVE WS-PARM-YEAR TO SUI-YEAR.
005620     MOVE WS-PARM-QUARTER TO SUI-QUARTER.
005630     MOVE WS-EMP-SUB TO WS-ID-WORK.
005640     MOVE WS-ID-WORK TO SUI-EMP-ID.
005650     IF WS-EMP-IS-OPENED
005660         MOVE WS-ID-WORK TO EMP-MST-ID
005670         READ EMPLOYEE-MASTER
005680             INVALID KEY
005690                 MOVE "NOT ON MASTER" TO SUI-LAST-NAME
005700             NOT INVALID KEY
005710                 MOVE EMP-MST-LAST-NAME TO SUI-LAST-NAME
005720                 MOVE EMP-MST-FIRST-NAME TO SUI-FIRST-NAME
005730         END-READ
005740     END-IF.
005750     MOVE WS-EMP-QTR-WAGES (WS-EMP-SUB) TO SUI-QTR-WAGES.
005760     MOVE WS-TAXABLE-WORK TO SUI-TAXABLE-WAGES.
005770     COMPUTE SUI-EXCESS-WAGES =
005780         WS-EMP-QTR-WAGES (WS-EMP-SUB) - WS-TAXABLE-WORK.
005790     COMPUTE SUI-YTD-WAGES = WS-EMP-PRIOR-WAGES (WS-EMP-SUB)
005800         + WS-EMP-QTR-WAGES (WS-EMP-SUB).
005810     WRITE SUI-RECORD.
005820     ADD 1 TO WS-SUI-COUNT.
005830     ADD SUI-QTR-WAGES TO WS-SUI-WAGES.
005840     ADD SUI-EXCESS-WAGES TO WS-SUI-EXCESS.
005850     ADD SUI-TAXABLE-WAGES TO WS-SUI-TAXABLE.
005860 4100-WRITE-ONE-EMPLOYEE-EXIT.
005870     EXIT.
005880*
005890*    EVERY outputData GENERATION SAVED IN THE QUARTER ENDS IN
005900*    THE PERIOD TRAILER; THEIR SUM MUST EQUAL THE AUDIT TRAIL
005910 5000-PROVE-TO-TRAILERS.
005920     OPEN INPUT CATALOG-FILE.
005930     IF WS-CATALOG-STATUS NOT = "00"
005940         DISPLAY "QTR-TAX: CANNOT OPEN genCatalog, STATUS = "
005950             WS-CATALOG-STATUS
005951         MOVE "5000-PROVE-TO-TRAILERS" TO WS-IL-PARAGRAPH
005952         MOVE "E" TO WS-IL-SEVERITY
005953         MOVE WS-CATALOG-STATUS TO WS-IL-FILE-STATUS
005954         MOVE "CANNOT OPEN genCatalog" TO WS-IL-MESSAGE
005955         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
005960         MOVE "Y" TO WS-CATALOG-EOF-SW
005970     END-IF.
005980     PERFORM 5100-READ-ONE-CATALOG
005990         THRU 5100-READ-ONE-CATALOG-EXIT
006000         UNTIL WS-END-OF-CATALOG.
006010     IF WS-CATALOG-STATUS = "00" OR = "10"
006020         CLOSE CATALOG-FILE
006030     END-IF.
006040     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
006050     MOVE "PROOF AGAINST THE PERIOD TRAILERS" TO WS-NOTE-LINE.
006060     WRITE RPT-LINE FROM WS-NOTE-LINE AFTER ADVANCING 1 LINE.
006070     WRITE RPT-LINE FROM WS-PROOF-HDR AFTER ADVANCING 1 LINE.
006080     MOVE "WAGES" TO PRL-LABEL.
006090     MOVE WS-QTR-WAGES TO WS-PRF-AUDIT.
006100     MOVE WS-TRL-WAGES TO WS-PRF-TRAILER.
006110     PERFORM 5300-PROOF-LINE THRU 5300-PROOF-LINE-EXIT.
006120     MOVE "FEDERAL WITHHOLDING" TO PRL-LABEL.
006130     MOVE WS-QTR-FEDERAL TO WS-PRF-AUDIT.
006140     MOVE WS-TRL-FEDERAL TO WS-PRF-TRAILER.
006150     PERFORM 5300-PROOF-LINE THRU 5300-PROOF-LINE-EXIT.
006160     MOVE "STATE WITHHOLDING" TO PRL-LABEL.
006170     MOVE WS-QTR-STATE TO WS-PRF-AUDIT.
006180     MOVE WS-TRL-STATE TO WS-PRF-TRAILER.
006190     PERFORM 5300-PROOF-LINE THRU 5300-PROOF-LINE-EXIT.
006200     MOVE "EMPLOYEE FICA" TO PRL-LABEL.
006210     MOVE WS-QTR-FICA TO WS-PRF-AUDIT.
006220     MOVE WS-TRL-FICA TO WS-PRF-TRAILER.
006230     PERFORM 5300-PROOF-LINE THRU 5300-PROOF-LINE-EXIT.
006240     MOVE "EMPLOYER FICA" TO PRL-LABEL.
006250     MOVE WS-QTR-FICA TO WS-PRF-AUDIT.
006260     MOVE WS-TRL-EMPR-FICA TO WS-PRF-TRAILER.
006270     PERFORM 5300-PROOF-LINE THRU 5300-PROOF-LINE-EXIT.
006280     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
006290     MOVE "PERIOD TRAILERS FOUND" TO AML-LABEL.
006300     MOVE WS-TRAILER-COUNT TO AML-AMOUNT.
006310     WRITE RPT-LINE FROM WS-AMOUNT-LINE AFTER ADVANCING 1 LINE.
006320     IF WS-MISSING-GEN-COUNT > ZEROS
006330         MOVE "GENERATIONS CATALOGED BUT UNREADABLE"
006340             TO AML-LABEL
006350         MOVE WS-MISSING-GEN-COUNT TO AML-AMOUNT
006360         WRITE RPT-LINE FROM WS-AMOUNT-LINE
006370             AFTER ADVANCING 1 LINE
006380     END-IF.
006390     IF WS-TRAILER-COUNT NOT = WS-PERIOD-COUNT
006400         MOVE "  ** PERIOD COUNT DIFFERS FROM THE AUDIT TRAIL"
006410             TO WS-NOTE-LINE
006420         WRITE RPT-LINE FROM WS-NOTE-LINE
006430             AFTER ADVANCING 1 LINE
006440         MOVE "     CHECK GEN-MANAGER RETENTION COUNT"
006450             TO WS-NOTE-LINE
006460         WRITE RPT-LINE FROM WS-NOTE-LINE
006470             AFTER ADVANCING 1 LINE
006480         ADD 1 TO WS-DIFF-COUNT
006490     END-IF.
006500     IF WS-DIFF-COUNT = ZEROS
006510         MOVE "QUARTER PROVES TO THE PERIOD TRAILERS"
006520             TO WS-NOTE-LINE
006530         DISPLAY "QTR-TAX: QUARTER PROVES TO THE TRAILERS"
006540     ELSE
006550         MOVE "QUARTER DOES NOT PROVE - SEE DIFFERENCES ABOVE"
006560             TO WS-NOTE-LINE
006570         DISPLAY "QTR-TAX: QUARTER DOES NOT PROVE TO THE "
006580             "PERIOD TRAILERS - " WS-DIFF-COUNT " DIFFERENCES"
006590         MOVE 4 TO RETURN-CODE
006600     END-IF.
006610     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
006620     WRITE RPT-LINE FROM WS-NOTE-LINE AFTER ADVANCING 1 LINE.
006630 5000-PROVE-TO-TRAILERS-EXIT.
006640     EXIT.
006650*
006660 5100-READ-ONE-CATALOG.
006670     READ CATALOG-FILE
006680         AT END
006690             MOVE "Y" TO WS-CATALOG-EOF-SW
006700             GO TO 5100-READ-ONE-CATALOG-EXIT
006710     END-READ.
006720     IF CAT-LOGICAL-NAME NOT = "outputData"
006730             OR CAT-RUN-DATE < WS-QTR-START
006740             OR CAT-RUN-DATE > WS-QTR-END
006750         GO TO 5100-READ-ONE-CATALOG-EXIT
006760     END-IF.
006770     MOVE CAT-PHYSICAL-NAME TO WS-GEN-NAME.
006780     OPEN INPUT GEN-FILE.
006790     IF WS-GEN-STATUS NOT = "00"
006800         DISPLAY "QTR-TAX: CANNOT OPEN " WS-GEN-NAME
006810             " (STATUS " WS-GEN-STATUS ")"
006811         MOVE "5100-READ-ONE-CATALOG" TO WS-IL-PARAGRAPH
006812         MOVE "E" TO WS-IL-SEVERITY
006813         MOVE WS-GEN-STATUS TO WS-IL-FILE-STATUS
006814         MOVE SPACES TO WS-IL-MESSAGE
006815         STRING "CANNOT OPEN GENERATION " WS-GEN-NAME
006816             DELIMITED BY SIZE INTO WS-IL-MESSAGE
006817         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
006820         ADD 1 TO WS-MISSING-GEN-COUNT
006830         GO TO 5100-READ-ONE-CATALOG-EXIT
006840     END-IF.
006850     MOVE "N" TO WS-GEN-EOF-SW.
006860     MOVE "N" TO WS-TRAILER-FOUND-SW.
006870     PERFORM 5200-READ-ONE-GEN-RECORD
006880         THRU 5200-READ-ONE-GEN-RECORD-EXIT
006890         UNTIL WS-END-OF-GEN.
006900     CLOSE GEN-FILE.
006910     IF NOT WS-TRAILER-FOUND
006920         DISPLAY "QTR-TAX: NO TRAILER ON " WS-GEN-NAME
006930         ADD 1 TO WS-MISSING-GEN-COUNT
006940     END-IF.
006950 5100-READ-ONE-CATALOG-EXIT.
006960     EXIT.
006970*
006980 5200-READ-ONE-GEN-RECORD.
006990     READ GEN-FILE
007000         AT END
007010             MOVE "Y" TO WS-GEN-EOF-SW
007020             GO TO 5200-READ-ONE-GEN-RECORD-EXIT
007030     END-READ.
007040     IF GTR-TAG NOT = "TRAILR"
007050         GO TO 5200-READ-ONE-GEN-RECORD-EXIT
007060     END-IF.
007070     MOVE "Y" TO WS-TRAILER-FOUND-SW.
007080     MOVE "Y" TO WS-GEN-EOF-SW.
007090     ADD 1 TO WS-TRAILER-COUNT.
007100     ADD GTR-TOTAL-SALARY TO WS-TRL-WAGES.
007102     IF GTR-TOTAL-IMPUTED IS NUMERIC
007104         ADD GTR-TOTAL-IMPUTED TO WS-TRL-WAGES
007106     END-IF.
007110     ADD GTR-TOTAL-FICA TO WS-TRL-FICA.
007120     ADD GTR-TOTAL-STATE-TAX TO WS-TRL-STATE.
007130     ADD GTR-TOTAL-FEDERAL-TAX TO WS-TRL-FEDERAL.
007140     ADD GTR-TOTAL-EMPR-FICA TO WS-TRL-EMPR-FICA.
007150 5200-READ-ONE-GEN-RECORD-EXIT.
007160     EXIT.
007170*
007180 5300-PROOF-LINE.
007190     MOVE WS-PRF-AUDIT TO PRL-AUDIT.
007200     MOVE WS-PRF-TRAILER TO PRL-TRAILER.
007210     COMPUTE WS-DIFF-WORK = WS-PRF-AUDIT - WS-PRF-TRAILER.
007220     MOVE WS-DIFF-WORK TO PRL-DIFFERENCE.
007230     IF WS-DIFF-WORK = ZEROS
007240         MOVE SPACES TO PRL-FLAG
007250     ELSE
007260         MOVE "** DIFF **" TO PRL-FLAG
007270         ADD 1 TO WS-DIFF-COUNT
007280     END-IF.
007290     WRITE RPT-LINE FROM WS-PROOF-LINE AFTER ADVANCING 1 LINE.
007300 5300-PROOF-LINE-EXIT.
007310     EXIT.
007320*
007321 8900-LOG-INCIDENT.
007322     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
007323         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
007324         WS-IL-MESSAGE.
007325 8900-LOG-INCIDENT-EXIT.
007326     EXIT.
007327*
007330 9000-TERMINATE.
007340     PERFORM 9100-WRITE-RUN-STATS
007350         THRU 9100-WRITE-RUN-STATS-EXIT.
007360     IF WS-RUN-STOPPED
007370         GO TO 9000-TERMINATE-EXIT
007380     END-IF.
007390     CLOSE AUDIT-FILE.
007400     IF WS-EMP-IS-OPENED
007410         CLOSE EMPLOYEE-MASTER
007420     END-IF.
007430     CLOSE SUI-FILE.
007440     CLOSE REPORT-FILE.
007450 9000-TERMINATE-EXIT.
007460     EXIT.
007470*
007480 9100-WRITE-RUN-STATS.
007490     OPEN EXTEND RUN-STATS-FILE.
007500     IF WS-STATS-STATUS = "35"
007510         OPEN OUTPUT RUN-STATS-FILE
007520     END-IF.
007530     IF WS-STATS-STATUS = "00"
007540         MOVE WS-RUN-DATE TO RST-RUN-DATE
007550         MOVE "QTRTAX" TO RST-STEP-NAME
007560         MOVE WS-AUDIT-COUNT TO RST-RECORDS-IN
007570         MOVE WS-SUI-COUNT TO RST-RECORDS-OUT
007580         MOVE WS-DIFF-COUNT TO RST-REJECTS
007590         MOVE WS-QTR-WAGES TO RST-AMOUNT-TOTAL
007600         MOVE WS-SUI-TAXABLE TO RST-HASH-TOTAL
007610         MOVE RETURN-CODE TO RST-RETURN-CODE
007620         WRITE RUN-STATS-RECORD
007630         CLOSE RUN-STATS-FILE
007640     ELSE
007650         DISPLAY "QTR-TAX: CANNOT OPEN runStats, "
007660             "STATUS = " WS-STATS-STATUS
007661         MOVE "9100-WRITE-RUN-STATS" TO WS-IL-PARAGRAPH
007662         MOVE "W" TO WS-IL-SEVERITY
007663         MOVE WS-STATS-STATUS TO WS-IL-FILE-STATUS
007664         MOVE "CANNOT OPEN runStats" TO WS-IL-MESSAGE
007665         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
007670     END-IF.
007680 9100-WRITE-RUN-STATS-EXIT.
007690     EXIT.
007700*
007710 END PROGRAM QTR-TAX.
