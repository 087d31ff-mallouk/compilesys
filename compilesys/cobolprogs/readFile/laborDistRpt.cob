000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LABOR-RPT.
000030 AUTHOR. REGISTRAR-SYSTEMS-GROUP.
000040 INSTALLATION. REGISTRARS-OFFICE.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED. 2026-10-14.
000070*================================================================
000080* MODIFICATION HISTORY
000090*   2026-10-14  RSG  INITIAL VERSION - LABOR DISTRIBUTION REPORT
000100*                    BY FUNDING SOURCE OFF THE laborDistDetail
000110*                    FILE GL-POST WRITES AS IT SPREADS THE PAY.
000120*                    ONE LINE PER EMPLOYEE PER CHARGED DEPT AND
000130*                    ACCOUNT, WITH FUND AND GRAND TOTALS OF
000140*                    SALARY, EMPLOYER FICA AND UNEMPLOYMENT.
000150*                    PAY WITH NO DISTRIBUTION PRINTS UNDER THE
000160*                    HOME DEPARTMENT HEADING.
000162*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000164*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000170*================================================================
000180*
000190 ENVIRONMENT DIVISION.
000200 CONFIGURATION SECTION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230     SELECT LABOR-DETAIL-FILE ASSIGN TO DISK
000240         ORGANIZATION IS LINE SEQUENTIAL
000250         FILE STATUS IS WS-DETAIL-STATUS.
000260     SELECT SORT-WORK-FILE ASSIGN TO DISK.
000270     SELECT REPORT-FILE ASSIGN TO DISK
000280         ORGANIZATION IS LINE SEQUENTIAL.
000290     SELECT RUN-STATS-FILE ASSIGN TO DISK
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-STATS-STATUS.
000320*
000330 DATA DIVISION.
000340 FILE SECTION.
000350*
000360 FD  LABOR-DETAIL-FILE
000370     LABEL RECORDS ARE STANDARD
000380     VALUE OF FILE-ID IS "laborDistDetail".
000390     COPY "labdtl.cpy".
000400*
000410 SD  SORT-WORK-FILE.
000420 01  SORT-REC.
000430     05  SRT-FUND                PIC X(06).
000440     05  SRT-DEPT                PIC X(04).
000450     05  SRT-ACCOUNT             PIC X(04).
000460     05  SRT-EMP-ID              PIC X(04).
000470     05  SRT-EMP-NAME            PIC X(25).
000480     05  SRT-PERCENT             PIC 9(03)V99.
000490     05  SRT-SALARY              PIC S9(07).
000500     05  SRT-EMPR-FICA           PIC S9(07).
000510     05  SRT-UNEMP               PIC S9(07).
000520*
000530 FD  REPORT-FILE
000540     LABEL RECORDS ARE STANDARD
000550     VALUE OF FILE-ID IS "laborDistReport".
000560 01  RPT-LINE                    PIC X(80).
000570*
000580 FD  RUN-STATS-FILE
000590     LABEL RECORDS ARE STANDARD
000600     VALUE OF FILE-ID IS "runStats".
000610     COPY "runstat.cpy".
000620*
000630 WORKING-STORAGE SECTION.
000640*----------------------------------------------------------------
000650* PRINT LINE LAYOUTS
000660*----------------------------------------------------------------
000670 01  WS-HEADER-1.
000680     05  FILLER                  PIC X(20) VALUE SPACES.
000690     05  FILLER                  PIC X(33) VALUE
000700         "LABOR DISTRIBUTION BY FUND SOURCE".
000710     05  FILLER                  PIC X(07) VALUE SPACES.
000720     05  FILLER                  PIC X(06) VALUE "PAGE  ".
000730     05  HDR-PAGE-NO             PIC ZZ9.
000740 01  WS-HEADER-2.
000750     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
000760     05  HDR-RUN-DATE            PIC X(08).
000770 01  WS-COLUMN-HDR.
000780     05  FILLER                  PIC X(08) VALUE "FUND".
000790     05  FILLER                  PIC X(06) VALUE "DEPT".
000800     05  FILLER                  PIC X(06) VALUE "ACCT".
000810     05  FILLER                  PIC X(26) VALUE "EMPLOYEE".
000820     05  FILLER                  PIC X(07) VALUE "    PCT".
000830     05  FILLER                  PIC X(08) VALUE "  SALARY".
000840     05  FILLER                  PIC X(08) VALUE "    FICA".
000850     05  FILLER                  PIC X(08) VALUE "   UNEMP".
000860 01  WS-FUND-HEADING.
000870     05  FILLER                  PIC X(06) VALUE "FUND: ".
000880     05  FHD-FUND                PIC X(30).
000890 01  WS-DETAIL-LINE.
000900     05  DTL-FUND                PIC X(06).
000910     05  FILLER                  PIC X(02) VALUE SPACES.
000920     05  DTL-DEPT                PIC X(04).
000930     05  FILLER                  PIC X(02) VALUE SPACES.
000940     05  DTL-ACCOUNT             PIC X(04).
000950     05  FILLER                  PIC X(02) VALUE SPACES.
000960     05  DTL-EMP-ID              PIC X(04).
000970     05  FILLER                  PIC X(01) VALUE SPACES.
000980     05  DTL-EMP-NAME            PIC X(20).
000990     05  FILLER                  PIC X(01) VALUE SPACES.
001000     05  DTL-PERCENT             PIC ZZ9.99.
001010     05  FILLER                  PIC X(01) VALUE SPACES.
001020     05  DTL-SALARY              PIC -(6)9.
001030     05  FILLER                  PIC X(01) VALUE SPACES.
001040     05  DTL-EMPR-FICA           PIC -(6)9.
001050     05  FILLER                  PIC X(01) VALUE SPACES.
001060     05  DTL-UNEMP               PIC -(6)9.
001070 01  WS-TOTAL-LINE.
001080     05  TTL-LABEL               PIC X(40).
001090     05  TTL-LINES               PIC ZZZZ9.
001100     05  FILLER                  PIC X(06) VALUE SPACES.
001110     05  TTL-SALARY              PIC -(8)9.
001120     05  FILLER                  PIC X(01) VALUE SPACES.
001130     05  TTL-EMPR-FICA           PIC -(6)9.
001140     05  FILLER                  PIC X(01) VALUE SPACES.
001150     05  TTL-UNEMP               PIC -(6)9.
001160*----------------------------------------------------------------
001170* CONTROL FIELDS AND TOTALS
001180*----------------------------------------------------------------
001190 01  WS-FUND-TOTALS.
001200     05  WS-FUND-LINES           PIC 9(05).
001210     05  WS-FUND-SALARY          PIC S9(09).
001220     05  WS-FUND-EMPR-FICA       PIC S9(09).
001230     05  WS-FUND-UNEMP           PIC S9(09).
001240 01  WS-GRAND-TOTALS.
001250     05  WS-GRAND-LINES          PIC 9(05).
001260     05  WS-GRAND-SALARY         PIC S9(09).
001270     05  WS-GRAND-EMPR-FICA      PIC S9(09).
001280     05  WS-GRAND-UNEMP          PIC S9(09).
001290 77  WS-DETAIL-STATUS            PIC X(02) VALUE "00".
001300 77  WS-STATS-STATUS             PIC X(02) VALUE "00".
001310 77  WS-INPUT-EOF-SW             PIC X(01) VALUE "N".
001320 77  WS-EOF-SW                   PIC X(01) VALUE "N".
001330     88  WS-END-OF-SORT              VALUE "Y".
001340 77  WS-FIRST-RECORD-SW          PIC X(01) VALUE "Y".
001350     88  WS-FIRST-RECORD             VALUE "Y".
001360 77  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
001370 77  WS-SYSTEM-DATE              PIC 9(08) VALUE ZEROS.
001380 77  WS-PAGE-NO                  PIC 999 VALUE ZEROS.
001390 77  WS-LINE-COUNT               PIC 9(03) VALUE ZEROS.
001400 77  WS-FUND-HOLD                PIC X(06) VALUE SPACES.
001410 77  WS-RECORDS-IN               PIC 9(07) VALUE ZEROS.
001411*----------------------------------------------------------------
001412* INCIDENT LOG CALL FIELDS
001413*----------------------------------------------------------------
001414 77  WS-IL-PROGRAM               PIC X(20) VALUE "LABOR-RPT".
001415 77  WS-IL-STEP                  PIC X(08) VALUE "LABORRPT".
001416 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
001417 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
001418 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
001419 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
001420*
001430 PROCEDURE DIVISION.
001440*================================================================
001450* 0000-MAINLINE
001460*================================================================
001470 0000-MAINLINE.
001480     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001490     SORT SORT-WORK-FILE
001500         ON ASCENDING KEY SRT-FUND SRT-DEPT SRT-ACCOUNT
001510             SRT-EMP-ID
001520         INPUT PROCEDURE IS 1500-SELECT-INPUT-RECORDS
001530             THRU 1500-SELECT-INPUT-RECORDS-EXIT
001540         OUTPUT PROCEDURE IS 2000-PRODUCE-REPORT
001550             THRU 2000-PRODUCE-REPORT-EXIT.
001560     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001570     GOBACK.
001580*
001590 1000-INITIALIZE.
001600     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
001610     MOVE WS-SYSTEM-DATE TO WS-RUN-DATE.
001620     MOVE ZEROS TO WS-FUND-TOTALS.
001630     MOVE ZEROS TO WS-GRAND-TOTALS.
001640     OPEN OUTPUT REPORT-FILE.
001650     PERFORM 1100-WRITE-PAGE-HEADER
001660         THRU 1100-WRITE-PAGE-HEADER-EXIT.
001670 1000-INITIALIZE-EXIT.
001680     EXIT.
001690*
001700 1100-WRITE-PAGE-HEADER.
001710     ADD 1 TO WS-PAGE-NO.
001720     MOVE WS-PAGE-NO TO HDR-PAGE-NO.
001730     WRITE RPT-LINE FROM WS-HEADER-1 AFTER ADVANCING PAGE.
001740     MOVE WS-RUN-DATE TO HDR-RUN-DATE.
001750     WRITE RPT-LINE FROM WS-HEADER-2 AFTER ADVANCING 1 LINE.
001760     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
001770     WRITE RPT-LINE FROM WS-COLUMN-HDR AFTER ADVANCING 1 LINE.
001780     MOVE 4 TO WS-LINE-COUNT.
001790 1100-WRITE-PAGE-HEADER-EXIT.
001800     EXIT.
001810*
001820 1500-SELECT-INPUT-RECORDS.
001830     OPEN INPUT LABOR-DETAIL-FILE.
001840     IF WS-DETAIL-STATUS NOT = "00"
001850         DISPLAY "LABOR-RPT: CANNOT OPEN laborDistDetail, "
001860             "STATUS = " WS-DETAIL-STATUS
001861         MOVE "1500-SELECT-INPUT-RECORDS" TO WS-IL-PARAGRAPH
001862         MOVE "E" TO WS-IL-SEVERITY
001863         MOVE WS-DETAIL-STATUS TO WS-IL-FILE-STATUS
001864         MOVE "CANNOT OPEN laborDistDetail" TO WS-IL-MESSAGE
001865         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001870         MOVE 4 TO RETURN-CODE
001880         GO TO 1500-SELECT-INPUT-RECORDS-EXIT
001890     END-IF.
001900     READ LABOR-DETAIL-FILE
001910         AT END MOVE "Y" TO WS-INPUT-EOF-SW
001920     END-READ.
001930     PERFORM 1600-RELEASE-RECORD THRU 1600-RELEASE-RECORD-EXIT
001940         UNTIL WS-INPUT-EOF-SW = "Y".
001950     CLOSE LABOR-DETAIL-FILE.
001960 1500-SELECT-INPUT-RECORDS-EXIT.
001970     EXIT.
001980*
001990 1600-RELEASE-RECORD.
002000     ADD 1 TO WS-RECORDS-IN.
002010     MOVE LDD-FUND TO SRT-FUND.
002020     MOVE LDD-DEPT TO SRT-DEPT.
002030     MOVE LDD-ACCOUNT TO SRT-ACCOUNT.
002040     MOVE LDD-EMP-ID TO SRT-EMP-ID.
002050     MOVE LDD-EMP-NAME TO SRT-EMP-NAME.
002060     MOVE LDD-PERCENT TO SRT-PERCENT.
002070     MOVE LDD-SALARY TO SRT-SALARY.
002080     MOVE LDD-EMPR-FICA TO SRT-EMPR-FICA.
002090     MOVE LDD-UNEMP TO SRT-UNEMP.
002100     RELEASE SORT-REC.
002110     READ LABOR-DETAIL-FILE
002120         AT END MOVE "Y" TO WS-INPUT-EOF-SW
002130     END-READ.
002140 1600-RELEASE-RECORD-EXIT.
002150     EXIT.
002160*
002170 2000-PRODUCE-REPORT.
002180     MOVE "N" TO WS-EOF-SW.
002190     RETURN SORT-WORK-FILE AT END MOVE "Y" TO WS-EOF-SW.
002200     PERFORM 2100-PROCESS-SORTED-RECORD
002210         THRU 2100-PROCESS-SORTED-RECORD-EXIT
002220         UNTIL WS-END-OF-SORT.
002230     IF NOT WS-FIRST-RECORD
002240         PERFORM 2300-WRITE-FUND-TOTAL
002250             THRU 2300-WRITE-FUND-TOTAL-EXIT
002260     END-IF.
002270     PERFORM 2400-WRITE-GRAND-TOTAL
002280         THRU 2400-WRITE-GRAND-TOTAL-EXIT.
002290 2000-PRODUCE-REPORT-EXIT.
002300     EXIT.
002310*
002320 2100-PROCESS-SORTED-RECORD.
002330     IF WS-FIRST-RECORD
002340         MOVE "N" TO WS-FIRST-RECORD-SW
002350         MOVE SRT-FUND TO WS-FUND-HOLD
002360         PERFORM 2150-WRITE-FUND-HEADING
002370             THRU 2150-WRITE-FUND-HEADING-EXIT
002380     END-IF.
002390     IF SRT-FUND NOT = WS-FUND-HOLD
002400         PERFORM 2300-WRITE-FUND-TOTAL
002410             THRU 2300-WRITE-FUND-TOTAL-EXIT
002420         MOVE SRT-FUND TO WS-FUND-HOLD
002430         PERFORM 2150-WRITE-FUND-HEADING
002440             THRU 2150-WRITE-FUND-HEADING-EXIT
002450     END-IF.
002460     PERFORM 2200-WRITE-DETAIL-LINE
002470         THRU 2200-WRITE-DETAIL-LINE-EXIT.
002480     RETURN SORT-WORK-FILE AT END MOVE "Y" TO WS-EOF-SW.
002490 2100-PROCESS-SORTED-RECORD-EXIT.
002500     EXIT.
002510*
002520*    A BLANK FUND SORTS FIRST AND IS THE PAY THAT WENT TO THE
002530*    HOME DEPARTMENT WITH NO LABOR DISTRIBUTION ON FILE
002540 2150-WRITE-FUND-HEADING.
002550     IF WS-LINE-COUNT > 50
002560         PERFORM 1100-WRITE-PAGE-HEADER
002570             THRU 1100-WRITE-PAGE-HEADER-EXIT
002580     END-IF.
002590     IF WS-FUND-HOLD = SPACES
002600         MOVE "HOME DEPARTMENT - NO DISTRIBUTION" TO FHD-FUND
002610     ELSE
002620         MOVE WS-FUND-HOLD TO FHD-FUND
002630     END-IF.
002640     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
002650     WRITE RPT-LINE FROM WS-FUND-HEADING AFTER ADVANCING 1 LINE.
002660     ADD 2 TO WS-LINE-COUNT.
002670 2150-WRITE-FUND-HEADING-EXIT.
002680     EXIT.
002690*
002700 2200-WRITE-DETAIL-LINE.
002710     IF WS-LINE-COUNT > 55
002720         PERFORM 1100-WRITE-PAGE-HEADER
002730             THRU 1100-WRITE-PAGE-HEADER-EXIT
002740     END-IF.
002750     MOVE SRT-FUND TO DTL-FUND.
002760     MOVE SRT-DEPT TO DTL-DEPT.
002770     MOVE SRT-ACCOUNT TO DTL-ACCOUNT.
002780     MOVE SRT-EMP-ID TO DTL-EMP-ID.
002790     MOVE SRT-EMP-NAME TO DTL-EMP-NAME.
002800     MOVE SRT-PERCENT TO DTL-PERCENT.
002810     MOVE SRT-SALARY TO DTL-SALARY.
002820     MOVE SRT-EMPR-FICA TO DTL-EMPR-FICA.
002830     MOVE SRT-UNEMP TO DTL-UNEMP.
002840     WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.
002850     ADD 1 TO WS-LINE-COUNT.
002860     ADD 1 TO WS-FUND-LINES.
002870     ADD SRT-SALARY TO WS-FUND-SALARY.
002880     ADD SRT-EMPR-FICA TO WS-FUND-EMPR-FICA.
002890     ADD SRT-UNEMP TO WS-FUND-UNEMP.
002900 2200-WRITE-DETAIL-LINE-EXIT.
002910     EXIT.
002920*
002930 2300-WRITE-FUND-TOTAL.
002940     MOVE "  FUND TOTAL - LINES CHARGED" TO TTL-LABEL.
002950     MOVE WS-FUND-LINES TO TTL-LINES.
002960     MOVE WS-FUND-SALARY TO TTL-SALARY.
002970     MOVE WS-FUND-EMPR-FICA TO TTL-EMPR-FICA.
002980     MOVE WS-FUND-UNEMP TO TTL-UNEMP.
002990     WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.
003000     ADD 1 TO WS-LINE-COUNT.
003010     ADD WS-FUND-LINES TO WS-GRAND-LINES.
003020     ADD WS-FUND-SALARY TO WS-GRAND-SALARY.
003030     ADD WS-FUND-EMPR-FICA TO WS-GRAND-EMPR-FICA.
003040     ADD WS-FUND-UNEMP TO WS-GRAND-UNEMP.
003050     MOVE ZEROS TO WS-FUND-TOTALS.
003060 2300-WRITE-FUND-TOTAL-EXIT.
003070     EXIT.
003080*
003090 2400-WRITE-GRAND-TOTAL.
003100     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
003110     MOVE "GRAND TOTAL - ALL FUNDS, LINES" TO TTL-LABEL.
003120     MOVE WS-GRAND-LINES TO TTL-LINES.
003130     MOVE WS-GRAND-SALARY TO TTL-SALARY.
003140     MOVE WS-GRAND-EMPR-FICA TO TTL-EMPR-FICA.
003150     MOVE WS-GRAND-UNEMP TO TTL-UNEMP.
003160     WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.
003170 2400-WRITE-GRAND-TOTAL-EXIT.
003180     EXIT.
003190*
003191 8900-LOG-INCIDENT.
003192     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
003193         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
003194         WS-IL-MESSAGE.
003195 8900-LOG-INCIDENT-EXIT.
003196     EXIT.
003197*
003200 9000-TERMINATE.
003210     CLOSE REPORT-FILE.
003220     PERFORM 9100-WRITE-RUN-STATS
003230         THRU 9100-WRITE-RUN-STATS-EXIT.
003240 9000-TERMINATE-EXIT.
003250     EXIT.
003260*
003270 9100-WRITE-RUN-STATS.
003280     OPEN EXTEND RUN-STATS-FILE.
003290     IF WS-STATS-STATUS = "35"
003300         OPEN OUTPUT RUN-STATS-FILE
003310     END-IF.
003320     IF WS-STATS-STATUS = "00"
003330         MOVE WS-RUN-DATE TO RST-RUN-DATE
003340         MOVE "LABORRPT" TO RST-STEP-NAME
003350         MOVE WS-RECORDS-IN TO RST-RECORDS-IN
003360         MOVE WS-GRAND-LINES TO RST-RECORDS-OUT
003370         MOVE ZEROS TO RST-REJECTS
003380         MOVE WS-GRAND-SALARY TO RST-AMOUNT-TOTAL
003390         MOVE ZEROS TO RST-HASH-TOTAL
003400         MOVE RETURN-CODE TO RST-RETURN-CODE
003410         WRITE RUN-STATS-RECORD
003420         CLOSE RUN-STATS-FILE
003430     ELSE
003440         DISPLAY "LABOR-RPT: CANNOT OPEN runStats, "
003450             "STATUS = " WS-STATS-STATUS
003451         MOVE "9100-WRITE-RUN-STATS" TO WS-IL-PARAGRAPH
003452         MOVE "W" TO WS-IL-SEVERITY
003453         MOVE WS-STATS-STATUS TO WS-IL-FILE-STATUS
003454         MOVE "CANNOT OPEN runStats" TO WS-IL-MESSAGE
003455         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
003460     END-IF.
003470 9100-WRITE-RUN-STATS-EXIT.
003480     EXIT.
003490*
003500 END PROGRAM LABOR-RPT.
