000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MASS-INCR.
000030 AUTHOR. REGISTRAR-SYSTEMS-GROUP.
000040 INSTALLATION. REGISTRARS-OFFICE.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED. 2026-10-14.
000070*================================================================
000080* MODIFICATION HISTORY
000090*   2026-10-14  RSG  INITIAL VERSION - ACROSS-THE-BOARD PAY
000100*                    INCREASE. APPLIES A PERCENTAGE OR A FLAT
000110*                    AMOUNT TO THE PAY RATE OF EVERY ACTIVE
000120*                    EMPLOYEE, OR OF ONE DEPARTMENT, AS OF AN
000130*                    EFFECTIVE DATE. A PROOF RUN PRINTS
000140*                    massIncrProof AND SAVES ITS CONTROL
000150*                    FIGURES TO massIncrControl; THE UPDATE RUN
000160*                    WITH THE SAME PARM REPRICES, REFUSES TO GO
000170*                    ON UNLESS THE FIGURES STILL AGREE WITH THE
000180*                    PROOF, THEN REWRITES employeeMaster, WRITES
000190*                    payRateHistory AND QUEUES THE RETRO PAY
000200*                    OWED ON PAYROLLS ALREADY RUN SINCE THE
000210*                    EFFECTIVE DATE TO payrollRetro.
000220*                    PARM: POS 1     = P PROOF, U UPDATE
000230*                          POS 2-9   = EFFECTIVE DATE YYYYMMDD
000240*                          POS 10    = P PERCENT, F FLAT
000250*                          POS 11-16 = PERCENT 999V999 OR
000260*                                      FLAT AMOUNT 9999V99
000270*                          POS 17-20 = DEPT, BLANK = ALL
000280*                          POS 21-23 = REASON, BLANK = GEN
000282*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000284*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000286*   2026-10-15  RSG  payrollAudit LAYOUT CARRIES THE
000288*                    IMPUTED INCOME TAXED WITH THE PAY.
000290*================================================================
000300*
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT EMPLOYEE-MASTER ASSIGN TO DISK
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS EMP-MST-ID
000390         FILE STATUS IS WS-EMP-STATUS.
000400     SELECT PAY-RATE-HISTORY ASSIGN TO DISK
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS PRH-KEY
000440         FILE STATUS IS WS-PRH-STATUS.
000450     SELECT AUDIT-FILE ASSIGN TO DISK
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-AUDIT-STATUS.
000480     SELECT RETRO-FILE ASSIGN TO DISK
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-RETRO-STATUS.
000510     SELECT CONTROL-FILE ASSIGN TO DISK
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-CONTROL-STATUS.
000540     SELECT PROOF-FILE ASSIGN TO DISK
000550         ORGANIZATION IS LINE SEQUENTIAL.
000560     SELECT APPLIED-FILE ASSIGN TO DISK
000570         ORGANIZATION IS LINE SEQUENTIAL.
000580     SELECT RUN-STATS-FILE ASSIGN TO DISK
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-STATS-STATUS.
000610*
000620 DATA DIVISION.
000630 FILE SECTION.
000640*
000650 FD  EMPLOYEE-MASTER
000660     LABEL RECORDS ARE STANDARD
000670     VALUE OF FILE-ID IS "employeeMaster".
000680     COPY "empmstr.cpy".
000690*
000700 FD  PAY-RATE-HISTORY
000710     LABEL RECORDS ARE STANDARD
000720     VALUE OF FILE-ID IS "payRateHistory".
000730     COPY "prhist.cpy".
000740*
000750 FD  AUDIT-FILE
000760     LABEL RECORDS ARE STANDARD
000770     VALUE OF FILE-ID IS "payrollAudit".
000780 01  AUDIT-REC.
000790     05  AUDIT-RUN-DATE          PIC X(08).
000800     05  AUDIT-RUN-TIME          PIC X(08).
000810     05  AUDIT-EMP-ID            PIC X(04).
000820     05  AUDIT-SALARY            PIC S9(05).
000830     05  AUDIT-FICA              PIC S9(05).
000840     05  AUDIT-STATE-TAX         PIC S9(06).
000850     05  AUDIT-FEDERAL-TAX       PIC S9(06).
000860     05  AUDIT-NET-PAY           PIC S9(06).
000870     05  AUDIT-REC-TYPE          PIC X(01).
000880     05  AUDIT-REASON-CODE       PIC X(03).
000882     05  AUDIT-IMPUTED           PIC 9(05).
000890*
000900 FD  RETRO-FILE
000910     LABEL RECORDS ARE STANDARD
000920     VALUE OF FILE-ID IS "payrollRetro".
000930     COPY "retrotx.cpy".
000940*
000950*    ONE RECORD - THE PARM AND CONTROL FIGURES OF THE LAST PROOF
000960*    RUN. THE UPDATE RUN EMPTIES THE FILE ONCE IT HAS APPLIED
000970*    THE INCREASE SO THE SAME PROOF CANNOT BE APPLIED TWICE.
000980 FD  CONTROL-FILE
000990     LABEL RECORDS ARE STANDARD
001000     VALUE OF FILE-ID IS "massIncrControl".
001010 01  CONTROL-REC.
001020     05  MIC-SELECTION           PIC X(22).
001030     05  MIC-PROOF-DATE          PIC X(08).
001040     05  MIC-RAISE-COUNT         PIC 9(05).
001050     05  MIC-NEW-RATE-TOTAL      PIC 9(09)V99.
001060     05  MIC-RETRO-TOTAL         PIC S9(09).
001070*
001080 FD  PROOF-FILE
001090     LABEL RECORDS ARE STANDARD
001100     VALUE OF FILE-ID IS "massIncrProof".
001110 01  PROOF-LINE                  PIC X(80).
001120*
001130 FD  APPLIED-FILE
001140     LABEL RECORDS ARE STANDARD
001150     VALUE OF FILE-ID IS "massIncrApplied".
001160 01  APPLIED-LINE                PIC X(80).
001170*
001180 FD  RUN-STATS-FILE
001190     LABEL RECORDS ARE STANDARD
001200     VALUE OF FILE-ID IS "runStats".
001210     COPY "runstat.cpy".
001220*
001230 WORKING-STORAGE SECTION.
001240*----------------------------------------------------------------
001250* PRINT LINE LAYOUTS
001260*----------------------------------------------------------------
001270 01  WS-HEADER-1.
001280     05  FILLER                  PIC X(16) VALUE SPACES.
001290     05  FILLER                  PIC X(32) VALUE
001300         "ACROSS-THE-BOARD PAY INCREASE - ".
001310     05  HDR-RUN-TYPE            PIC X(07).
001320     05  FILLER                  PIC X(05) VALUE SPACES.
001330     05  FILLER                  PIC X(06) VALUE "PAGE  ".
001340     05  HDR-PAGE-NO             PIC ZZ9.
001350 01  WS-HEADER-2.
001360     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
001370     05  HDR-RUN-DATE            PIC X(08).
001380     05  FILLER                  PIC X(13) VALUE
001390         "  EFFECTIVE: ".
001400     05  HDR-EFF-DATE            PIC X(08).
001410     05  FILLER                  PIC X(08) VALUE "  DEPT: ".
001420     05  HDR-DEPT                PIC X(04).
001430     05  FILLER                  PIC X(10) VALUE "  REASON: ".
001440     05  HDR-REASON              PIC X(03).
001450 01  WS-HEADER-3.
001460     05  FILLER                  PIC X(10) VALUE "INCREASE: ".
001470     05  HDR-PERCENT             PIC ZZ9.999.
001480     05  HDR-FLAT                REDEFINES HDR-PERCENT
001482                                 PIC ZZZ9.99.
001500     05  FILLER                  PIC X(01) VALUE SPACES.
001510     05  HDR-TYPE-TEXT           PIC X(25).
001520 01  WS-COLUMN-HDR.
001530     05  FILLER                  PIC X(05) VALUE "EMP".
001540     05  FILLER                  PIC X(21) VALUE "NAME".
001550     05  FILLER                  PIC X(05) VALUE "DEPT".
001560     05  FILLER                  PIC X(09) VALUE " OLD RATE".
001570     05  FILLER                  PIC X(09) VALUE " NEW RATE".
001580     05  FILLER                  PIC X(09) VALUE "   PAID".
001590     05  FILLER                  PIC X(08) VALUE "  RETRO".
001600     05  FILLER                  PIC X(10) VALUE "NOTE".
001610 01  WS-DETAIL-LINE.
001620     05  DTL-EMP-ID              PIC X(04).
001630     05  FILLER                  PIC X(01) VALUE SPACES.
001640     05  DTL-NAME                PIC X(20).
001650     05  FILLER                  PIC X(01) VALUE SPACES.
001660     05  DTL-DEPT                PIC X(04).
001670     05  FILLER                  PIC X(01) VALUE SPACES.
001680     05  DTL-OLD-RATE            PIC ZZZZ9.99.
001690     05  FILLER                  PIC X(01) VALUE SPACES.
001700     05  DTL-NEW-RATE            PIC ZZZZ9.99.
001710     05  FILLER                  PIC X(01) VALUE SPACES.
001720     05  DTL-PAID                PIC Z(7)9.
001730     05  FILLER                  PIC X(01) VALUE SPACES.
001740     05  DTL-RETRO               PIC -(6)9.
001750     05  FILLER                  PIC X(01) VALUE SPACES.
001760     05  DTL-NOTE                PIC X(10).
001770 01  WS-TOTAL-LINE.
001780     05  TTL-LABEL               PIC X(40).
001790     05  TTL-VALUE               PIC -(9)9.99.
001800 01  WS-MESSAGE-LINE             PIC X(80).
001810 01  WS-PRINT-LINE               PIC X(80).
001820*----------------------------------------------------------------
001830* PARM - THE SELECTION PART MUST BE THE SAME ON THE PROOF AND
001840* THE UPDATE RUN
001850*----------------------------------------------------------------
001860 01  WS-PARM.
001870     05  WS-PARM-MODE            PIC X(01).
001880         88  WS-PROOF-RUN            VALUE "P".
001890         88  WS-UPDATE-RUN           VALUE "U".
001900     05  WS-PARM-SELECTION.
001910         10  WS-PARM-EFF-DATE    PIC X(08).
001920         10  WS-PARM-EFF-NUM     REDEFINES WS-PARM-EFF-DATE
001930                                 PIC 9(08).
001940         10  WS-PARM-TYPE        PIC X(01).
001950             88  WS-PERCENT-RAISE    VALUE "P".
001960             88  WS-FLAT-RAISE       VALUE "F".
001970         10  WS-PARM-AMOUNT      PIC X(06).
001980         10  WS-PARM-PERCENT     REDEFINES WS-PARM-AMOUNT
001990                                 PIC 9(03)V999.
002000         10  WS-PARM-FLAT        REDEFINES WS-PARM-AMOUNT
002010                                 PIC 9(04)V99.
002020         10  WS-PARM-DEPT        PIC X(04).
002030             88  WS-ALL-DEPTS        VALUE SPACES.
002040         10  WS-PARM-REASON      PIC X(03).
002050     05  FILLER                  PIC X(17).
002060*----------------------------------------------------------------
002070* REGULAR PAY ON payrollAudit SINCE THE EFFECTIVE DATE, BY
002080* EMPLOYEE ID - THE BASE FOR THE RETRO PAY
002090*----------------------------------------------------------------
002100 01  WS-PAID-TABLE.
002110     05  WS-PAID-SINCE           PIC S9(07) OCCURS 9999 TIMES.
002120*----------------------------------------------------------------
002130* TOTALS
002140*----------------------------------------------------------------
002150 01  WS-RUN-TOTALS.
002160     05  WS-RAISE-COUNT          PIC 9(05).
002170     05  WS-SKIP-COUNT           PIC 9(05).
002180     05  WS-OLD-RATE-TOTAL       PIC 9(09)V99.
002190     05  WS-NEW-RATE-TOTAL       PIC 9(09)V99.
002200     05  WS-RETRO-TOTAL          PIC S9(09).
002210     05  WS-RETRO-COUNT          PIC 9(05).
002220 01  WS-SYSTEM-DATE.
002230     05  WS-SYS-DATE-NUM         PIC 9(08).
002240 77  WS-EMP-STATUS               PIC X(02) VALUE "00".
002250 77  WS-PRH-STATUS               PIC X(02) VALUE "00".
002260 77  WS-AUDIT-STATUS             PIC X(02) VALUE "00".
002270 77  WS-RETRO-STATUS             PIC X(02) VALUE "00".
002280 77  WS-CONTROL-STATUS           PIC X(02) VALUE "00".
002290 77  WS-STATS-STATUS             PIC X(02) VALUE "00".
002300 77  WS-INPUT-OK-SW              PIC X(01) VALUE "Y".
002310     88  WS-INPUT-OK                 VALUE "Y".
002320 77  WS-APPLY-SW                 PIC X(01) VALUE "N".
002330     88  WS-APPLY-PASS               VALUE "Y".
002340 77  WS-LISTING-SW               PIC X(01) VALUE "N".
002350     88  WS-LISTING-WANTED           VALUE "Y".
002360 77  WS-EMP-EOF-SW               PIC X(01) VALUE "N".
002370     88  WS-END-OF-EMPLOYEES         VALUE "Y".
002380 77  WS-AUDIT-EOF-SW             PIC X(01) VALUE "N".
002390     88  WS-END-OF-AUDIT             VALUE "Y".
002400 77  WS-EMP-OPEN-SW              PIC X(01) VALUE "N".
002410     88  WS-EMP-IS-OPEN              VALUE "Y".
002420 77  WS-PRH-OPEN-SW              PIC X(01) VALUE "N".
002430     88  WS-PRH-IS-OPEN              VALUE "Y".
002440 77  WS-RETRO-OPEN-SW            PIC X(01) VALUE "N".
002450     88  WS-RETRO-IS-OPEN            VALUE "Y".
002460 77  WS-REPORT-OPEN-SW           PIC X(01) VALUE "N".
002470     88  WS-REPORT-IS-OPEN           VALUE "Y".
002480 77  WS-LOCK-HELD-SW             PIC X(01) VALUE "N".
002490     88  WS-LOCK-IS-HELD             VALUE "Y".
002500 77  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
002510 77  WS-PAGE-NO                  PIC 999 VALUE ZEROS.
002520 77  WS-LINE-COUNT               PIC 9(03) VALUE ZEROS.
002530 77  WS-EMP-NO                   PIC 9(04) VALUE ZEROS.
002540 77  WS-OLD-RATE                 PIC 9(05)V99 VALUE ZEROS.
002550 77  WS-NEW-RATE                 PIC 9(05)V99 VALUE ZEROS.
002560 77  WS-PAID                     PIC S9(07) VALUE ZEROS.
002570 77  WS-RETRO-AMOUNT             PIC S9(07) VALUE ZEROS.
002580 77  WS-NOTE                     PIC X(10) VALUE SPACES.
002590 77  WS-EMPLOYEES-READ           PIC 9(07) VALUE ZEROS.
002600 77  WS-AUDIT-READ               PIC 9(07) VALUE ZEROS.
002610 77  WS-WRITE-ERRORS             PIC 9(05) VALUE ZEROS.
002620 77  WS-FL-FUNCTION              PIC X(01) VALUE SPACES.
002630 77  WS-FL-FILE-NAME             PIC X(14) VALUE SPACES.
002640 77  WS-FL-HOLDER                PIC X(08) VALUE SPACES.
002650 77  WS-FL-REPLY                 PIC X(01) VALUE "Y".
002660 77  WS-FL-INFO                  PIC X(40) VALUE SPACES.
002670 77  WS-MA-FILE                  PIC X(12) VALUE "employeeMast".
002680 77  WS-MA-ACTION                PIC X(01) VALUE SPACE.
002690 77  WS-MA-KEY                   PIC X(20) VALUE SPACES.
002700 77  WS-MA-BEFORE                PIC X(80) VALUE SPACES.
002710 77  WS-MA-AFTER                 PIC X(80) VALUE SPACES.
002720 77  WS-PF-STEP                  PIC X(08) VALUE "MASSINCR".
002730 77  WS-PF-VALUE                 PIC X(40) VALUE SPACES.
002740 77  WS-PF-FOUND                 PIC X(01) VALUE "N".
002741*----------------------------------------------------------------
002742* INCIDENT LOG CALL FIELDS
002743*----------------------------------------------------------------
002744 77  WS-IL-PROGRAM               PIC X(20) VALUE "MASS-INCR".
002745 77  WS-IL-STEP                  PIC X(08) VALUE "MASSINCR".
002746 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
002747 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
002748 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
002749 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
002750*
002760 PROCEDURE DIVISION.
002770*================================================================
002780* 0000-MAINLINE
002790*================================================================
002800 0000-MAINLINE.
002810     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002820     IF NOT WS-INPUT-OK
002830         GO TO 0000-MAINLINE-EXIT
002840     END-IF.
002850     IF WS-PROOF-RUN
002860         MOVE "Y" TO WS-LISTING-SW
002870         PERFORM 2000-PRICE-EMPLOYEES
002880             THRU 2000-PRICE-EMPLOYEES-EXIT
002890         PERFORM 3000-WRITE-TOTALS THRU 3000-WRITE-TOTALS-EXIT
002900         PERFORM 3100-SAVE-PROOF THRU 3100-SAVE-PROOF-EXIT
002910     ELSE
002920         PERFORM 2000-PRICE-EMPLOYEES
002930             THRU 2000-PRICE-EMPLOYEES-EXIT
002940         PERFORM 1500-CHECK-PROOF THRU 1500-CHECK-PROOF-EXIT
002950         IF WS-INPUT-OK
002960             PERFORM 1600-OPEN-FOR-UPDATE
002970                 THRU 1600-OPEN-FOR-UPDATE-EXIT
002980         END-IF
002990         IF WS-INPUT-OK
003000             MOVE "Y" TO WS-APPLY-SW
003010             MOVE "Y" TO WS-LISTING-SW
003020             PERFORM 2000-PRICE-EMPLOYEES
003030                 THRU 2000-PRICE-EMPLOYEES-EXIT
003040             PERFORM 3000-WRITE-TOTALS
003050                 THRU 3000-WRITE-TOTALS-EXIT
003060             PERFORM 3200-CLEAR-PROOF
003070                 THRU 3200-CLEAR-PROOF-EXIT
003080         END-IF
003090     END-IF.
003100     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
003110 0000-MAINLINE-EXIT.
003120     GOBACK.
003130*
003140 1000-INITIALIZE.
003150     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
003160     MOVE WS-SYSTEM-DATE TO WS-RUN-DATE.
003170     MOVE ZEROS TO WS-PAID-TABLE.
003180     ACCEPT WS-PARM FROM COMMAND-LINE.
003190     IF WS-PARM = SPACES
003200         CALL "PARM-FETCH" USING WS-PF-STEP WS-PF-VALUE
003210             WS-PF-FOUND
003220         IF WS-PF-FOUND = "Y"
003230             MOVE WS-PF-VALUE TO WS-PARM
003240             DISPLAY "MASS-INCR: PARM TAKEN FROM "
003250                 "paramMaster: " WS-PF-VALUE
003260         END-IF
003270     END-IF.
003280     PERFORM 1100-EDIT-PARM THRU 1100-EDIT-PARM-EXIT.
003290     IF NOT WS-INPUT-OK
003300         MOVE 8 TO RETURN-CODE
003310         GO TO 1000-INITIALIZE-EXIT
003320     END-IF.
003330     OPEN INPUT EMPLOYEE-MASTER.
003340     IF WS-EMP-STATUS NOT = "00"
003350         DISPLAY "MASS-INCR: CANNOT OPEN employeeMaster, "
003360             "STATUS = " WS-EMP-STATUS
003361         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
003362         MOVE "E" TO WS-IL-SEVERITY
003363         MOVE WS-EMP-STATUS TO WS-IL-FILE-STATUS
003364         MOVE "CANNOT OPEN employeeMaster" TO WS-IL-MESSAGE
003365         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
003370         MOVE 8 TO RETURN-CODE
003380         MOVE "N" TO WS-INPUT-OK-SW
003390         GO TO 1000-INITIALIZE-EXIT
003400     END-IF.
003410     MOVE "Y" TO WS-EMP-OPEN-SW.
003420*    NO HISTORY FILE YET MEANS NO EMPLOYEE HAS BEEN RAISED AT
003430*    THIS EFFECTIVE DATE - THE UPDATE RUN CREATES IT
003440     OPEN INPUT PAY-RATE-HISTORY.
003450     IF WS-PRH-STATUS = "00"
003460         MOVE "Y" TO WS-PRH-OPEN-SW
003470     END-IF.
003480     PERFORM 1200-LOAD-PAID-SINCE THRU 1200-LOAD-PAID-SINCE-EXIT.
003490     MOVE ZEROS TO WS-RUN-TOTALS.
003500     IF WS-PROOF-RUN
003510         OPEN OUTPUT PROOF-FILE
003520         MOVE "PROOF" TO HDR-RUN-TYPE
003530         MOVE "Y" TO WS-REPORT-OPEN-SW
003540         PERFORM 1300-WRITE-PAGE-HEADER
003550             THRU 1300-WRITE-PAGE-HEADER-EXIT
003560     END-IF.
003570 1000-INITIALIZE-EXIT.
003580     EXIT.
003590*
003600 1100-EDIT-PARM.
003610     IF NOT WS-PROOF-RUN AND NOT WS-UPDATE-RUN
003620         DISPLAY "MASS-INCR: PARM POS 1 MUST BE P (PROOF) "
003630             "OR U (UPDATE): " WS-PARM-MODE
003640         MOVE "N" TO WS-INPUT-OK-SW
003650         GO TO 1100-EDIT-PARM-EXIT
003660     END-IF.
003670     IF WS-PARM-EFF-DATE NOT NUMERIC
003680         DISPLAY "MASS-INCR: PARM POS 2-9 MUST BE THE "
003690             "EFFECTIVE DATE YYYYMMDD: " WS-PARM-EFF-DATE
003700         MOVE "N" TO WS-INPUT-OK-SW
003710         GO TO 1100-EDIT-PARM-EXIT
003720     END-IF.
003730*    A RATE CANNOT TAKE EFFECT AHEAD OF THE PAYROLLS THAT WOULD
003740*    STILL PAY THE OLD ONE - RUN ON OR AFTER THE DATE
003750     IF WS-PARM-EFF-NUM > WS-SYS-DATE-NUM
003760         DISPLAY "MASS-INCR: EFFECTIVE DATE " WS-PARM-EFF-DATE
003770             " IS IN THE FUTURE - RUN ON OR AFTER THAT DATE"
003780         MOVE "N" TO WS-INPUT-OK-SW
003790         GO TO 1100-EDIT-PARM-EXIT
003800     END-IF.
003810     IF NOT WS-PERCENT-RAISE AND NOT WS-FLAT-RAISE
003820         DISPLAY "MASS-INCR: PARM POS 10 MUST BE P (PERCENT) "
003830             "OR F (FLAT): " WS-PARM-TYPE
003840         MOVE "N" TO WS-INPUT-OK-SW
003850         GO TO 1100-EDIT-PARM-EXIT
003860     END-IF.
003870     IF WS-PARM-AMOUNT NOT NUMERIC
003880         DISPLAY "MASS-INCR: PARM POS 11-16 MUST BE THE "
003890             "AMOUNT, 6 DIGITS: " WS-PARM-AMOUNT
003900         MOVE "N" TO WS-INPUT-OK-SW
003910         GO TO 1100-EDIT-PARM-EXIT
003920     END-IF.
003930     IF WS-PARM-AMOUNT = ZEROS
003940         DISPLAY "MASS-INCR: INCREASE AMOUNT IS ZERO"
003950         MOVE "N" TO WS-INPUT-OK-SW
003960         GO TO 1100-EDIT-PARM-EXIT
003970     END-IF.
003980     IF WS-PARM-REASON = SPACES
003990         MOVE "GEN" TO WS-PARM-REASON
004000     END-IF.
004010     IF WS-PARM-REASON NOT = "GEN" AND NOT = "MER"
004020             AND NOT = "PRO" AND NOT = "COR"
004030         DISPLAY "MASS-INCR: PARM POS 21-23 MUST BE GEN, MER, "
004040             "PRO OR COR: " WS-PARM-REASON
004050         MOVE "N" TO WS-INPUT-OK-SW
004060         GO TO 1100-EDIT-PARM-EXIT
004070     END-IF.
004080 1100-EDIT-PARM-EXIT.
004090     EXIT.
004100*
004110*    ADJUSTMENTS ARE LEFT OUT - RETRO IS OWED ON REGULAR PAY
004120*    ONLY, AND AN EARLIER RETRO MUST NOT BE RAISED AGAIN
004130 1200-LOAD-PAID-SINCE.
004140     OPEN INPUT AUDIT-FILE.
004150     IF WS-AUDIT-STATUS NOT = "00"
004160         DISPLAY "MASS-INCR: payrollAudit NOT AVAILABLE, "
004170             "STATUS = " WS-AUDIT-STATUS
004180             " - NO RETRO PAY COMPUTED"
004190         GO TO 1200-LOAD-PAID-SINCE-EXIT
004200     END-IF.
004210     MOVE "N" TO WS-AUDIT-EOF-SW.
004220     PERFORM 1210-LOAD-ONE-AUDIT THRU 1210-LOAD-ONE-AUDIT-EXIT
004230         UNTIL WS-END-OF-AUDIT.
004240     CLOSE AUDIT-FILE.
004250 1200-LOAD-PAID-SINCE-EXIT.
004260     EXIT.
004270*
004280 1210-LOAD-ONE-AUDIT.
004290     READ AUDIT-FILE
004300         AT END
004310             MOVE "Y" TO WS-AUDIT-EOF-SW
004320             GO TO 1210-LOAD-ONE-AUDIT-EXIT
004330     END-READ.
004340     ADD 1 TO WS-AUDIT-READ.
004350     IF AUDIT-RUN-DATE < WS-PARM-EFF-DATE
004360             OR AUDIT-REC-TYPE = "A"
004370         GO TO 1210-LOAD-ONE-AUDIT-EXIT
004380     END-IF.
004390     IF AUDIT-EMP-ID NOT NUMERIC
004400         GO TO 1210-LOAD-ONE-AUDIT-EXIT
004410     END-IF.
004420     MOVE AUDIT-EMP-ID TO WS-EMP-NO.
004430     IF WS-EMP-NO > ZERO
004440         ADD AUDIT-SALARY TO WS-PAID-SINCE (WS-EMP-NO)
004450     END-IF.
004460 1210-LOAD-ONE-AUDIT-EXIT.
004470     EXIT.
004480*
004490 1300-WRITE-PAGE-HEADER.
004500     ADD 1 TO WS-PAGE-NO.
004510     MOVE WS-PAGE-NO TO HDR-PAGE-NO.
004520     MOVE WS-HEADER-1 TO WS-PRINT-LINE.
004530     PERFORM 1350-WRITE-TOP-LINE THRU 1350-WRITE-TOP-LINE-EXIT.
004540     MOVE WS-RUN-DATE TO HDR-RUN-DATE.
004550     MOVE WS-PARM-EFF-DATE TO HDR-EFF-DATE.
004560     IF WS-ALL-DEPTS
004570         MOVE "ALL" TO HDR-DEPT
004580     ELSE
004590         MOVE WS-PARM-DEPT TO HDR-DEPT
004600     END-IF.
004610     MOVE WS-PARM-REASON TO HDR-REASON.
004620     MOVE WS-HEADER-2 TO WS-PRINT-LINE.
004630     PERFORM 1400-WRITE-LINE THRU 1400-WRITE-LINE-EXIT.
004640     IF WS-PERCENT-RAISE
004650         MOVE WS-PARM-PERCENT TO HDR-PERCENT
004660         MOVE "PERCENT OF THE PAY RATE" TO HDR-TYPE-TEXT
004670     ELSE
004680         MOVE WS-PARM-FLAT TO HDR-FLAT
004690         MOVE "ADDED TO THE PAY RATE" TO HDR-TYPE-TEXT
004700     END-IF.
004710     MOVE WS-HEADER-3 TO WS-PRINT-LINE.
004720     PERFORM 1400-WRITE-LINE THRU 1400-WRITE-LINE-EXIT.
004730     MOVE SPACES TO WS-PRINT-LINE.
004740     PERFORM 1400-WRITE-LINE THRU 1400-WRITE-LINE-EXIT.
004750     MOVE WS-COLUMN-HDR TO WS-PRINT-LINE.
004760     PERFORM 1400-WRITE-LINE THRU 1400-WRITE-LINE-EXIT.
004770     MOVE 5 TO WS-LINE-COUNT.
004780 1300-WRITE-PAGE-HEADER-EXIT.
004790     EXIT.
004800*
004810 1350-WRITE-TOP-LINE.
004820     IF WS-PROOF-RUN
004830         WRITE PROOF-LINE FROM WS-PRINT-LINE
004840             AFTER ADVANCING PAGE
004850     ELSE
004860         WRITE APPLIED-LINE FROM WS-PRINT-LINE
004870             AFTER ADVANCING PAGE
004880     END-IF.
004890 1350-WRITE-TOP-LINE-EXIT.
004900     EXIT.
004910*
004920 1400-WRITE-LINE.
004930     IF WS-PROOF-RUN
004940         WRITE PROOF-LINE FROM WS-PRINT-LINE
004950             AFTER ADVANCING 1 LINE
004960     ELSE
004970         WRITE APPLIED-LINE FROM WS-PRINT-LINE
004980             AFTER ADVANCING 1 LINE
004990     END-IF.
005000     ADD 1 TO WS-LINE-COUNT.
005010 1400-WRITE-LINE-EXIT.
005020     EXIT.
005030*
005040*================================================================
005050* 1500-CHECK-PROOF - THE UPDATE RUN HAS JUST REPRICED WITHOUT
005060* APPLYING ANYTHING. IT GOES ON ONLY WHEN massIncrControl HOLDS
005070* A PROOF FOR THE SAME SELECTION WITH THE SAME COUNT AND TOTALS,
005080* SO A PAYROLL RUN OR A RATE CHANGE SINCE THE PROOF FORCES A
005090* NEW PROOF TO BE PRINTED AND CHECKED.
005100*================================================================
005110 1500-CHECK-PROOF.
005120     OPEN INPUT CONTROL-FILE.
005130     IF WS-CONTROL-STATUS NOT = "00"
005140         DISPLAY "MASS-INCR: NO PROOF ON FILE - RUN WITH "
005150             "PARM POS 1 = P FIRST"
005160         MOVE 8 TO RETURN-CODE
005170         MOVE "N" TO WS-INPUT-OK-SW
005180         GO TO 1500-CHECK-PROOF-EXIT
005190     END-IF.
005200     READ CONTROL-FILE
005210         AT END
005220             MOVE SPACES TO MIC-SELECTION
005230     END-READ.
005240     CLOSE CONTROL-FILE.
005250     IF MIC-SELECTION = SPACES
005260         DISPLAY "MASS-INCR: NO PROOF ON FILE - RUN WITH "
005270             "PARM POS 1 = P FIRST"
005280         MOVE 8 TO RETURN-CODE
005290         MOVE "N" TO WS-INPUT-OK-SW
005300         GO TO 1500-CHECK-PROOF-EXIT
005310     END-IF.
005320     IF MIC-SELECTION NOT = WS-PARM-SELECTION
005330         DISPLAY "MASS-INCR: PARM DOES NOT MATCH THE PROOF "
005340             "OF " MIC-PROOF-DATE
005350         DISPLAY "MASS-INCR: PROOF PARM  = " MIC-SELECTION
005360         DISPLAY "MASS-INCR: UPDATE PARM = " WS-PARM-SELECTION
005370         MOVE 8 TO RETURN-CODE
005380         MOVE "N" TO WS-INPUT-OK-SW
005390         GO TO 1500-CHECK-PROOF-EXIT
005400     END-IF.
005410     IF MIC-RAISE-COUNT NOT = WS-RAISE-COUNT
005420             OR MIC-NEW-RATE-TOTAL NOT = WS-NEW-RATE-TOTAL
005430             OR MIC-RETRO-TOTAL NOT = WS-RETRO-TOTAL
005440         DISPLAY "MASS-INCR: FIGURES HAVE CHANGED SINCE THE "
005450             "PROOF OF " MIC-PROOF-DATE " - RUN A NEW PROOF"
005460         DISPLAY "MASS-INCR: PROOF  COUNT " MIC-RAISE-COUNT
005470             " RETRO " MIC-RETRO-TOTAL
005480         DISPLAY "MASS-INCR: UPDATE COUNT " WS-RAISE-COUNT
005490             " RETRO " WS-RETRO-TOTAL
005500         MOVE 8 TO RETURN-CODE
005510         MOVE "N" TO WS-INPUT-OK-SW
005520         GO TO 1500-CHECK-PROOF-EXIT
005530     END-IF.
005540     MOVE ZEROS TO WS-RUN-TOTALS.
005550 1500-CHECK-PROOF-EXIT.
005560     EXIT.
005570*
005580*    THE SAME HOLD EMP-MAINT TAKES, SO NO ONE CAN KEY A RATE
005590*    CHANGE WHILE THE INCREASE IS GOING ON
005600 1600-OPEN-FOR-UPDATE.
005610     MOVE "A" TO WS-FL-FUNCTION.
005620     MOVE "employeeMaster" TO WS-FL-FILE-NAME.
005630     MOVE "MASSINCR" TO WS-FL-HOLDER.
005640     CALL "FILE-LOCK" USING WS-FL-FUNCTION WS-FL-FILE-NAME
005650         WS-FL-HOLDER WS-FL-REPLY WS-FL-INFO.
005660     IF WS-FL-REPLY = "N"
005670         DISPLAY "MASS-INCR: employeeMaster IS IN USE - "
005680             WS-FL-INFO
005690         MOVE 8 TO RETURN-CODE
005700         MOVE "N" TO WS-INPUT-OK-SW
005710         GO TO 1600-OPEN-FOR-UPDATE-EXIT
005720     END-IF.
005730     MOVE "Y" TO WS-LOCK-HELD-SW.
005740     CLOSE EMPLOYEE-MASTER.
005750     MOVE "N" TO WS-EMP-OPEN-SW.
005760     OPEN I-O EMPLOYEE-MASTER.
005770     IF WS-EMP-STATUS NOT = "00"
005780         DISPLAY "MASS-INCR: CANNOT OPEN employeeMaster FOR "
005790             "UPDATE, STATUS = " WS-EMP-STATUS
005791         MOVE "1600-OPEN-FOR-UPDATE" TO WS-IL-PARAGRAPH
005792         MOVE "E" TO WS-IL-SEVERITY
005793         MOVE WS-EMP-STATUS TO WS-IL-FILE-STATUS
005794         MOVE "CANNOT OPEN employeeMaster FOR UPDATE"
005795             TO WS-IL-MESSAGE
005796         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
005800         MOVE 8 TO RETURN-CODE
005810         MOVE "N" TO WS-INPUT-OK-SW
005820         GO TO 1600-OPEN-FOR-UPDATE-EXIT
005830     END-IF.
005840     MOVE "Y" TO WS-EMP-OPEN-SW.
005850     IF WS-PRH-IS-OPEN
005860         CLOSE PAY-RATE-HISTORY
005870         MOVE "N" TO WS-PRH-OPEN-SW
005880     END-IF.
005890     OPEN I-O PAY-RATE-HISTORY.
005900     IF WS-PRH-STATUS = "35"
005910         OPEN OUTPUT PAY-RATE-HISTORY
005920         CLOSE PAY-RATE-HISTORY
005930         OPEN I-O PAY-RATE-HISTORY
005940     END-IF.
005950     IF WS-PRH-STATUS NOT = "00" AND NOT = "05"
005960         DISPLAY "MASS-INCR: CANNOT OPEN payRateHistory, "
005970             "STATUS = " WS-PRH-STATUS
005971         MOVE "1600-OPEN-FOR-UPDATE" TO WS-IL-PARAGRAPH
005972         MOVE "E" TO WS-IL-SEVERITY
005973         MOVE WS-PRH-STATUS TO WS-IL-FILE-STATUS
005974         MOVE "CANNOT OPEN payRateHistory" TO WS-IL-MESSAGE
005975         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
005980         MOVE 8 TO RETURN-CODE
005990         MOVE "N" TO WS-INPUT-OK-SW
006000         GO TO 1600-OPEN-FOR-UPDATE-EXIT
006010     END-IF.
006020     MOVE "Y" TO WS-PRH-OPEN-SW.
006030     OPEN EXTEND RETRO-FILE.
006040     IF WS-RETRO-STATUS = "35"
006050         OPEN OUTPUT RETRO-FILE
006060     END-IF.
006070     IF WS-RETRO-STATUS NOT = "00"
006080         DISPLAY "MASS-INCR: CANNOT OPEN payrollRetro, "
006090             "STATUS = " WS-RETRO-STATUS
006091         MOVE "1600-OPEN-FOR-UPDATE" TO WS-IL-PARAGRAPH
006092         MOVE "E" TO WS-IL-SEVERITY
006093         MOVE WS-RETRO-STATUS TO WS-IL-FILE-STATUS
006094         MOVE "CANNOT OPEN payrollRetro" TO WS-IL-MESSAGE
006095         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
006100         MOVE 8 TO RETURN-CODE
006110         MOVE "N" TO WS-INPUT-OK-SW
006120         GO TO 1600-OPEN-FOR-UPDATE-EXIT
006130     END-IF.
006140     MOVE "Y" TO WS-RETRO-OPEN-SW.
006150     OPEN OUTPUT APPLIED-FILE.
006160     MOVE "APPLIED" TO HDR-RUN-TYPE.
006170     MOVE "Y" TO WS-REPORT-OPEN-SW.
006180     PERFORM 1300-WRITE-PAGE-HEADER
006190         THRU 1300-WRITE-PAGE-HEADER-EXIT.
006200 1600-OPEN-FOR-UPDATE-EXIT.
006210     EXIT.
006220*
006230 2000-PRICE-EMPLOYEES.
006240     MOVE "N" TO WS-EMP-EOF-SW.
006250     MOVE LOW-VALUES TO EMP-MST-ID.
006260     START EMPLOYEE-MASTER KEY NOT LESS THAN EMP-MST-ID
006270         INVALID KEY MOVE "Y" TO WS-EMP-EOF-SW
006280     END-START.
006290     PERFORM 2100-PRICE-ONE-EMPLOYEE
006300         THRU 2100-PRICE-ONE-EMPLOYEE-EXIT
006310         UNTIL WS-END-OF-EMPLOYEES.
006320 2000-PRICE-EMPLOYEES-EXIT.
006330     EXIT.
006340*
006350*================================================================
006360* 2100-PRICE-ONE-EMPLOYEE - NEW RATE AND RETRO FOR ONE ACTIVE
006370* EMPLOYEE IN THE SELECTION. RETRO IS THE REGULAR PAY SINCE THE
006380* EFFECTIVE DATE TIMES THE RATIO OF NEW RATE TO OLD LESS ONE -
006390* SALARY, HOURS AND OVERTIME ARE ALL STRAIGHT MULTIPLES OF THE
006400* RATE, SO THIS IS THE SAME AS REPRICING EACH PAYMENT.
006410*================================================================
006420 2100-PRICE-ONE-EMPLOYEE.
006430     READ EMPLOYEE-MASTER NEXT RECORD
006440         AT END
006450             MOVE "Y" TO WS-EMP-EOF-SW
006460             GO TO 2100-PRICE-ONE-EMPLOYEE-EXIT
006470     END-READ.
006480     IF NOT WS-APPLY-PASS
006490         ADD 1 TO WS-EMPLOYEES-READ
006500     END-IF.
006510     IF NOT EMP-MST-ACTIVE
006520         GO TO 2100-PRICE-ONE-EMPLOYEE-EXIT
006530     END-IF.
006540     IF NOT WS-ALL-DEPTS AND EMP-MST-DEPT NOT = WS-PARM-DEPT
006550         GO TO 2100-PRICE-ONE-EMPLOYEE-EXIT
006560     END-IF.
006570     MOVE EMP-MST-PAY-RATE TO WS-OLD-RATE.
006580     MOVE ZEROS TO WS-NEW-RATE.
006590     MOVE ZEROS TO WS-PAID.
006600     MOVE ZEROS TO WS-RETRO-AMOUNT.
006610     MOVE SPACES TO WS-NOTE.
006620     IF WS-OLD-RATE = ZERO
006630         MOVE "NO RATE" TO WS-NOTE
006640         GO TO 2100-SKIP-EMPLOYEE
006650     END-IF.
006660     IF WS-PRH-IS-OPEN
006670         MOVE EMP-MST-ID TO PRH-EMP-ID
006680         MOVE WS-PARM-EFF-DATE TO PRH-EFF-DATE
006690         READ PAY-RATE-HISTORY
006700             NOT INVALID KEY
006710                 MOVE "ON HISTORY" TO WS-NOTE
006720         END-READ
006730         IF WS-NOTE NOT = SPACES
006740             GO TO 2100-SKIP-EMPLOYEE
006750         END-IF
006760     END-IF.
006770     IF WS-PERCENT-RAISE
006780         COMPUTE WS-NEW-RATE ROUNDED =
006790             WS-OLD-RATE * (100 + WS-PARM-PERCENT) / 100
006800             ON SIZE ERROR
006810                 MOVE "OVERFLOW" TO WS-NOTE
006820         END-COMPUTE
006830     ELSE
006840         ADD WS-OLD-RATE WS-PARM-FLAT GIVING WS-NEW-RATE
006850             ON SIZE ERROR
006860                 MOVE "OVERFLOW" TO WS-NOTE
006870         END-ADD
006880     END-IF.
006890     IF WS-NOTE NOT = SPACES
006900         GO TO 2100-SKIP-EMPLOYEE
006910     END-IF.
006920     IF WS-NEW-RATE = WS-OLD-RATE
006930         MOVE "NO CHANGE" TO WS-NOTE
006940         GO TO 2100-SKIP-EMPLOYEE
006950     END-IF.
006960     IF EMP-MST-ID IS NUMERIC
006970         MOVE EMP-MST-ID TO WS-EMP-NO
006980         IF WS-EMP-NO > ZERO
006990             MOVE WS-PAID-SINCE (WS-EMP-NO) TO WS-PAID
007000         END-IF
007010     END-IF.
007020     COMPUTE WS-RETRO-AMOUNT ROUNDED =
007030         WS-PAID * (WS-NEW-RATE - WS-OLD-RATE) / WS-OLD-RATE.
007040     ADD 1 TO WS-RAISE-COUNT.
007050     ADD WS-OLD-RATE TO WS-OLD-RATE-TOTAL.
007060     ADD WS-NEW-RATE TO WS-NEW-RATE-TOTAL.
007070     ADD WS-RETRO-AMOUNT TO WS-RETRO-TOTAL.
007080     IF WS-RETRO-AMOUNT NOT = ZERO
007090         ADD 1 TO WS-RETRO-COUNT
007100     END-IF.
007110     IF WS-APPLY-PASS
007120         PERFORM 2300-APPLY-INCREASE
007130             THRU 2300-APPLY-INCREASE-EXIT
007140     END-IF.
007150     IF WS-LISTING-WANTED
007160         PERFORM 2200-WRITE-DETAIL THRU 2200-WRITE-DETAIL-EXIT
007170     END-IF.
007180     GO TO 2100-PRICE-ONE-EMPLOYEE-EXIT.
007190 2100-SKIP-EMPLOYEE.
007200     ADD 1 TO WS-SKIP-COUNT.
007210     IF WS-LISTING-WANTED
007220         PERFORM 2200-WRITE-DETAIL THRU 2200-WRITE-DETAIL-EXIT
007230     END-IF.
007240 2100-PRICE-ONE-EMPLOYEE-EXIT.
007250     EXIT.
007260*
007270 2200-WRITE-DETAIL.
007280     IF WS-LINE-COUNT > 55
007290         PERFORM 1300-WRITE-PAGE-HEADER
007300             THRU 1300-WRITE-PAGE-HEADER-EXIT
007310     END-IF.
007320     MOVE EMP-MST-ID TO DTL-EMP-ID.
007330     MOVE EMP-MST-NAME TO DTL-NAME.
007340     MOVE EMP-MST-DEPT TO DTL-DEPT.
007350     MOVE WS-OLD-RATE TO DTL-OLD-RATE.
007360     MOVE WS-NEW-RATE TO DTL-NEW-RATE.
007370     MOVE WS-PAID TO DTL-PAID.
007380     MOVE WS-RETRO-AMOUNT TO DTL-RETRO.
007390     MOVE WS-NOTE TO DTL-NOTE.
007400     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
007410     PERFORM 1400-WRITE-LINE THRU 1400-WRITE-LINE-EXIT.
007420 2200-WRITE-DETAIL-EXIT.
007430     EXIT.
007440*
007450*================================================================
007460* 2300-APPLY-INCREASE - NEW RATE TO THE MASTER, A HISTORY RECORD
007470* AT THE EFFECTIVE DATE, AND THE RETRO AS AN "A" ADJUSTMENT,
007480* REASON RET, FOR THE NEXT PAYROLL PASS
007490*================================================================
007500 2300-APPLY-INCREASE.
007510     MOVE EMPLOYEE-MASTER-RECORD TO WS-MA-BEFORE.
007520     MOVE WS-NEW-RATE TO EMP-MST-PAY-RATE.
007530     REWRITE EMPLOYEE-MASTER-RECORD
007540         INVALID KEY
007550             DISPLAY "MASS-INCR: REWRITE FAILED FOR "
007560                 EMP-MST-ID ", STATUS = " WS-EMP-STATUS
007570             ADD 1 TO WS-WRITE-ERRORS
007580             MOVE "NOT DONE" TO WS-NOTE
007590             GO TO 2300-APPLY-INCREASE-EXIT
007600     END-REWRITE.
007610     MOVE "C" TO WS-MA-ACTION.
007620     MOVE EMP-MST-ID TO WS-MA-KEY.
007630     MOVE EMPLOYEE-MASTER-RECORD TO WS-MA-AFTER.
007640     CALL "MAINT-AUDIT" USING WS-MA-FILE WS-MA-ACTION
007650         WS-MA-KEY WS-MA-BEFORE WS-MA-AFTER.
007660     MOVE EMP-MST-ID TO PRH-EMP-ID.
007670     MOVE WS-PARM-EFF-DATE TO PRH-EFF-DATE.
007680     MOVE WS-NEW-RATE TO PRH-PAY-RATE.
007690     MOVE WS-OLD-RATE TO PRH-PRIOR-RATE.
007700     MOVE WS-PARM-REASON TO PRH-REASON.
007710     MOVE WS-RETRO-AMOUNT TO PRH-RETRO-AMOUNT.
007720     MOVE "MASSINCR" TO PRH-SOURCE.
007730     MOVE SPACES TO PRH-OPERATOR-ID.
007740     MOVE WS-RUN-DATE TO PRH-ENTERED-DATE.
007750     WRITE PAY-RATE-HISTORY-RECORD
007760         INVALID KEY
007770             DISPLAY "MASS-INCR: HISTORY NOT WRITTEN FOR "
007780                 EMP-MST-ID ", STATUS = " WS-PRH-STATUS
007790             ADD 1 TO WS-WRITE-ERRORS
007800     END-WRITE.
007810     IF WS-RETRO-AMOUNT = ZERO
007820         GO TO 2300-APPLY-INCREASE-EXIT
007830     END-IF.
007840     MOVE SPACES TO RETRO-TRANS-RECORD.
007850     MOVE "A" TO RTX-REC-TYPE.
007860     MOVE EMP-MST-ID TO RTX-EMP-ID.
007870     IF WS-RETRO-AMOUNT < ZERO
007880         MOVE "-" TO RTX-SIGN
007890         COMPUTE RTX-AMOUNT = 0 - WS-RETRO-AMOUNT
007900     ELSE
007910         MOVE "+" TO RTX-SIGN
007920         MOVE WS-RETRO-AMOUNT TO RTX-AMOUNT
007930     END-IF.
007940     MOVE "RET" TO RTX-REASON-CODE.
007950     WRITE RETRO-TRANS-RECORD.
007960 2300-APPLY-INCREASE-EXIT.
007970     EXIT.
007980*
007990 3000-WRITE-TOTALS.
008000     MOVE SPACES TO WS-PRINT-LINE.
008010     PERFORM 1400-WRITE-LINE THRU 1400-WRITE-LINE-EXIT.
008020     MOVE "EMPLOYEES RAISED" TO TTL-LABEL.
008030     MOVE WS-RAISE-COUNT TO TTL-VALUE.
008040     PERFORM 3010-WRITE-TOTAL-LINE
008050         THRU 3010-WRITE-TOTAL-LINE-EXIT.
008060     MOVE "EMPLOYEES SKIPPED (SEE NOTE)" TO TTL-LABEL.
008070     MOVE WS-SKIP-COUNT TO TTL-VALUE.
008080     PERFORM 3010-WRITE-TOTAL-LINE
008090         THRU 3010-WRITE-TOTAL-LINE-EXIT.
008100     MOVE "TOTAL OF OLD RATES" TO TTL-LABEL.
008110     MOVE WS-OLD-RATE-TOTAL TO TTL-VALUE.
008120     PERFORM 3010-WRITE-TOTAL-LINE
008130         THRU 3010-WRITE-TOTAL-LINE-EXIT.
008140     MOVE "TOTAL OF NEW RATES" TO TTL-LABEL.
008150     MOVE WS-NEW-RATE-TOTAL TO TTL-VALUE.
008160     PERFORM 3010-WRITE-TOTAL-LINE
008170         THRU 3010-WRITE-TOTAL-LINE-EXIT.
008180     MOVE "RETRO ADJUSTMENTS" TO TTL-LABEL.
008190     MOVE WS-RETRO-COUNT TO TTL-VALUE.
008200     PERFORM 3010-WRITE-TOTAL-LINE
008210         THRU 3010-WRITE-TOTAL-LINE-EXIT.
008220     MOVE "TOTAL RETRO PAY" TO TTL-LABEL.
008230     MOVE WS-RETRO-TOTAL TO TTL-VALUE.
008240     PERFORM 3010-WRITE-TOTAL-LINE
008250         THRU 3010-WRITE-TOTAL-LINE-EXIT.
008260     MOVE SPACES TO WS-PRINT-LINE.
008270     PERFORM 1400-WRITE-LINE THRU 1400-WRITE-LINE-EXIT.
008280     IF WS-PROOF-RUN
008282         MOVE "PROOF ONLY - NOTHING CHANGED. PARM U APPLIES IT."
008284             TO WS-MESSAGE-LINE
008310     ELSE
008320         IF WS-WRITE-ERRORS > ZERO
008322             MOVE "APPLIED WITH ERRORS - SEE THE JOB LOG."
008324                 TO WS-MESSAGE-LINE
008350             MOVE 4 TO RETURN-CODE
008360         ELSE
008362             MOVE "APPLIED. RETRO PAY QUEUED ON payrollRetro."
008364                 TO WS-MESSAGE-LINE
008390         END-IF
008400     END-IF.
008410     MOVE WS-MESSAGE-LINE TO WS-PRINT-LINE.
008420     PERFORM 1400-WRITE-LINE THRU 1400-WRITE-LINE-EXIT.
008430 3000-WRITE-TOTALS-EXIT.
008440     EXIT.
008450*
008460 3010-WRITE-TOTAL-LINE.
008470     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
008480     PERFORM 1400-WRITE-LINE THRU 1400-WRITE-LINE-EXIT.
008490 3010-WRITE-TOTAL-LINE-EXIT.
008500     EXIT.
008510*
008520 3100-SAVE-PROOF.
008530     OPEN OUTPUT CONTROL-FILE.
008540     IF WS-CONTROL-STATUS NOT = "00"
008550         DISPLAY "MASS-INCR: CANNOT SAVE THE PROOF TO "
008560             "massIncrControl, STATUS = " WS-CONTROL-STATUS
008570         MOVE 8 TO RETURN-CODE
008580         GO TO 3100-SAVE-PROOF-EXIT
008590     END-IF.
008600     MOVE WS-PARM-SELECTION TO MIC-SELECTION.
008610     MOVE WS-RUN-DATE TO MIC-PROOF-DATE.
008620     MOVE WS-RAISE-COUNT TO MIC-RAISE-COUNT.
008630     MOVE WS-NEW-RATE-TOTAL TO MIC-NEW-RATE-TOTAL.
008640     MOVE WS-RETRO-TOTAL TO MIC-RETRO-TOTAL.
008650     WRITE CONTROL-REC.
008660     CLOSE CONTROL-FILE.
008670     DISPLAY "MASS-INCR: PROOF SAVED - " WS-RAISE-COUNT
008680         " EMPLOYEES, RETRO " WS-RETRO-TOTAL.
008690 3100-SAVE-PROOF-EXIT.
008700     EXIT.
008710*
008720 3200-CLEAR-PROOF.
008730     OPEN OUTPUT CONTROL-FILE.
008740     CLOSE CONTROL-FILE.
008750     DISPLAY "MASS-INCR: INCREASE APPLIED - " WS-RAISE-COUNT
008760         " EMPLOYEES, RETRO " WS-RETRO-TOTAL.
008770 3200-CLEAR-PROOF-EXIT.
008780     EXIT.
008790*
008791 8900-LOG-INCIDENT.
008792     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
008793         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
008794         WS-IL-MESSAGE.
008795 8900-LOG-INCIDENT-EXIT.
008796     EXIT.
008797*
008800 9000-TERMINATE.
008810     IF WS-EMP-IS-OPEN
008820         CLOSE EMPLOYEE-MASTER
008830     END-IF.
008840     IF WS-PRH-IS-OPEN
008850         CLOSE PAY-RATE-HISTORY
008860     END-IF.
008870     IF WS-RETRO-IS-OPEN
008880         CLOSE RETRO-FILE
008890     END-IF.
008900     IF WS-REPORT-IS-OPEN
008910         IF WS-PROOF-RUN
008920             CLOSE PROOF-FILE
008930         ELSE
008940             CLOSE APPLIED-FILE
008950         END-IF
008960     END-IF.
008970     IF WS-LOCK-IS-HELD
008980         MOVE "R" TO WS-FL-FUNCTION
008990         MOVE "employeeMaster" TO WS-FL-FILE-NAME
009000         MOVE "MASSINCR" TO WS-FL-HOLDER
009010         CALL "FILE-LOCK" USING WS-FL-FUNCTION WS-FL-FILE-NAME
009020             WS-FL-HOLDER WS-FL-REPLY WS-FL-INFO
009030     END-IF.
009040     PERFORM 9100-WRITE-RUN-STATS
009050         THRU 9100-WRITE-RUN-STATS-EXIT.
009060 9000-TERMINATE-EXIT.
009070     EXIT.
009080*
009090 9100-WRITE-RUN-STATS.
009100     OPEN EXTEND RUN-STATS-FILE.
009110     IF WS-STATS-STATUS = "35"
009120         OPEN OUTPUT RUN-STATS-FILE
009130     END-IF.
009140     IF WS-STATS-STATUS = "00"
009150         MOVE WS-RUN-DATE TO RST-RUN-DATE
009160         MOVE "MASSINCR" TO RST-STEP-NAME
009170         MOVE WS-EMPLOYEES-READ TO RST-RECORDS-IN
009180         MOVE WS-RAISE-COUNT TO RST-RECORDS-OUT
009190         MOVE WS-SKIP-COUNT TO RST-REJECTS
009200         MOVE WS-RETRO-TOTAL TO RST-AMOUNT-TOTAL
009210         MOVE WS-NEW-RATE-TOTAL TO RST-HASH-TOTAL
009220         MOVE RETURN-CODE TO RST-RETURN-CODE
009230         WRITE RUN-STATS-RECORD
009240         CLOSE RUN-STATS-FILE
009250     ELSE
009260         DISPLAY "MASS-INCR: CANNOT OPEN runStats, "
009270             "STATUS = " WS-STATS-STATUS
009271         MOVE "9100-WRITE-RUN-STATS" TO WS-IL-PARAGRAPH
009272         MOVE "W" TO WS-IL-SEVERITY
009273         MOVE WS-STATS-STATUS TO WS-IL-FILE-STATUS
009274         MOVE "CANNOT OPEN runStats" TO WS-IL-MESSAGE
009275         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
009280     END-IF.
009290 9100-WRITE-RUN-STATS-EXIT.
009300     EXIT.
009310*
009320 END PROGRAM MASS-INCR.
