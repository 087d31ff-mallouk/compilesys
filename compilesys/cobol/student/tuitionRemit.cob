000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TUITION-REMIT.
000030 AUTHOR. REGISTRAR-SYSTEMS-GROUP.
000040 INSTALLATION. REGISTRARS-OFFICE.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED. 2026-10-14.
000070*================================================================
000080* MODIFICATION HISTORY
000090*   2026-10-14  RSG  INITIAL VERSION - EMPLOYEE TUITION
000100*                    REMISSION RUN FOR ONE TERM. EVERY ACTIVE
000110*                    EMPLOYEE ON employeeMaster WHO IS BILLED
000120*                    FOR THE TERM ON studentBilling HAS THE
000130*                    REMISSION BENEFIT CREDITED AGAINST THE
000140*                    CHARGE, CARRIED IN BOTH THE PAID AND THE
000150*                    REMIT AMOUNTS, UP TO THE PLAN PERCENT,
000160*                    THE PER-TERM AND ANNUAL MAXIMUMS, AND THE
000170*                    OPEN BALANCE. THE YEAR'S REMISSION IS
000180*                    TOTALLED PER EMPLOYEE ON tuitionRemission;
000190*                    ONCE IT PASSES THE EXCLUSION LIMIT THE
000200*                    EXCESS NOT YET SENT GOES TO payrollRetro
000210*                    AS AN "I" IMPUTED-INCOME TRANSACTION FOR
000220*                    readWriteFile TO TAX WITH THE NEXT PAY.
000230*                    PRINTS A REMISSION REGISTER, WRITES
000240*                    CONTROL FIGURES TO runStats, AND IS
000250*                    GUARDED BY RUN-CONTROL AS STEP TUITREM.
000260*                    PARM: POS 1 = RUN-CONTROL FORCE FLAG,
000270*                    POS 2-7 = TERM CODE, POS 8-10 = PERCENT
000280*                    OF THE CHARGE, POS 11-17 = PER-TERM MAX,
000290*                    POS 18-24 = ANNUAL MAX (9(5)V99, ZERO FOR
000300*                    NO MAXIMUM), POS 25-31 = EXCLUSION LIMIT.
000310*                    BLANK TERM TAKES paramMaster STEP TUITREM.
000312*   2026-10-15  RSG  IMPUTED INCOME IS SENT IN WHOLE DOLLARS
000314*                    TRUNCATED, NOT ROUNDED, SO NO MORE THAN
000316*                    THE EXCESS EVER GOES TO PAYROLL.
000320*================================================================
000330*
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT EMPLOYEE-MASTER ASSIGN TO DISK
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS EMP-MST-ID
000420         FILE STATUS IS WS-EMP-STATUS.
000430     SELECT BILLING-FILE ASSIGN TO DISK
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS RANDOM
000460         RECORD KEY IS BIL-KEY
000470         FILE STATUS IS WS-BILLING-STATUS.
000480     SELECT REMISSION-FILE ASSIGN TO DISK
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS TRM-KEY
000520         FILE STATUS IS WS-REMISSION-STATUS.
000530     SELECT RETRO-FILE ASSIGN TO DISK
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-RETRO-STATUS.
000560     SELECT REGISTER-FILE ASSIGN TO DISK
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
000700 FD  BILLING-FILE
000710     LABEL RECORDS ARE STANDARD
000720     VALUE OF FILE-ID IS "studentBilling".
000730     COPY "stubill.cpy".
000740*
000750 FD  REMISSION-FILE
000760     LABEL RECORDS ARE STANDARD
000770     VALUE OF FILE-ID IS "tuitionRemission".
000780     COPY "tuitrem.cpy".
000790*
000800 FD  RETRO-FILE
000810     LABEL RECORDS ARE STANDARD
000820     VALUE OF FILE-ID IS "payrollRetro".
000830     COPY "retrotx.cpy".
000840*
000850 FD  REGISTER-FILE
000860     LABEL RECORDS ARE STANDARD
000870     VALUE OF FILE-ID IS "tuitionRemitRegister".
000880 01  RGT-LINE                    PIC X(80).
000890*
000900 FD  RUN-STATS-FILE
000910     LABEL RECORDS ARE STANDARD
000920     VALUE OF FILE-ID IS "runStats".
000930     COPY "runstat.cpy".
000940*
000950 WORKING-STORAGE SECTION.
000960*----------------------------------------------------------------
000970* PRINT LINE LAYOUTS
000980*----------------------------------------------------------------
000990 01  WS-RGT-HDR-1.
001000     05  FILLER                  PIC X(35) VALUE
001010         "EMPLOYEE TUITION REMISSION REGISTER".
001020     05  FILLER                  PIC X(03) VALUE " - ".
001030     05  RH1-RUN-DATE            PIC X(08).
001040     05  FILLER                  PIC X(08) VALUE "  TERM: ".
001050     05  RH1-TERM-CODE           PIC X(06).
001060 01  WS-RGT-HDR-2.
001070     05  FILLER                  PIC X(09) VALUE "PERCENT: ".
001080     05  RH2-PERCENT             PIC ZZ9.
001090     05  FILLER                  PIC X(12) VALUE
001100         "  TERM MAX: ".
001110     05  RH2-TERM-MAX            PIC ZZZZ9.99.
001120     05  FILLER                  PIC X(14) VALUE
001130         "  ANNUAL MAX: ".
001140     05  RH2-ANNUAL-MAX          PIC ZZZZ9.99.
001150     05  FILLER                  PIC X(13) VALUE
001160         "  EXCLUSION: ".
001170     05  RH2-EXCLUSION           PIC ZZZZ9.99.
001180 01  WS-RGT-COLUMN-HDR.
001190     05  FILLER                  PIC X(06) VALUE "EMP".
001200     05  FILLER                  PIC X(21) VALUE "NAME".
001210     05  FILLER                  PIC X(12) VALUE "CHARGE".
001220     05  FILLER                  PIC X(10) VALUE "REMITTED".
001230     05  FILLER                  PIC X(11) VALUE "YEAR TOTAL".
001240     05  FILLER                  PIC X(08) VALUE "IMPUTED".
001250     05  FILLER                  PIC X(10) VALUE "ACTION".
001260 01  WS-RGT-DETAIL.
001270     05  RGD-EMP-ID              PIC X(04).
001280     05  FILLER                  PIC X(02) VALUE SPACES.
001290     05  RGD-EMP-NAME            PIC X(20).
001300     05  FILLER                  PIC X(01) VALUE SPACES.
001310     05  RGD-CHARGE              PIC ZZZZZZ9.99.
001320     05  FILLER                  PIC X(02) VALUE SPACES.
001330     05  RGD-REMITTED            PIC ZZZZ9.99.
001340     05  FILLER                  PIC X(02) VALUE SPACES.
001350     05  RGD-YEAR-TOTAL          PIC ZZZZZ9.99.
001360     05  FILLER                  PIC X(02) VALUE SPACES.
001370     05  RGD-IMPUTED             PIC ZZZZ9.
001380     05  FILLER                  PIC X(03) VALUE SPACES.
001390     05  RGD-ACTION              PIC X(10).
001400 01  WS-RGT-TOTAL-LINE.
001410     05  RGT-LABEL               PIC X(26).
001420     05  RGT-AMOUNT              PIC ZZZZZZZZ9.99.
001430*----------------------------------------------------------------
001440* PARAMETER LAYOUT
001450*----------------------------------------------------------------
001460 01  WS-PARM                     PIC X(40) VALUE SPACES.
001470 01  WS-PARM-FIELDS REDEFINES WS-PARM.
001480     05  WS-PARM-FORCE           PIC X(01).
001490     05  WS-PARM-TERM            PIC X(06).
001500     05  WS-PARM-PERCENT         PIC 9(03).
001510     05  WS-PARM-TERM-MAX        PIC 9(05)V99.
001520     05  WS-PARM-ANNUAL-MAX      PIC 9(05)V99.
001530     05  WS-PARM-EXCLUSION       PIC 9(05)V99.
001540     05  FILLER                  PIC X(09).
001550*----------------------------------------------------------------
001560* CONTROL FIELDS
001570*----------------------------------------------------------------
001580 77  WS-EMP-STATUS               PIC X(02) VALUE "00".
001590 77  WS-BILLING-STATUS           PIC X(02) VALUE "00".
001600 77  WS-REMISSION-STATUS         PIC X(02) VALUE "00".
001610 77  WS-RETRO-STATUS             PIC X(02) VALUE "00".
001620 77  WS-STATS-STATUS             PIC X(02) VALUE "00".
001630 77  WS-EMP-EOF-SW               PIC X(01) VALUE "N".
001640     88  WS-END-OF-EMPLOYEES         VALUE "Y".
001650 77  WS-REMISSION-NEW-SW         PIC X(01) VALUE "N".
001660     88  WS-REMISSION-IS-NEW         VALUE "Y".
001670 77  WS-LOCK-HELD-SW             PIC X(01) VALUE "N".
001680     88  WS-LOCK-IS-HELD             VALUE "Y".
001690 77  WS-TERM-CODE                PIC X(06) VALUE SPACES.
001700 77  WS-PERCENT                  PIC 9(03) VALUE 100.
001710 77  WS-TERM-MAX                 PIC 9(05)V99 VALUE ZEROS.
001720 77  WS-ANNUAL-MAX               PIC 9(05)V99 VALUE ZEROS.
001730 77  WS-EXCLUSION                PIC 9(05)V99 VALUE 5250.00.
001740 77  WS-ACTION                   PIC X(10) VALUE SPACES.
001750 77  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
001760 77  WS-RUN-YEAR                 PIC X(04) VALUE SPACES.
001770 77  WS-SYSTEM-DATE              PIC 9(08) VALUE ZEROS.
001780 77  WS-OPEN-BALANCE             PIC S9(08)V99 VALUE ZEROS.
001790 77  WS-REMIT                    PIC S9(08)V99 VALUE ZEROS.
001800 77  WS-ANNUAL-LEFT              PIC S9(08)V99 VALUE ZEROS.
001810 77  WS-EXCESS                   PIC S9(08)V99 VALUE ZEROS.
001820 77  WS-IMPUTE-DOLLARS           PIC 9(05) VALUE ZEROS.
001830 77  WS-EMP-COUNT                PIC 9(07) VALUE ZEROS.
001840 77  WS-BILLED-COUNT             PIC 9(07) VALUE ZEROS.
001850 77  WS-REMITTED-COUNT           PIC 9(07) VALUE ZEROS.
001860 77  WS-NOT-REMITTED-COUNT       PIC 9(05) VALUE ZEROS.
001870 77  WS-IMPUTED-COUNT            PIC 9(05) VALUE ZEROS.
001880 77  WS-TOTAL-REMITTED           PIC 9(09)V99 VALUE ZEROS.
001890 77  WS-TOTAL-IMPUTED            PIC 9(09) VALUE ZEROS.
001900 77  WS-HASH-TOTAL               PIC 9(09) VALUE ZEROS.
001910 77  WS-ID-WORK                  PIC 9(04) VALUE ZEROS.
001920 77  WS-RC-FUNCTION              PIC X(01) VALUE SPACES.
001930 77  WS-RC-STEP                  PIC X(08) VALUE SPACES.
001940 77  WS-RC-FORCE                 PIC X(01) VALUE SPACES.
001950 77  WS-RC-REPLY                 PIC X(01) VALUE "Y".
001960 77  WS-RUN-BLOCKED-SW           PIC X(01) VALUE "N".
001970     88  WS-RUN-BLOCKED              VALUE "Y".
001980 77  WS-PF-STEP                  PIC X(08) VALUE "TUITREM".
001990 77  WS-PF-VALUE                 PIC X(40) VALUE SPACES.
002000 77  WS-PF-FOUND                 PIC X(01) VALUE "N".
002010 77  WS-FL-FUNCTION              PIC X(01) VALUE SPACES.
002020 77  WS-FL-FILE-NAME             PIC X(14) VALUE SPACES.
002030 77  WS-FL-HOLDER                PIC X(08) VALUE "TUITREM".
002040 77  WS-FL-REPLY                 PIC X(01) VALUE "Y".
002050 77  WS-FL-INFO                  PIC X(40) VALUE SPACES.
002060*----------------------------------------------------------------
002070* INCIDENT LOG CALL FIELDS
002080*----------------------------------------------------------------
002090 77  WS-IL-PROGRAM               PIC X(20) VALUE "TUITION-REMIT".
002100 77  WS-IL-STEP                  PIC X(08) VALUE "TUITREM".
002110 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
002120 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
002130 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
002140 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
002150*
002160 PROCEDURE DIVISION.
002170*================================================================
002180* 0000-MAINLINE
002190*================================================================
002200 0000-MAINLINE.
002210     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002220     IF WS-RUN-BLOCKED
002230         GOBACK
002240     END-IF.
002250     PERFORM 2000-REMIT-ONE-EMPLOYEE
002260         THRU 2000-REMIT-ONE-EMPLOYEE-EXIT
002270         UNTIL WS-END-OF-EMPLOYEES.
002280     PERFORM 8000-WRAP-UP THRU 8000-WRAP-UP-EXIT.
002290     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
002300     GOBACK.
002310*
002320 1000-INITIALIZE.
002330     ACCEPT WS-PARM FROM COMMAND-LINE.
002340     MOVE WS-PARM-FORCE TO WS-RC-FORCE.
002350     IF WS-PARM-TERM = SPACES
002360         CALL "PARM-FETCH" USING WS-PF-STEP WS-PF-VALUE
002370             WS-PF-FOUND
002380         IF WS-PF-FOUND = "Y"
002390             MOVE WS-PF-VALUE TO WS-PARM
002400             MOVE WS-RC-FORCE TO WS-PARM-FORCE
002410             DISPLAY "TUITION-REMIT: PARM TAKEN FROM "
002420                 "paramMaster: " WS-PF-VALUE
002430         END-IF
002440     END-IF.
002450     MOVE "S" TO WS-RC-FUNCTION.
002460     MOVE "TUITREM" TO WS-RC-STEP.
002470     CALL "RUN-CONTROL" USING WS-RC-FUNCTION WS-RC-STEP
002480         WS-RC-FORCE WS-RC-REPLY.
002490     IF WS-RC-REPLY = "N"
002500         DISPLAY "TUITION-REMIT: STEP BLOCKED BY RUN CONTROL"
002510         MOVE "Y" TO WS-RUN-BLOCKED-SW
002520         MOVE 4 TO RETURN-CODE
002530         GO TO 1000-INITIALIZE-EXIT
002540     END-IF.
002550     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
002560     MOVE WS-SYSTEM-DATE TO WS-RUN-DATE.
002570     MOVE WS-RUN-DATE (1:4) TO WS-RUN-YEAR.
002580     MOVE WS-PARM-TERM TO WS-TERM-CODE.
002590     IF WS-PARM-PERCENT NUMERIC
002600         MOVE WS-PARM-PERCENT TO WS-PERCENT
002610     END-IF.
002620     IF WS-PARM-TERM-MAX NUMERIC
002630         MOVE WS-PARM-TERM-MAX TO WS-TERM-MAX
002640     END-IF.
002650     IF WS-PARM-ANNUAL-MAX NUMERIC
002660         MOVE WS-PARM-ANNUAL-MAX TO WS-ANNUAL-MAX
002670     END-IF.
002680     IF WS-PARM-EXCLUSION NUMERIC
002690         MOVE WS-PARM-EXCLUSION TO WS-EXCLUSION
002700     END-IF.
002710     DISPLAY "TUITION-REMIT: TERM " WS-TERM-CODE
002720         " PERCENT " WS-PERCENT " TERM MAX " WS-TERM-MAX.
002730     DISPLAY "TUITION-REMIT: ANNUAL MAX " WS-ANNUAL-MAX
002740         " EXCLUSION LIMIT " WS-EXCLUSION.
002750     IF WS-TERM-CODE = SPACES
002760         DISPLAY "TUITION-REMIT: NO TERM CODE IN THE PARM OR "
002770             "ON paramMaster - NOTHING REMITTED"
002780         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
002790         MOVE "E" TO WS-IL-SEVERITY
002800         MOVE SPACES TO WS-IL-FILE-STATUS
002810         MOVE "NO TERM CODE - NOTHING REMITTED" TO WS-IL-MESSAGE
002820         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
002830         MOVE "Y" TO WS-RUN-BLOCKED-SW
002840         MOVE 8 TO RETURN-CODE
002850         GO TO 1000-INITIALIZE-EXIT
002860     END-IF.
002870*    THE SAME HOLD THE PAYROLL PASS TAKES, SO payrollRetro IS
002880*    NOT REWRITTEN UNDER THIS RUN
002890     MOVE "A" TO WS-FL-FUNCTION.
002900     MOVE "employeeMaster" TO WS-FL-FILE-NAME.
002910     CALL "FILE-LOCK" USING WS-FL-FUNCTION WS-FL-FILE-NAME
002920         WS-FL-HOLDER WS-FL-REPLY WS-FL-INFO.
002930     IF WS-FL-REPLY = "N"
002940         DISPLAY "TUITION-REMIT: employeeMaster IS IN USE - "
002950             WS-FL-INFO
002960         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
002970         MOVE "E" TO WS-IL-SEVERITY
002980         MOVE SPACES TO WS-IL-FILE-STATUS
002990         MOVE SPACES TO WS-IL-MESSAGE
003000         STRING "employeeMaster IN USE - " WS-FL-INFO
003010             DELIMITED BY SIZE INTO WS-IL-MESSAGE
003020         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
003030         MOVE "Y" TO WS-RUN-BLOCKED-SW
003040         MOVE 8 TO RETURN-CODE
003050         GO TO 1000-INITIALIZE-EXIT
003060     END-IF.
003070     MOVE "Y" TO WS-LOCK-HELD-SW.
003080     OPEN OUTPUT REGISTER-FILE.
003090     MOVE WS-RUN-DATE TO RH1-RUN-DATE.
003100     MOVE WS-TERM-CODE TO RH1-TERM-CODE.
003110     WRITE RGT-LINE FROM WS-RGT-HDR-1.
003120     MOVE WS-PERCENT TO RH2-PERCENT.
003130     MOVE WS-TERM-MAX TO RH2-TERM-MAX.
003140     MOVE WS-ANNUAL-MAX TO RH2-ANNUAL-MAX.
003150     MOVE WS-EXCLUSION TO RH2-EXCLUSION.
003160     WRITE RGT-LINE FROM WS-RGT-HDR-2 AFTER ADVANCING 1 LINE.
003170     WRITE RGT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
003180     WRITE RGT-LINE FROM WS-RGT-COLUMN-HDR
003190         AFTER ADVANCING 1 LINE.
003200     OPEN INPUT EMPLOYEE-MASTER.
003210     IF WS-EMP-STATUS NOT = "00"
003220         DISPLAY "TUITION-REMIT: CANNOT OPEN employeeMaster, "
003230             "STATUS = " WS-EMP-STATUS
003240         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
003250         MOVE "E" TO WS-IL-SEVERITY
003260         MOVE WS-EMP-STATUS TO WS-IL-FILE-STATUS
003270         MOVE "CANNOT OPEN employeeMaster" TO WS-IL-MESSAGE
003280         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
003290         MOVE "Y" TO WS-EMP-EOF-SW
003300         MOVE 8 TO RETURN-CODE
003310     END-IF.
003320     OPEN I-O BILLING-FILE.
003330     IF WS-BILLING-STATUS NOT = "00"
003340         DISPLAY "TUITION-REMIT: CANNOT OPEN studentBilling, "
003350             "STATUS = " WS-BILLING-STATUS
003360         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
003370         MOVE "E" TO WS-IL-SEVERITY
003380         MOVE WS-BILLING-STATUS TO WS-IL-FILE-STATUS
003390         MOVE "CANNOT OPEN studentBilling" TO WS-IL-MESSAGE
003400         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
003410         DISPLAY "TUITION-REMIT: RUN BILLING-RUN TO BUILD THE "
003420             "BILLING FILE FIRST"
003430         MOVE "Y" TO WS-EMP-EOF-SW
003440         MOVE 8 TO RETURN-CODE
003450     END-IF.
003460     OPEN I-O REMISSION-FILE.
003470     IF WS-REMISSION-STATUS = "35"
003480         OPEN OUTPUT REMISSION-FILE
003490         CLOSE REMISSION-FILE
003500         OPEN I-O REMISSION-FILE
003510     END-IF.
003520     IF WS-REMISSION-STATUS NOT = "00" AND NOT = "05"
003530         DISPLAY "TUITION-REMIT: CANNOT OPEN tuitionRemission, "
003540             "STATUS = " WS-REMISSION-STATUS
003550         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
003560         MOVE "E" TO WS-IL-SEVERITY
003570         MOVE WS-REMISSION-STATUS TO WS-IL-FILE-STATUS
003580         MOVE "CANNOT OPEN tuitionRemission" TO WS-IL-MESSAGE
003590         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
003600         MOVE "Y" TO WS-EMP-EOF-SW
003610         MOVE 8 TO RETURN-CODE
003620     END-IF.
003630*    NO CREDIT IS POSTED UNLESS THE TAXABLE EXCESS CAN BE SENT
003640     OPEN EXTEND RETRO-FILE.
003650     IF WS-RETRO-STATUS = "35"
003660         OPEN OUTPUT RETRO-FILE
003670     END-IF.
003680     IF WS-RETRO-STATUS NOT = "00"
003690         DISPLAY "TUITION-REMIT: CANNOT OPEN payrollRetro, "
003700             "STATUS = " WS-RETRO-STATUS
003710         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
003720         MOVE "E" TO WS-IL-SEVERITY
003730         MOVE WS-RETRO-STATUS TO WS-IL-FILE-STATUS
003740         MOVE "CANNOT OPEN payrollRetro" TO WS-IL-MESSAGE
003750         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
003760         MOVE "Y" TO WS-EMP-EOF-SW
003770         MOVE 8 TO RETURN-CODE
003780     END-IF.
003790     IF NOT WS-END-OF-EMPLOYEES
003800         MOVE LOW-VALUES TO EMP-MST-ID
003810         START EMPLOYEE-MASTER KEY NOT LESS THAN EMP-MST-ID
003820             INVALID KEY MOVE "Y" TO WS-EMP-EOF-SW
003830         END-START
003840     END-IF.
003850 1000-INITIALIZE-EXIT.
003860     EXIT.
003870*
003880*================================================================
003890* 2000-REMIT-ONE-EMPLOYEE - AN EMPLOYEE NOT BILLED FOR THE TERM
003900* IS PASSED OVER SILENTLY; EVERY BILLED EMPLOYEE PRINTS, WITH
003910* THE REASON WHEN NOTHING WAS CREDITED.
003920*================================================================
003930 2000-REMIT-ONE-EMPLOYEE.
003940     READ EMPLOYEE-MASTER NEXT RECORD
003950         AT END
003960             MOVE "Y" TO WS-EMP-EOF-SW
003970             GO TO 2000-REMIT-ONE-EMPLOYEE-EXIT
003980     END-READ.
003990     IF NOT EMP-MST-ACTIVE
004000         GO TO 2000-REMIT-ONE-EMPLOYEE-EXIT
004010     END-IF.
004020     ADD 1 TO WS-EMP-COUNT.
004030     MOVE EMP-MST-ID TO BIL-ID-NUMBER.
004040     MOVE WS-TERM-CODE TO BIL-TERM-CODE.
004050     READ BILLING-FILE
004060         INVALID KEY
004070             GO TO 2000-REMIT-ONE-EMPLOYEE-EXIT
004080     END-READ.
004090     ADD 1 TO WS-BILLED-COUNT.
004100     IF EMP-MST-ID NUMERIC
004110         MOVE EMP-MST-ID TO WS-ID-WORK
004120         ADD WS-ID-WORK TO WS-HASH-TOTAL
004130     END-IF.
004140     MOVE ZEROS TO WS-REMIT.
004150     MOVE ZEROS TO WS-IMPUTE-DOLLARS.
004160     PERFORM 2100-GET-REMISSION THRU 2100-GET-REMISSION-EXIT.
004170     PERFORM 2200-PRICE-REMISSION
004180         THRU 2200-PRICE-REMISSION-EXIT.
004190     IF WS-ACTION = SPACES
004200         PERFORM 2300-POST-REMISSION
004210             THRU 2300-POST-REMISSION-EXIT
004220     END-IF.
004230     IF WS-ACTION = "REMITTED"
004240         ADD 1 TO WS-REMITTED-COUNT
004250         ADD WS-REMIT TO WS-TOTAL-REMITTED
004260     ELSE
004270         MOVE ZEROS TO WS-REMIT
004280         ADD 1 TO WS-NOT-REMITTED-COUNT
004290     END-IF.
004300     MOVE EMP-MST-ID TO RGD-EMP-ID.
004310     MOVE EMP-MST-NAME TO RGD-EMP-NAME.
004320     MOVE BIL-CHARGE-AMOUNT TO RGD-CHARGE.
004330     MOVE WS-REMIT TO RGD-REMITTED.
004340     MOVE TRM-YTD-REMITTED TO RGD-YEAR-TOTAL.
004350     MOVE WS-IMPUTE-DOLLARS TO RGD-IMPUTED.
004360     MOVE WS-ACTION TO RGD-ACTION.
004370     WRITE RGT-LINE FROM WS-RGT-DETAIL AFTER ADVANCING 1 LINE.
004380 2000-REMIT-ONE-EMPLOYEE-EXIT.
004390     EXIT.
004400*
004410 2100-GET-REMISSION.
004420     MOVE "N" TO WS-REMISSION-NEW-SW.
004430     MOVE EMP-MST-ID TO TRM-EMP-ID.
004440     MOVE WS-RUN-YEAR TO TRM-YEAR.
004450     READ REMISSION-FILE
004460         INVALID KEY
004470             MOVE "Y" TO WS-REMISSION-NEW-SW
004480             MOVE EMP-MST-ID TO TRM-EMP-ID
004490             MOVE WS-RUN-YEAR TO TRM-YEAR
004500             MOVE ZEROS TO TRM-YTD-REMITTED
004510             MOVE ZEROS TO TRM-IMPUTED-SENT
004520             MOVE SPACES TO TRM-LAST-TERM
004530             MOVE SPACES TO TRM-LAST-DATE
004540     END-READ.
004550 2100-GET-REMISSION-EXIT.
004560     EXIT.
004570*
004580*================================================================
004590* 2200-PRICE-REMISSION - THE PLAN PERCENT OF THE CHARGE, CUT TO
004600* THE PER-TERM MAXIMUM, WHAT IS LEFT OF THE ANNUAL MAXIMUM, AND
004610* THE OPEN BALANCE. WS-ACTION IS LEFT BLANK WHEN THERE IS AN
004620* AMOUNT TO CREDIT, OTHERWISE IT CARRIES THE REGISTER REASON.
004630*================================================================
004640 2200-PRICE-REMISSION.
004650     MOVE SPACES TO WS-ACTION.
004660     IF BIL-REMIT-AMOUNT NOT NUMERIC
004670         MOVE ZEROS TO BIL-REMIT-AMOUNT
004680     END-IF.
004690     IF BIL-REFUND-AMOUNT NOT NUMERIC
004700         MOVE ZEROS TO BIL-REFUND-AMOUNT
004710     END-IF.
004720*    ONE CREDIT PER TERM - A RERUN CANNOT REMIT THE TERM TWICE
004730     IF BIL-REMIT-AMOUNT > ZEROS
004740         MOVE "ALREADY" TO WS-ACTION
004750         GO TO 2200-PRICE-REMISSION-EXIT
004760     END-IF.
004770     COMPUTE WS-OPEN-BALANCE =
004780         BIL-CHARGE-AMOUNT - BIL-PAID-AMOUNT
004790         + BIL-REFUND-AMOUNT.
004800     IF WS-OPEN-BALANCE NOT > ZEROS
004810         MOVE "PAID" TO WS-ACTION
004820         GO TO 2200-PRICE-REMISSION-EXIT
004830     END-IF.
004840     COMPUTE WS-REMIT ROUNDED =
004850         BIL-CHARGE-AMOUNT * WS-PERCENT / 100.
004860     IF WS-TERM-MAX > ZEROS AND WS-REMIT > WS-TERM-MAX
004870         MOVE WS-TERM-MAX TO WS-REMIT
004880     END-IF.
004890     IF WS-ANNUAL-MAX > ZEROS
004900         COMPUTE WS-ANNUAL-LEFT =
004910             WS-ANNUAL-MAX - TRM-YTD-REMITTED
004920         IF WS-ANNUAL-LEFT NOT > ZEROS
004930             MOVE ZEROS TO WS-REMIT
004940             MOVE "ANNUAL MAX" TO WS-ACTION
004950             GO TO 2200-PRICE-REMISSION-EXIT
004960         END-IF
004970         IF WS-REMIT > WS-ANNUAL-LEFT
004980             MOVE WS-ANNUAL-LEFT TO WS-REMIT
004990         END-IF
005000     END-IF.
005010     IF WS-REMIT > WS-OPEN-BALANCE
005020         MOVE WS-OPEN-BALANCE TO WS-REMIT
005030     END-IF.
005040     IF WS-REMIT NOT > ZEROS
005050         MOVE ZEROS TO WS-REMIT
005060         MOVE "NO BENEFIT" TO WS-ACTION
005070     END-IF.
005080 2200-PRICE-REMISSION-EXIT.
005090     EXIT.
005100*
005110 2300-POST-REMISSION.
005120     ADD WS-REMIT TO BIL-PAID-AMOUNT.
005130     ADD WS-REMIT TO BIL-REMIT-AMOUNT.
005140     MOVE WS-RUN-DATE TO BIL-LAST-PAY-DATE.
005150     REWRITE BILLING-RECORD
005160         INVALID KEY
005170             DISPLAY "TUITION-REMIT: BILLING REWRITE FAILED FOR "
005180                 BIL-KEY ", STATUS = " WS-BILLING-STATUS
005190             MOVE "FAILED" TO WS-ACTION
005200             MOVE 4 TO RETURN-CODE
005210             GO TO 2300-POST-REMISSION-EXIT
005220     END-REWRITE.
005230     ADD WS-REMIT TO TRM-YTD-REMITTED.
005240     MOVE WS-TERM-CODE TO TRM-LAST-TERM.
005250     MOVE WS-RUN-DATE TO TRM-LAST-DATE.
005260     PERFORM 2400-SEND-IMPUTED-INCOME
005270         THRU 2400-SEND-IMPUTED-INCOME-EXIT.
005280     IF WS-REMISSION-IS-NEW
005290         WRITE TUITION-REMISSION-RECORD
005300             INVALID KEY
005310                 DISPLAY "TUITION-REMIT: REMISSION WRITE "
005320                     "FAILED FOR " TRM-KEY ", STATUS = "
005330                     WS-REMISSION-STATUS
005340                     " - CREDIT POSTED, ADD THE YEAR BY HAND"
005350                 MOVE 4 TO RETURN-CODE
005360         END-WRITE
005370     ELSE
005380         REWRITE TUITION-REMISSION-RECORD
005390             INVALID KEY
005400                 DISPLAY "TUITION-REMIT: REMISSION REWRITE "
005410                     "FAILED FOR " TRM-KEY ", STATUS = "
005420                     WS-REMISSION-STATUS
005430                     " - CREDIT POSTED, ADD THE YEAR BY HAND"
005440                 MOVE 4 TO RETURN-CODE
005450         END-REWRITE
005460     END-IF.
005470     MOVE "REMITTED" TO WS-ACTION.
005480 2300-POST-REMISSION-EXIT.
005490     EXIT.
005500*
005510*================================================================
005520* 2400-SEND-IMPUTED-INCOME - THE YEAR'S REMISSION OVER THE
005530* EXCLUSION LIMIT, LESS WHAT HAS ALREADY GONE TO PAYROLL, IS
005540* SENT IN WHOLE DOLLARS AS THE PAYROLL PASS WORKS; CENTS LEFT
005550* OVER ARE PICKED UP BY THE NEXT CREDIT IN THE YEAR.
005560*================================================================
005570 2400-SEND-IMPUTED-INCOME.
005580     COMPUTE WS-EXCESS =
005590         TRM-YTD-REMITTED - WS-EXCLUSION - TRM-IMPUTED-SENT.
005600     IF WS-EXCESS NOT > ZEROS
005610         GO TO 2400-SEND-IMPUTED-INCOME-EXIT
005620     END-IF.
005622     MOVE WS-EXCESS TO WS-IMPUTE-DOLLARS.
005640     IF WS-IMPUTE-DOLLARS = ZEROS
005650         GO TO 2400-SEND-IMPUTED-INCOME-EXIT
005660     END-IF.
005670     MOVE SPACES TO RETRO-TRANS-RECORD.
005680     MOVE "I" TO RTX-REC-TYPE.
005690     MOVE EMP-MST-ID TO RTX-EMP-ID.
005700     MOVE "+" TO RTX-SIGN.
005710     MOVE WS-IMPUTE-DOLLARS TO RTX-AMOUNT.
005720     MOVE "TRM" TO RTX-REASON-CODE.
005730     WRITE RETRO-TRANS-RECORD.
005740     IF WS-RETRO-STATUS NOT = "00"
005750         DISPLAY "TUITION-REMIT: payrollRetro WRITE FAILED FOR "
005760             EMP-MST-ID ", STATUS = " WS-RETRO-STATUS
005770             " - IMPUTED " WS-IMPUTE-DOLLARS " NOT SENT"
005780         MOVE "2400-SEND-IMPUTED-INCOME" TO WS-IL-PARAGRAPH
005790         MOVE "E" TO WS-IL-SEVERITY
005800         MOVE WS-RETRO-STATUS TO WS-IL-FILE-STATUS
005810         MOVE "payrollRetro WRITE FAILED - IMPUTED NOT SENT"
005820             TO WS-IL-MESSAGE
005830         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
005840         MOVE ZEROS TO WS-IMPUTE-DOLLARS
005850         MOVE 4 TO RETURN-CODE
005860         GO TO 2400-SEND-IMPUTED-INCOME-EXIT
005870     END-IF.
005880     ADD WS-IMPUTE-DOLLARS TO TRM-IMPUTED-SENT.
005890     ADD WS-IMPUTE-DOLLARS TO WS-TOTAL-IMPUTED.
005900     ADD 1 TO WS-IMPUTED-COUNT.
005910 2400-SEND-IMPUTED-INCOME-EXIT.
005920     EXIT.
005930*
005940 8000-WRAP-UP.
005950     WRITE RGT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
005960     MOVE "TOTAL REMISSION CREDITED: " TO RGT-LABEL.
005970     MOVE WS-TOTAL-REMITTED TO RGT-AMOUNT.
005980     WRITE RGT-LINE FROM WS-RGT-TOTAL-LINE
005990         AFTER ADVANCING 1 LINE.
006000     MOVE "IMPUTED INCOME SENT:      " TO RGT-LABEL.
006010     MOVE WS-TOTAL-IMPUTED TO RGT-AMOUNT.
006020     WRITE RGT-LINE FROM WS-RGT-TOTAL-LINE
006030         AFTER ADVANCING 1 LINE.
006040     DISPLAY "TUITION-REMIT: ACTIVE EMPLOYEES READ = "
006050         WS-EMP-COUNT.
006060     DISPLAY "TUITION-REMIT: BILLED FOR THE TERM   = "
006070         WS-BILLED-COUNT.
006080     DISPLAY "TUITION-REMIT: REMISSIONS CREDITED   = "
006090         WS-REMITTED-COUNT.
006100     DISPLAY "TUITION-REMIT: NOT CREDITED          = "
006110         WS-NOT-REMITTED-COUNT.
006120     DISPLAY "TUITION-REMIT: TOTAL REMISSION       = "
006130         WS-TOTAL-REMITTED.
006140     DISPLAY "TUITION-REMIT: IMPUTED INCOME SENT   = "
006150         WS-TOTAL-IMPUTED " FOR " WS-IMPUTED-COUNT
006160         " EMPLOYEES".
006170 8000-WRAP-UP-EXIT.
006180     EXIT.
006190*
006200 8900-LOG-INCIDENT.
006210     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
006220         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
006230         WS-IL-MESSAGE.
006240 8900-LOG-INCIDENT-EXIT.
006250     EXIT.
006260*
006270 9000-TERMINATE.
006280     IF WS-EMP-STATUS = "00" OR = "10" OR = "23"
006290         CLOSE EMPLOYEE-MASTER
006300     END-IF.
006310     IF WS-BILLING-STATUS = "00" OR = "23"
006320         CLOSE BILLING-FILE
006330     END-IF.
006340     IF WS-REMISSION-STATUS = "00" OR = "05" OR = "23"
006350         CLOSE REMISSION-FILE
006360     END-IF.
006370     IF WS-RETRO-STATUS = "00"
006380         CLOSE RETRO-FILE
006390     END-IF.
006400     CLOSE REGISTER-FILE.
006410     IF WS-LOCK-IS-HELD
006420         MOVE "R" TO WS-FL-FUNCTION
006430         MOVE "employeeMaster" TO WS-FL-FILE-NAME
006440         CALL "FILE-LOCK" USING WS-FL-FUNCTION WS-FL-FILE-NAME
006450             WS-FL-HOLDER WS-FL-REPLY WS-FL-INFO
006460     END-IF.
006470     PERFORM 9100-WRITE-RUN-STATS
006480         THRU 9100-WRITE-RUN-STATS-EXIT.
006490     IF RETURN-CODE = ZERO
006500         MOVE "E" TO WS-RC-FUNCTION
006510         CALL "RUN-CONTROL" USING WS-RC-FUNCTION WS-RC-STEP
006520             WS-RC-FORCE WS-RC-REPLY
006530     END-IF.
006540 9000-TERMINATE-EXIT.
006550     EXIT.
006560*
006570 9100-WRITE-RUN-STATS.
006580     OPEN EXTEND RUN-STATS-FILE.
006590     IF WS-STATS-STATUS = "35"
006600         OPEN OUTPUT RUN-STATS-FILE
006610     END-IF.
006620     IF WS-STATS-STATUS = "00"
006630         MOVE WS-RUN-DATE TO RST-RUN-DATE
006640         MOVE "TUITREM" TO RST-STEP-NAME
006650         MOVE WS-BILLED-COUNT TO RST-RECORDS-IN
006660         MOVE WS-REMITTED-COUNT TO RST-RECORDS-OUT
006670         MOVE WS-NOT-REMITTED-COUNT TO RST-REJECTS
006680         MOVE WS-TOTAL-REMITTED TO RST-AMOUNT-TOTAL
006690         MOVE WS-HASH-TOTAL TO RST-HASH-TOTAL
006700         MOVE RETURN-CODE TO RST-RETURN-CODE
006710         WRITE RUN-STATS-RECORD
006720         CLOSE RUN-STATS-FILE
006730     ELSE
006740         DISPLAY "TUITION-REMIT: CANNOT OPEN runStats, "
006750             "STATUS = " WS-STATS-STATUS
006760         MOVE "9100-WRITE-RUN-STATS" TO WS-IL-PARAGRAPH
006770         MOVE "W" TO WS-IL-SEVERITY
006780         MOVE WS-STATS-STATUS TO WS-IL-FILE-STATUS
006790         MOVE "CANNOT OPEN runStats" TO WS-IL-MESSAGE
006800         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
006810     END-IF.
006820 9100-WRITE-RUN-STATS-EXIT.
006830     EXIT.
006840*
006850 END PROGRAM TUITION-REMIT.
