000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AID-DISBURSE.
000030 AUTHOR. REGISTRAR-SYSTEMS-GROUP.
000040 INSTALLATION. REGISTRARS-OFFICE.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED. 2026-10-14.
000070*================================================================
000080* MODIFICATION HISTORY
000090*   2026-10-14  RSG  INITIAL VERSION - FINANCIAL AID
000100*                    DISBURSEMENT RUN. SWEEPS THE AWARD FILE
000110*                    AND POSTS EVERY AWARDED (NOT YET
000120*                    DISBURSED) AWARD AS A CREDIT AGAINST THE
000130*                    STUDENT'S studentBilling CHARGE FOR THE
000140*                    TERM, CARRYING IT IN BOTH THE PAID AND
000150*                    THE AID AMOUNTS SO AGED-AR CAN TELL AID
000160*                    FROM CASH. AN AWARD IS HELD BACK WHEN THE
000170*                    STUDENT HAS A BF HOLD ON holdMaster, WHEN
000180*                    STT-TERM-HOURS FALL SHORT OF THE FUND'S
000190*                    MINIMUM LOAD, OR WHEN THE TERM IS NOT YET
000200*                    BILLED - A HELD AWARD STAYS AWARDED AND
000210*                    IS RETRIED ON THE NEXT RUN. PRINTS A
000220*                    DISBURSEMENT REGISTER BY FUND, WRITES
000230*                    CONTROL FIGURES TO runStats, AND IS
000240*                    GUARDED BY RUN-CONTROL AS STEP AIDDISB.
000242*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000244*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000250*================================================================
000260*
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT AWARD-FILE ASSIGN TO DISK
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS AWD-KEY
000350         FILE STATUS IS WS-AWARD-STATUS.
000360     SELECT FUND-MASTER ASSIGN TO DISK
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS RANDOM
000390         RECORD KEY IS AFD-FUND-CODE
000400         FILE STATUS IS WS-FUND-STATUS.
000410     SELECT HOLD-MASTER ASSIGN TO DISK
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS RANDOM
000440         RECORD KEY IS HLD-KEY
000450         FILE STATUS IS WS-HOLD-STATUS.
000460     SELECT TERM-HISTORY ASSIGN TO DISK
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS STT-TERM-KEY
000500         FILE STATUS IS WS-TERM-STATUS.
000510     SELECT BILLING-FILE ASSIGN TO DISK
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS BIL-KEY
000550         FILE STATUS IS WS-BILLING-STATUS.
000560     SELECT SORT-WORK-FILE ASSIGN TO DISK.
000570     SELECT REGISTER-FILE ASSIGN TO DISK
000580         ORGANIZATION IS LINE SEQUENTIAL.
000590     SELECT RUN-STATS-FILE ASSIGN TO DISK
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-STATS-STATUS.
000620*
000630 DATA DIVISION.
000640 FILE SECTION.
000650*
000660 FD  AWARD-FILE
000670     LABEL RECORDS ARE STANDARD
000680     VALUE OF FILE-ID IS "aidAwards".
000690     COPY "aidawrd.cpy".
000700*
000710 FD  FUND-MASTER
000720     LABEL RECORDS ARE STANDARD
000730     VALUE OF FILE-ID IS "aidFundMaster".
000740     COPY "aidfund.cpy".
000750*
000760 FD  HOLD-MASTER
000770     LABEL RECORDS ARE STANDARD
000780     VALUE OF FILE-ID IS "holdMaster".
000790     COPY "stuhold.cpy".
000800*
000810 FD  TERM-HISTORY
000820     LABEL RECORDS ARE STANDARD
000830     VALUE OF FILE-ID IS "studentTermHist".
000840     COPY "stuterm.cpy".
000850*
000860 FD  BILLING-FILE
000870     LABEL RECORDS ARE STANDARD
000880     VALUE OF FILE-ID IS "studentBilling".
000890     COPY "stubill.cpy".
000900*
000910 SD  SORT-WORK-FILE.
000920 01  SORT-REC.
000930     05  SRT-FUND-CODE           PIC X(04).
000940     05  SRT-ID-NUMBER           PIC X(04).
000950     05  SRT-TERM-CODE           PIC X(06).
000960     05  SRT-HOURS               PIC 9(03).
000970     05  SRT-AMOUNT              PIC 9(07)V99.
000980     05  SRT-ACTION              PIC X(10).
000990     05  SRT-DISBURSED-SW        PIC X(01).
001000         88  SRT-WAS-DISBURSED       VALUE "Y".
001010*
001020 FD  REGISTER-FILE
001030     LABEL RECORDS ARE STANDARD
001040     VALUE OF FILE-ID IS "aidDisbRegister".
001050 01  RGT-LINE                    PIC X(80).
001060*
001070 FD  RUN-STATS-FILE
001080     LABEL RECORDS ARE STANDARD
001090     VALUE OF FILE-ID IS "runStats".
001100     COPY "runstat.cpy".
001110*
001120 WORKING-STORAGE SECTION.
001130*----------------------------------------------------------------
001140* PRINT LINE LAYOUTS
001150*----------------------------------------------------------------
001160 01  WS-RGT-HDR-1.
001162     05  FILLER                  PIC X(35) VALUE
001180         "FINANCIAL AID DISBURSEMENT REGISTER".
001190     05  FILLER                  PIC X(03) VALUE " - ".
001200     05  RH1-RUN-DATE            PIC X(08).
001210 01  WS-RGT-FUND-HDR.
001220     05  FILLER                  PIC X(06) VALUE "FUND: ".
001230     05  RFH-FUND-CODE           PIC X(04).
001240     05  FILLER                  PIC X(02) VALUE SPACES.
001250     05  RFH-FUND-NAME           PIC X(20).
001260     05  FILLER                  PIC X(12) VALUE
001270         "  MIN HOURS ".
001280     05  RFH-MIN-HOURS           PIC ZZ9.
001290 01  WS-RGT-COLUMN-HDR.
001300     05  FILLER                  PIC X(11) VALUE "ID-NUMBER".
001310     05  FILLER                  PIC X(08) VALUE "TERM".
001320     05  FILLER                  PIC X(07) VALUE "HOURS".
001330     05  FILLER                  PIC X(12) VALUE "AMOUNT".
001340     05  FILLER                  PIC X(10) VALUE "ACTION".
001350 01  WS-RGT-DETAIL.
001360     05  RGD-ID-NUMBER           PIC X(04).
001370     05  FILLER                  PIC X(07) VALUE SPACES.
001380     05  RGD-TERM-CODE           PIC X(06).
001390     05  FILLER                  PIC X(02) VALUE SPACES.
001400     05  RGD-HOURS               PIC ZZ9.
001410     05  FILLER                  PIC X(04) VALUE SPACES.
001420     05  RGD-AMOUNT              PIC ZZZZZZ9.99.
001430     05  FILLER                  PIC X(02) VALUE SPACES.
001440     05  RGD-ACTION              PIC X(10).
001450 01  WS-RGT-FUND-TOTAL.
001460     05  FILLER                  PIC X(10) VALUE SPACES.
001470     05  FILLER                  PIC X(16) VALUE
001480         "FUND DISBURSED: ".
001490     05  RFT-TOTAL               PIC ZZZZZZZZ9.99.
001500     05  FILLER                  PIC X(04) VALUE SPACES.
001510     05  FILLER                  PIC X(06) VALUE "HELD: ".
001520     05  RFT-HELD-COUNT          PIC ZZZZ9.
001530 01  WS-RGT-TOTAL-LINE.
001540     05  FILLER                  PIC X(10) VALUE SPACES.
001550     05  FILLER                  PIC X(16) VALUE
001560         "TOTAL DISBURSED:".
001570     05  RGT-TOTAL               PIC ZZZZZZZZ9.99.
001580*----------------------------------------------------------------
001590* CONTROL FIELDS
001600*----------------------------------------------------------------
001610 77  WS-AWARD-STATUS             PIC X(02) VALUE "00".
001620 77  WS-FUND-STATUS              PIC X(02) VALUE "00".
001630 77  WS-HOLD-STATUS              PIC X(02) VALUE "00".
001640 77  WS-TERM-STATUS              PIC X(02) VALUE "00".
001650 77  WS-BILLING-STATUS           PIC X(02) VALUE "00".
001660 77  WS-STATS-STATUS             PIC X(02) VALUE "00".
001690 77  WS-AWARD-EOF-SW             PIC X(01) VALUE "N".
001700     88  WS-END-OF-AWARDS            VALUE "Y".
001710 77  WS-SORT-EOF-SW              PIC X(01) VALUE "N".
001720     88  WS-END-OF-SORT              VALUE "Y".
001730 77  WS-FIRST-RECORD-SW          PIC X(01) VALUE "Y".
001740     88  WS-FIRST-RECORD             VALUE "Y".
001750 77  WS-FUND-HOLD                PIC X(04) VALUE SPACES.
001760 77  WS-TERM-HOURS               PIC 9(03) VALUE ZEROS.
001770 77  WS-ACTION                   PIC X(10) VALUE SPACES.
001780 77  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
001790 77  WS-SYSTEM-DATE              PIC 9(08) VALUE ZEROS.
001800 77  WS-FUND-TOTAL               PIC 9(09)V99 VALUE ZEROS.
001810 77  WS-FUND-HELD                PIC 9(05) VALUE ZEROS.
001820 77  WS-TOTAL-DISBURSED          PIC 9(09)V99 VALUE ZEROS.
001830 77  WS-AWARD-COUNT              PIC 9(07) VALUE ZEROS.
001840 77  WS-DISBURSED-COUNT          PIC 9(07) VALUE ZEROS.
001850 77  WS-HELD-COUNT               PIC 9(05) VALUE ZEROS.
001860 77  WS-NO-FUND-COUNT            PIC 9(05) VALUE ZEROS.
001870 77  WS-CMD-PARM                 PIC X(08) VALUE SPACES.
001880 77  WS-RC-FUNCTION              PIC X(01) VALUE SPACES.
001890 77  WS-RC-STEP                  PIC X(08) VALUE SPACES.
001900 77  WS-RC-FORCE                 PIC X(01) VALUE SPACES.
001910 77  WS-RC-REPLY                 PIC X(01) VALUE "Y".
001920 77  WS-RUN-BLOCKED-SW           PIC X(01) VALUE "N".
001930     88  WS-RUN-BLOCKED              VALUE "Y".
001931*----------------------------------------------------------------
001932* INCIDENT LOG CALL FIELDS
001933*----------------------------------------------------------------
001934 77  WS-IL-PROGRAM               PIC X(20) VALUE "AID-DISBURSE".
001935 77  WS-IL-STEP                  PIC X(08) VALUE "AIDDISB".
001936 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
001937 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
001938 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
001939 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
001940*
001950 PROCEDURE DIVISION.
001960*================================================================
001970* 0000-MAINLINE
001980*================================================================
001990 0000-MAINLINE.
002000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002010     IF WS-RUN-BLOCKED
002020         GOBACK
002030     END-IF.
002040     SORT SORT-WORK-FILE
002050         ON ASCENDING KEY SRT-FUND-CODE SRT-ID-NUMBER
002060             SRT-TERM-CODE
002070         INPUT PROCEDURE IS 2000-DISBURSE-AWARDS
002080             THRU 2000-DISBURSE-AWARDS-EXIT
002090         OUTPUT PROCEDURE IS 5000-PRODUCE-REGISTER
002100             THRU 5000-PRODUCE-REGISTER-EXIT.
002110     PERFORM 8000-WRAP-UP THRU 8000-WRAP-UP-EXIT.
002120     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
002130     GOBACK.
002140*
002150 1000-INITIALIZE.
002160     ACCEPT WS-CMD-PARM FROM COMMAND-LINE.
002170     MOVE WS-CMD-PARM (1:1) TO WS-RC-FORCE.
002180     MOVE "S" TO WS-RC-FUNCTION.
002190     MOVE "AIDDISB" TO WS-RC-STEP.
002200     CALL "RUN-CONTROL" USING WS-RC-FUNCTION WS-RC-STEP
002210         WS-RC-FORCE WS-RC-REPLY.
002220     IF WS-RC-REPLY = "N"
002230         DISPLAY "AID-DISBURSE: STEP BLOCKED BY RUN CONTROL"
002240         MOVE "Y" TO WS-RUN-BLOCKED-SW
002250         MOVE 4 TO RETURN-CODE
002260         GO TO 1000-INITIALIZE-EXIT
002270     END-IF.
002280     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
002290     MOVE WS-SYSTEM-DATE TO WS-RUN-DATE.
002300     OPEN I-O AWARD-FILE.
002310     IF WS-AWARD-STATUS NOT = "00"
002320         DISPLAY "AID-DISBURSE: CANNOT OPEN aidAwards, "
002330             "STATUS = " WS-AWARD-STATUS
002331         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
002332         MOVE "E" TO WS-IL-SEVERITY
002333         MOVE WS-AWARD-STATUS TO WS-IL-FILE-STATUS
002334         MOVE "CANNOT OPEN aidAwards" TO WS-IL-MESSAGE
002335         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
002340         MOVE "Y" TO WS-AWARD-EOF-SW
002350         MOVE 4 TO RETURN-CODE
002360     END-IF.
002370     OPEN INPUT FUND-MASTER.
002380     IF WS-FUND-STATUS NOT = "00"
002390         DISPLAY "AID-DISBURSE: CANNOT OPEN aidFundMaster, "
002400             "STATUS = " WS-FUND-STATUS
002401         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
002402         MOVE "E" TO WS-IL-SEVERITY
002403         MOVE WS-FUND-STATUS TO WS-IL-FILE-STATUS
002404         MOVE "CANNOT OPEN aidFundMaster" TO WS-IL-MESSAGE
002405         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
002410         MOVE "Y" TO WS-AWARD-EOF-SW
002420         MOVE 4 TO RETURN-CODE
002430     END-IF.
002440     OPEN INPUT HOLD-MASTER.
002450     IF WS-HOLD-STATUS NOT = "00"
002460*        NO HOLD FILE MEANS NO HOLDS - NOTHING TO REFUSE ON
002470         DISPLAY "AID-DISBURSE: NO holdMaster, STATUS = "
002480             WS-HOLD-STATUS " - NO HOLDS CHECKED"
002490     END-IF.
002500     OPEN INPUT TERM-HISTORY.
002510     IF WS-TERM-STATUS NOT = "00"
002520         DISPLAY "AID-DISBURSE: CANNOT OPEN studentTermHist, "
002530             "STATUS = " WS-TERM-STATUS
002531         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
002532         MOVE "E" TO WS-IL-SEVERITY
002533         MOVE WS-TERM-STATUS TO WS-IL-FILE-STATUS
002534         MOVE "CANNOT OPEN studentTermHist" TO WS-IL-MESSAGE
002535         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
002540         MOVE "Y" TO WS-AWARD-EOF-SW
002550         MOVE 4 TO RETURN-CODE
002560     END-IF.
002570     OPEN I-O BILLING-FILE.
002580     IF WS-BILLING-STATUS NOT = "00"
002590         DISPLAY "AID-DISBURSE: CANNOT OPEN studentBilling, "
002600             "STATUS = " WS-BILLING-STATUS
002601         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
002602         MOVE "E" TO WS-IL-SEVERITY
002603         MOVE WS-BILLING-STATUS TO WS-IL-FILE-STATUS
002604         MOVE "CANNOT OPEN studentBilling" TO WS-IL-MESSAGE
002605         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
002610         DISPLAY "AID-DISBURSE: RUN BILLING-RUN TO BUILD THE "
002620             "BILLING FILE FIRST"
002630         MOVE "Y" TO WS-AWARD-EOF-SW
002640         MOVE 4 TO RETURN-CODE
002650     END-IF.
002670     OPEN OUTPUT REGISTER-FILE.
002680     MOVE WS-RUN-DATE TO RH1-RUN-DATE.
002690     WRITE RGT-LINE FROM WS-RGT-HDR-1.
002700     IF NOT WS-END-OF-AWARDS
002710         MOVE LOW-VALUES TO AWD-KEY
002720         START AWARD-FILE KEY NOT LESS THAN AWD-KEY
002730             INVALID KEY MOVE "Y" TO WS-AWARD-EOF-SW
002740         END-START
002750     END-IF.
002760 1000-INITIALIZE-EXIT.
002770     EXIT.
002780*
002790 2000-DISBURSE-AWARDS.
002800     PERFORM 2100-DISBURSE-ONE-AWARD
002810         THRU 2100-DISBURSE-ONE-AWARD-EXIT
002820         UNTIL WS-END-OF-AWARDS.
002830 2000-DISBURSE-AWARDS-EXIT.
002840     EXIT.
002850*
002860 2100-DISBURSE-ONE-AWARD.
002870     READ AWARD-FILE NEXT RECORD
002880         AT END
002890             MOVE "Y" TO WS-AWARD-EOF-SW
002900             GO TO 2100-DISBURSE-ONE-AWARD-EXIT
002910     END-READ.
002920     IF NOT AWD-AWARDED
002930         GO TO 2100-DISBURSE-ONE-AWARD-EXIT
002940     END-IF.
002950     ADD 1 TO WS-AWARD-COUNT.
002960     MOVE ZEROS TO WS-TERM-HOURS.
002970     PERFORM 2200-CHECK-ELIGIBILITY
002980         THRU 2200-CHECK-ELIGIBILITY-EXIT.
002990     IF WS-ACTION = SPACES
003000         PERFORM 2300-POST-CREDIT THRU 2300-POST-CREDIT-EXIT
003010     END-IF.
003020     MOVE AWD-FUND-CODE TO SRT-FUND-CODE.
003030     MOVE AWD-ID-NUMBER TO SRT-ID-NUMBER.
003040     MOVE AWD-TERM-CODE TO SRT-TERM-CODE.
003050     MOVE WS-TERM-HOURS TO SRT-HOURS.
003060     MOVE AWD-AMOUNT TO SRT-AMOUNT.
003070     IF WS-ACTION = "DISBURSED"
003080         MOVE "Y" TO SRT-DISBURSED-SW
003090         ADD 1 TO WS-DISBURSED-COUNT
003100         ADD AWD-AMOUNT TO WS-TOTAL-DISBURSED
003110     ELSE
003120         MOVE "N" TO SRT-DISBURSED-SW
003130         ADD 1 TO WS-HELD-COUNT
003140     END-IF.
003150     MOVE WS-ACTION TO SRT-ACTION.
003160     RELEASE SORT-REC.
003170 2100-DISBURSE-ONE-AWARD-EXIT.
003180     EXIT.
003190*
003200 2200-CHECK-ELIGIBILITY.
003210*    WS-ACTION IS LEFT BLANK WHEN THE AWARD MAY BE CREDITED,
003220*    OTHERWISE IT CARRIES THE REASON PRINTED ON THE REGISTER
003230     MOVE SPACES TO WS-ACTION.
003240     MOVE AWD-FUND-CODE TO AFD-FUND-CODE.
003250     READ FUND-MASTER
003260         INVALID KEY
003270             MOVE "NO FUND" TO WS-ACTION
003280             ADD 1 TO WS-NO-FUND-COUNT
003290             GO TO 2200-CHECK-ELIGIBILITY-EXIT
003300     END-READ.
003310     MOVE AWD-ID-NUMBER TO STT-ID-NUMBER.
003320     MOVE AWD-TERM-CODE TO STT-TERM-CODE.
003330     READ TERM-HISTORY
003340         INVALID KEY
003350             MOVE ZEROS TO WS-TERM-HOURS
003360         NOT INVALID KEY
003370             MOVE STT-TERM-HOURS TO WS-TERM-HOURS
003380     END-READ.
003390     IF WS-HOLD-STATUS = "00" OR = "23"
003400         MOVE AWD-ID-NUMBER TO HLD-ID-NUMBER
003410         MOVE "BF" TO HLD-CODE
003420         READ HOLD-MASTER
003430             INVALID KEY
003440                 CONTINUE
003450             NOT INVALID KEY
003460                 MOVE "BF HOLD" TO WS-ACTION
003470                 GO TO 2200-CHECK-ELIGIBILITY-EXIT
003480         END-READ
003490     END-IF.
003500     IF WS-TERM-HOURS < AFD-MIN-HOURS
003510         MOVE "SHORT LOAD" TO WS-ACTION
003520     END-IF.
003530 2200-CHECK-ELIGIBILITY-EXIT.
003540     EXIT.
003550*
003560 2300-POST-CREDIT.
003570     MOVE AWD-ID-NUMBER TO BIL-ID-NUMBER.
003580     MOVE AWD-TERM-CODE TO BIL-TERM-CODE.
003590     READ BILLING-FILE
003600         INVALID KEY
003610             MOVE "NOT BILLED" TO WS-ACTION
003620             GO TO 2300-POST-CREDIT-EXIT
003630     END-READ.
003640     IF BIL-AID-AMOUNT NOT NUMERIC
003650         MOVE ZEROS TO BIL-AID-AMOUNT
003660     END-IF.
003670     ADD AWD-AMOUNT TO BIL-PAID-AMOUNT.
003680     ADD AWD-AMOUNT TO BIL-AID-AMOUNT.
003690     MOVE WS-RUN-DATE TO BIL-LAST-PAY-DATE.
003700     REWRITE BILLING-RECORD
003710         INVALID KEY
003720             DISPLAY "AID-DISBURSE: BILLING REWRITE FAILED FOR "
003730                 BIL-KEY ", STATUS = " WS-BILLING-STATUS
003740             MOVE "FAILED" TO WS-ACTION
003750             MOVE 4 TO RETURN-CODE
003760             GO TO 2300-POST-CREDIT-EXIT
003770     END-REWRITE.
003780     MOVE "D" TO AWD-STATUS.
003790     MOVE WS-RUN-DATE TO AWD-DISBURSED-DATE.
003800     REWRITE AID-AWARD-RECORD
003810         INVALID KEY
003820             DISPLAY "AID-DISBURSE: AWARD REWRITE FAILED FOR "
003830                 AWD-KEY ", STATUS = " WS-AWARD-STATUS
003840                 " - CREDIT POSTED, MARK AWARD BY HAND"
003850             MOVE 4 TO RETURN-CODE
003860     END-REWRITE.
003870     MOVE "DISBURSED" TO WS-ACTION.
003880 2300-POST-CREDIT-EXIT.
003890     EXIT.
003900*
003910 5000-PRODUCE-REGISTER.
003920     MOVE "N" TO WS-SORT-EOF-SW.
003930     RETURN SORT-WORK-FILE AT END MOVE "Y" TO WS-SORT-EOF-SW.
003940     PERFORM 5100-PRINT-SORTED-RECORD
003950         THRU 5100-PRINT-SORTED-RECORD-EXIT
003960         UNTIL WS-END-OF-SORT.
003970     IF NOT WS-FIRST-RECORD
003980         PERFORM 5300-WRITE-FUND-TOTAL
003990             THRU 5300-WRITE-FUND-TOTAL-EXIT
004000     END-IF.
004010     WRITE RGT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
004020     MOVE WS-TOTAL-DISBURSED TO RGT-TOTAL.
004030     WRITE RGT-LINE FROM WS-RGT-TOTAL-LINE
004040         AFTER ADVANCING 1 LINE.
004050 5000-PRODUCE-REGISTER-EXIT.
004060     EXIT.
004070*
004080 5100-PRINT-SORTED-RECORD.
004090     IF WS-FIRST-RECORD
004100         MOVE SRT-FUND-CODE TO WS-FUND-HOLD
004110         PERFORM 5200-WRITE-FUND-HEADER
004120             THRU 5200-WRITE-FUND-HEADER-EXIT
004130         MOVE "N" TO WS-FIRST-RECORD-SW
004140     END-IF.
004150     IF SRT-FUND-CODE NOT = WS-FUND-HOLD
004160         PERFORM 5300-WRITE-FUND-TOTAL
004170             THRU 5300-WRITE-FUND-TOTAL-EXIT
004180         MOVE SRT-FUND-CODE TO WS-FUND-HOLD
004190         PERFORM 5200-WRITE-FUND-HEADER
004200             THRU 5200-WRITE-FUND-HEADER-EXIT
004210     END-IF.
004220     MOVE SRT-ID-NUMBER TO RGD-ID-NUMBER.
004230     MOVE SRT-TERM-CODE TO RGD-TERM-CODE.
004240     MOVE SRT-HOURS TO RGD-HOURS.
004250     MOVE SRT-AMOUNT TO RGD-AMOUNT.
004260     MOVE SRT-ACTION TO RGD-ACTION.
004270     WRITE RGT-LINE FROM WS-RGT-DETAIL AFTER ADVANCING 1 LINE.
004280     IF SRT-WAS-DISBURSED
004290         ADD SRT-AMOUNT TO WS-FUND-TOTAL
004300     ELSE
004310         ADD 1 TO WS-FUND-HELD
004320     END-IF.
004330     RETURN SORT-WORK-FILE AT END MOVE "Y" TO WS-SORT-EOF-SW.
004340 5100-PRINT-SORTED-RECORD-EXIT.
004350     EXIT.
004360*
004370 5200-WRITE-FUND-HEADER.
004380     MOVE ZEROS TO WS-FUND-TOTAL.
004390     MOVE ZEROS TO WS-FUND-HELD.
004400     MOVE WS-FUND-HOLD TO RFH-FUND-CODE.
004410     MOVE WS-FUND-HOLD TO AFD-FUND-CODE.
004420     READ FUND-MASTER
004430         INVALID KEY
004440             MOVE "*** NOT ON FILE ***" TO RFH-FUND-NAME
004450             MOVE ZEROS TO RFH-MIN-HOURS
004460         NOT INVALID KEY
004470             MOVE AFD-FUND-NAME TO RFH-FUND-NAME
004480             MOVE AFD-MIN-HOURS TO RFH-MIN-HOURS
004490     END-READ.
004500     WRITE RGT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
004510     WRITE RGT-LINE FROM WS-RGT-FUND-HDR AFTER ADVANCING 1 LINE.
004520     WRITE RGT-LINE FROM WS-RGT-COLUMN-HDR
004530         AFTER ADVANCING 1 LINE.
004540 5200-WRITE-FUND-HEADER-EXIT.
004550     EXIT.
004560*
004570 5300-WRITE-FUND-TOTAL.
004580     MOVE WS-FUND-TOTAL TO RFT-TOTAL.
004590     MOVE WS-FUND-HELD TO RFT-HELD-COUNT.
004600     WRITE RGT-LINE FROM WS-RGT-FUND-TOTAL
004610         AFTER ADVANCING 1 LINE.
004620 5300-WRITE-FUND-TOTAL-EXIT.
004630     EXIT.
004640*
004650 8000-WRAP-UP.
004660     DISPLAY "AID-DISBURSE: AWARDS CONSIDERED = "
004670         WS-AWARD-COUNT.
004680     DISPLAY "AID-DISBURSE: AWARDS DISBURSED  = "
004690         WS-DISBURSED-COUNT.
004700     DISPLAY "AID-DISBURSE: AWARDS HELD       = "
004710         WS-HELD-COUNT.
004720     DISPLAY "AID-DISBURSE: TOTAL DISBURSED   = "
004730         WS-TOTAL-DISBURSED.
004740     IF WS-NO-FUND-COUNT > ZEROS
004750         DISPLAY "AID-DISBURSE: AWARDS WITH NO FUND = "
004760             WS-NO-FUND-COUNT
004770         MOVE 4 TO RETURN-CODE
004780     END-IF.
004790 8000-WRAP-UP-EXIT.
004800     EXIT.
004810*
004811 8900-LOG-INCIDENT.
004812     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
004813         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
004814         WS-IL-MESSAGE.
004815 8900-LOG-INCIDENT-EXIT.
004816     EXIT.
004817*
004820 9000-TERMINATE.
004830     IF WS-AWARD-STATUS = "00" OR = "10" OR = "23"
004840         CLOSE AWARD-FILE
004850     END-IF.
004860     IF WS-FUND-STATUS = "00" OR = "23"
004870         CLOSE FUND-MASTER
004880     END-IF.
004890     IF WS-HOLD-STATUS = "00" OR = "23"
004900         CLOSE HOLD-MASTER
004910     END-IF.
004920     IF WS-TERM-STATUS = "00" OR = "23"
004930         CLOSE TERM-HISTORY
004940     END-IF.
004950     IF WS-BILLING-STATUS = "00" OR = "23"
004960         CLOSE BILLING-FILE
004970     END-IF.
004980     CLOSE REGISTER-FILE.
004990     PERFORM 9100-WRITE-RUN-STATS
005000         THRU 9100-WRITE-RUN-STATS-EXIT.
005010     IF RETURN-CODE = ZERO
005020         MOVE "E" TO WS-RC-FUNCTION
005030         CALL "RUN-CONTROL" USING WS-RC-FUNCTION WS-RC-STEP
005040             WS-RC-FORCE WS-RC-REPLY
005050     END-IF.
005060 9000-TERMINATE-EXIT.
005070     EXIT.
005080*
005090 9100-WRITE-RUN-STATS.
005100     OPEN EXTEND RUN-STATS-FILE.
005110     IF WS-STATS-STATUS = "35"
005120         OPEN OUTPUT RUN-STATS-FILE
005130     END-IF.
005140     IF WS-STATS-STATUS = "00"
005150         MOVE WS-RUN-DATE TO RST-RUN-DATE
005160         MOVE "AIDDISB" TO RST-STEP-NAME
005170         MOVE WS-AWARD-COUNT TO RST-RECORDS-IN
005180         MOVE WS-DISBURSED-COUNT TO RST-RECORDS-OUT
005190         MOVE WS-HELD-COUNT TO RST-REJECTS
005200         MOVE WS-TOTAL-DISBURSED TO RST-AMOUNT-TOTAL
005210         MOVE ZEROS TO RST-HASH-TOTAL
005220         MOVE RETURN-CODE TO RST-RETURN-CODE
005230         WRITE RUN-STATS-RECORD
005240         CLOSE RUN-STATS-FILE
005250     ELSE
005260         DISPLAY "AID-DISBURSE: CANNOT OPEN runStats, "
005270             "STATUS = " WS-STATS-STATUS
005271         MOVE "9100-WRITE-RUN-STATS" TO WS-IL-PARAGRAPH
005272         MOVE "W" TO WS-IL-SEVERITY
005273         MOVE WS-STATS-STATUS TO WS-IL-FILE-STATUS
005274         MOVE "CANNOT OPEN runStats" TO WS-IL-MESSAGE
005275         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
005280     END-IF.
005290 9100-WRITE-RUN-STATS-EXIT.
005300     EXIT.
005310*
005320 END PROGRAM AID-DISBURSE.
