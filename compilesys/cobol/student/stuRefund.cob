000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. STU-REFUND.
000030 AUTHOR. REGISTRAR-SYSTEMS-GROUP.
000040 INSTALLATION. REGISTRARS-OFFICE.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED. 2026-10-14.
000070*================================================================
000080* MODIFICATION HISTORY
000090*   2026-10-14  RSG  INITIAL VERSION - STUDENT REFUND RUN.
000100*                    SWEEPS studentBilling FOR CREDIT BALANCES
000110*                    (PAID BEYOND THE CHARGE, LESS ANYTHING
000120*                    ALREADY REFUNDED) AND CUTS A NUMBERED
000130*                    REFUND CHECK FOR EACH FROM THE SAME
000140*                    checkRegister SEQUENCE AND payrollChecks
000150*                    PRINT FILE THE PAYROLL PASS USES, SO THE
000160*                    BANK SEES ONE CHECK STOCK AND ONE
000170*                    REGISTER. CHECKS ARE WHOLE DOLLARS LIKE
000180*                    THE PAYROLL CHECKS - ODD CENTS STAY ON THE
000190*                    ACCOUNT AS A CREDIT. THE REFUND AMOUNT,
000200*                    CHECK NUMBER, AND DATE ARE RECORDED ON THE
000210*                    BILLING RECORD. HOLDS THE SHARED FILE-LOCK
000220*                    ON checkRegister, PRINTS A REFUND
000230*                    REGISTER, WRITES CONTROL FIGURES TO
000240*                    runStats, AND IS GUARDED BY RUN-CONTROL
000250*                    AS STEP STUREFND.
000252*   2026-10-14  RSG  NEW CHECKS START UNSENT ON POSITIVE PAY AND
000254*                    OUTSTANDING (NO CLEARED DATE).
000256*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000258*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000259*   2026-10-15  RSG  REMISSION LEFT OVER AFTER A CHARGE IS
000260*                    REPRICED DOWN IS NO LONGER REFUNDED AS
000261*                    CASH. BILLING IS REWRITTEN BEFORE THE
000262*                    CHECK PRINTS; IF THE REWRITE FAILS THE
000263*                    CHECK IS VOIDED UNPRINTED, AN INCIDENT
000264*                    IS LOGGED, AND THE STEP ENDS RC 8.
000265*================================================================
000270*
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT BILLING-FILE ASSIGN TO DISK
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS BIL-KEY
000360         FILE STATUS IS WS-BILLING-STATUS.
000370     SELECT STUDENT-MASTER ASSIGN TO DISK
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS STU-ID-NUMBER
000410         ALTERNATE RECORD KEY IS STU-STUDENT-NAME
000420             WITH DUPLICATES
000430         FILE STATUS IS WS-MASTER-STATUS.
000440     SELECT CHECK-REGISTER ASSIGN TO DISK
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS CHK-NUMBER
000480         FILE STATUS IS WS-CHECK-STATUS.
000490     SELECT CHECK-PRINT-FILE ASSIGN TO DISK
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-PRINT-STATUS.
000520     SELECT REGISTER-FILE ASSIGN TO DISK
000530         ORGANIZATION IS LINE SEQUENTIAL.
000540     SELECT RUN-STATS-FILE ASSIGN TO DISK
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-STATS-STATUS.
000570*
000580 DATA DIVISION.
000590 FILE SECTION.
000600*
000610 FD  BILLING-FILE
000620     LABEL RECORDS ARE STANDARD
000630     VALUE OF FILE-ID IS "studentBilling".
000640     COPY "stubill.cpy".
000650*
000660 FD  STUDENT-MASTER
000670     LABEL RECORDS ARE STANDARD
000680     VALUE OF FILE-ID IS "studentMaster".
000690     COPY "stumstr.cpy".
000700*
000710 FD  CHECK-REGISTER
000720     LABEL RECORDS ARE STANDARD
000730     VALUE OF FILE-ID IS "checkRegister".
000740     COPY "chkreg.cpy".
000750*
000760 FD  CHECK-PRINT-FILE
000770     LABEL RECORDS ARE STANDARD
000780     VALUE OF FILE-ID IS "payrollChecks".
000790 01  CHECK-PRINT-REC.
000800     05  CKP-CHECK-NUMBER        PIC X(06).
000810     05  CKP-EMP-ID              PIC X(04).
000820     05  CKP-EMP-NAME            PIC X(25).
000830     05  CKP-NET-PAY             PIC S9(06).
000840     05  CKP-ISSUE-DATE          PIC X(08).
000850*
000860 FD  REGISTER-FILE
000870     LABEL RECORDS ARE STANDARD
000880     VALUE OF FILE-ID IS "refundRegister".
000890 01  RGT-LINE                    PIC X(80).
000900*
000910 FD  RUN-STATS-FILE
000920     LABEL RECORDS ARE STANDARD
000930     VALUE OF FILE-ID IS "runStats".
000940     COPY "runstat.cpy".
000950*
000960 WORKING-STORAGE SECTION.
000970*----------------------------------------------------------------
000980* PRINT LINE LAYOUTS
000990*----------------------------------------------------------------
001000 01  WS-RGT-HDR-1.
001010     05  FILLER                  PIC X(28) VALUE
001020         "STUDENT REFUND REGISTER -   ".
001030     05  RH1-RUN-DATE            PIC X(08).
001040 01  WS-RGT-COLUMN-HDR.
001050     05  FILLER                  PIC X(11) VALUE "ID-NUMBER".
001060     05  FILLER                  PIC X(08) VALUE "TERM".
001070     05  FILLER                  PIC X(27) VALUE "STUDENT-NAME".
001080     05  FILLER                  PIC X(08) VALUE "CHECK".
001090     05  FILLER                  PIC X(10) VALUE "AMOUNT".
001100 01  WS-RGT-DETAIL.
001110     05  RGD-ID-NUMBER           PIC X(04).
001120     05  FILLER                  PIC X(07) VALUE SPACES.
001130     05  RGD-TERM-CODE           PIC X(06).
001140     05  FILLER                  PIC X(02) VALUE SPACES.
001150     05  RGD-STUDENT-NAME        PIC X(25).
001160     05  FILLER                  PIC X(02) VALUE SPACES.
001170     05  RGD-CHECK-NUMBER        PIC X(06).
001180     05  FILLER                  PIC X(02) VALUE SPACES.
001190     05  RGD-AMOUNT              PIC ZZZZZ9.
001200 01  WS-RGT-TOTAL-LINE.
001210     05  FILLER                  PIC X(10) VALUE SPACES.
001220     05  FILLER                  PIC X(16) VALUE
001230         "TOTAL REFUNDED: ".
001240     05  RGT-TOTAL               PIC ZZZZZZZZ9.
001250     05  FILLER                  PIC X(04) VALUE SPACES.
001260     05  FILLER                  PIC X(08) VALUE "CHECKS: ".
001270     05  RGT-COUNT               PIC ZZZZ9.
001280*----------------------------------------------------------------
001290* CONTROL FIELDS
001300*----------------------------------------------------------------
001310 77  WS-BILLING-STATUS           PIC X(02) VALUE "00".
001320 77  WS-MASTER-STATUS            PIC X(02) VALUE "00".
001330 77  WS-CHECK-STATUS             PIC X(02) VALUE "00".
001340 77  WS-PRINT-STATUS             PIC X(02) VALUE "00".
001350 77  WS-STATS-STATUS             PIC X(02) VALUE "00".
001360 77  WS-BILLING-EOF-SW           PIC X(01) VALUE "N".
001370     88  WS-END-OF-BILLING           VALUE "Y".
001380 77  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
001390 77  WS-SYSTEM-DATE              PIC 9(08) VALUE ZEROS.
001400 77  WS-CREDIT-BALANCE           PIC S9(08)V99 VALUE ZEROS.
001402 77  WS-EXCESS-REMIT             PIC S9(08)V99 VALUE ZEROS.
001410 77  WS-REFUND-DOLLARS           PIC 9(06) VALUE ZEROS.
001420 77  WS-NEXT-CHECK-NO            PIC 9(06) VALUE ZEROS.
001430 77  WS-STUDENT-NAME             PIC X(25) VALUE SPACES.
001440 77  WS-RECORD-COUNT             PIC 9(07) VALUE ZEROS.
001450 77  WS-REFUND-COUNT             PIC 9(07) VALUE ZEROS.
001460 77  WS-FAILED-COUNT             PIC 9(05) VALUE ZEROS.
001470 77  WS-TOTAL-REFUNDED           PIC 9(09) VALUE ZEROS.
001480 77  WS-CMD-PARM                 PIC X(08) VALUE SPACES.
001490 77  WS-RC-FUNCTION              PIC X(01) VALUE SPACES.
001500 77  WS-RC-STEP                  PIC X(08) VALUE SPACES.
001510 77  WS-RC-FORCE                 PIC X(01) VALUE SPACES.
001520 77  WS-RC-REPLY                 PIC X(01) VALUE "Y".
001530 77  WS-RUN-BLOCKED-SW           PIC X(01) VALUE "N".
001540     88  WS-RUN-BLOCKED              VALUE "Y".
001550 77  WS-FL-FUNCTION              PIC X(01) VALUE SPACES.
001560 77  WS-FL-FILE-NAME             PIC X(14) VALUE SPACES.
001570 77  WS-FL-HOLDER                PIC X(08) VALUE SPACES.
001580 77  WS-FL-REPLY                 PIC X(01) VALUE "Y".
001590 77  WS-FL-INFO                  PIC X(40) VALUE SPACES.
001600 77  WS-LOCK-HELD-SW             PIC X(01) VALUE "N".
001610     88  WS-LOCK-IS-HELD             VALUE "Y".
001611*----------------------------------------------------------------
001612* INCIDENT LOG CALL FIELDS
001613*----------------------------------------------------------------
001614 77  WS-IL-PROGRAM               PIC X(20) VALUE "STU-REFUND".
001615 77  WS-IL-STEP                  PIC X(08) VALUE "STUREFND".
001616 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
001617 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
001618 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
001619 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
001620*
001630 PROCEDURE DIVISION.
001640*================================================================
001650* 0000-MAINLINE
001660*================================================================
001670 0000-MAINLINE.
001680     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001690     PERFORM 2000-REFUND-ONE-CHARGE
001700         THRU 2000-REFUND-ONE-CHARGE-EXIT
001710         UNTIL WS-END-OF-BILLING.
001720     PERFORM 8000-WRAP-UP THRU 8000-WRAP-UP-EXIT.
001730     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001740     GOBACK.
001750*
001760 1000-INITIALIZE.
001770     ACCEPT WS-CMD-PARM FROM COMMAND-LINE.
001780     MOVE WS-CMD-PARM (1:1) TO WS-RC-FORCE.
001790     MOVE "S" TO WS-RC-FUNCTION.
001800     MOVE "STUREFND" TO WS-RC-STEP.
001810     CALL "RUN-CONTROL" USING WS-RC-FUNCTION WS-RC-STEP
001820         WS-RC-FORCE WS-RC-REPLY.
001830     IF WS-RC-REPLY = "N"
001840         DISPLAY "STU-REFUND: STEP BLOCKED BY RUN CONTROL"
001850         MOVE "Y" TO WS-RUN-BLOCKED-SW
001860         MOVE "Y" TO WS-BILLING-EOF-SW
001870         MOVE 4 TO RETURN-CODE
001880         GO TO 1000-INITIALIZE-EXIT
001890     END-IF.
001900     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
001910     MOVE WS-SYSTEM-DATE TO WS-RUN-DATE.
001920     OPEN OUTPUT REGISTER-FILE.
001930     MOVE WS-RUN-DATE TO RH1-RUN-DATE.
001940     WRITE RGT-LINE FROM WS-RGT-HDR-1.
001950     WRITE RGT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
001960     WRITE RGT-LINE FROM WS-RGT-COLUMN-HDR
001970         AFTER ADVANCING 1 LINE.
001980*    THE PAYROLL PASS AND CHECK-MAINT NUMBER CHECKS FROM THE
001990*    SAME CONTROL RECORD - HOLD THE REGISTER FOR THE WHOLE RUN
002000     MOVE "A" TO WS-FL-FUNCTION.
002010     MOVE "checkRegister" TO WS-FL-FILE-NAME.
002020     MOVE "STUREFND" TO WS-FL-HOLDER.
002030     CALL "FILE-LOCK" USING WS-FL-FUNCTION WS-FL-FILE-NAME
002040         WS-FL-HOLDER WS-FL-REPLY WS-FL-INFO.
002050     IF WS-FL-REPLY = "N"
002060         DISPLAY "STU-REFUND: checkRegister IS IN USE - "
002070             WS-FL-INFO
002080         MOVE "Y" TO WS-BILLING-EOF-SW
002090         MOVE 4 TO RETURN-CODE
002100         GO TO 1000-INITIALIZE-EXIT
002110     END-IF.
002120     MOVE "Y" TO WS-LOCK-HELD-SW.
002130     OPEN I-O CHECK-REGISTER.
002140     IF WS-CHECK-STATUS = "35"
002150         OPEN OUTPUT CHECK-REGISTER
002160         CLOSE CHECK-REGISTER
002170         OPEN I-O CHECK-REGISTER
002180     END-IF.
002190     IF WS-CHECK-STATUS NOT = "00" AND NOT = "05"
002200         DISPLAY "STU-REFUND: CANNOT OPEN checkRegister, "
002210             "STATUS = " WS-CHECK-STATUS
002211         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
002212         MOVE "E" TO WS-IL-SEVERITY
002213         MOVE WS-CHECK-STATUS TO WS-IL-FILE-STATUS
002214         MOVE "CANNOT OPEN checkRegister" TO WS-IL-MESSAGE
002215         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
002220         MOVE "Y" TO WS-BILLING-EOF-SW
002230         MOVE 4 TO RETURN-CODE
002240         GO TO 1000-INITIALIZE-EXIT
002250     END-IF.
002260     OPEN EXTEND CHECK-PRINT-FILE.
002270     IF WS-PRINT-STATUS = "35"
002280         OPEN OUTPUT CHECK-PRINT-FILE
002290     END-IF.
002300     OPEN I-O BILLING-FILE.
002310     IF WS-BILLING-STATUS NOT = "00"
002320         DISPLAY "STU-REFUND: CANNOT OPEN studentBilling, "
002330             "STATUS = " WS-BILLING-STATUS
002331         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
002332         MOVE "E" TO WS-IL-SEVERITY
002333         MOVE WS-BILLING-STATUS TO WS-IL-FILE-STATUS
002334         MOVE "CANNOT OPEN studentBilling" TO WS-IL-MESSAGE
002335         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
002340         MOVE "Y" TO WS-BILLING-EOF-SW
002350         MOVE 4 TO RETURN-CODE
002360         GO TO 1000-INITIALIZE-EXIT
002370     END-IF.
002380     OPEN INPUT STUDENT-MASTER.
002390     IF WS-MASTER-STATUS NOT = "00"
002400         DISPLAY "STU-REFUND: NO studentMaster, STATUS = "
002410             WS-MASTER-STATUS " - CHECKS PAYABLE BY ID ONLY"
002420     END-IF.
002430     PERFORM 3000-GET-NEXT-CHECK-NUMBER
002440         THRU 3000-GET-NEXT-CHECK-NUMBER-EXIT.
002450     MOVE LOW-VALUES TO BIL-KEY.
002460     START BILLING-FILE KEY NOT LESS THAN BIL-KEY
002470         INVALID KEY MOVE "Y" TO WS-BILLING-EOF-SW
002480     END-START.
002490 1000-INITIALIZE-EXIT.
002500     EXIT.
002510*
002520 2000-REFUND-ONE-CHARGE.
002530     READ BILLING-FILE NEXT RECORD
002540         AT END
002550             MOVE "Y" TO WS-BILLING-EOF-SW
002560             GO TO 2000-REFUND-ONE-CHARGE-EXIT
002570     END-READ.
002580     ADD 1 TO WS-RECORD-COUNT.
002590     IF BIL-REFUND-AMOUNT NOT NUMERIC
002600         MOVE ZEROS TO BIL-REFUND-AMOUNT
002610     END-IF.
002612     IF BIL-REMIT-AMOUNT NOT NUMERIC
002614         MOVE ZEROS TO BIL-REMIT-AMOUNT
002616     END-IF.
002620     COMPUTE WS-CREDIT-BALANCE = BIL-PAID-AMOUNT
002630         - BIL-REFUND-AMOUNT - BIL-CHARGE-AMOUNT.
002631*    REMISSION GOES AGAINST THE CHARGE FIRST - WHATEVER OF IT IS
002632*    LEFT OVER AFTER THE CHARGE WAS REPRICED DOWN STAYS ON THE
002633*    ACCOUNT AND IS NEVER CUT AS CASH
002634     COMPUTE WS-EXCESS-REMIT = BIL-REMIT-AMOUNT
002635         - BIL-CHARGE-AMOUNT.
002636     IF WS-EXCESS-REMIT > ZEROS
002637         SUBTRACT WS-EXCESS-REMIT FROM WS-CREDIT-BALANCE
002638     END-IF.
002640     IF WS-CREDIT-BALANCE < 1
002650         GO TO 2000-REFUND-ONE-CHARGE-EXIT
002660     END-IF.
002670*    WHOLE DOLLARS ONLY - THE CENTS ARE DROPPED HERE AND STAY
002680*    ON THE ACCOUNT
002690     MOVE WS-CREDIT-BALANCE TO WS-REFUND-DOLLARS.
002700     PERFORM 2100-GET-STUDENT-NAME
002710         THRU 2100-GET-STUDENT-NAME-EXIT.
002720     PERFORM 2200-WRITE-REFUND-CHECK
002730         THRU 2200-WRITE-REFUND-CHECK-EXIT.
002740 2000-REFUND-ONE-CHARGE-EXIT.
002750     EXIT.
002760*
002770 2100-GET-STUDENT-NAME.
002780     MOVE SPACES TO WS-STUDENT-NAME.
002790     IF WS-MASTER-STATUS NOT = "00" AND NOT = "23"
002800         GO TO 2100-GET-STUDENT-NAME-EXIT
002810     END-IF.
002820     MOVE BIL-ID-NUMBER TO STU-ID-NUMBER.
002830     READ STUDENT-MASTER
002840         INVALID KEY
002850             CONTINUE
002860         NOT INVALID KEY
002870             STRING STU-FIRST-NAME DELIMITED BY SPACE
002880                 " " DELIMITED BY SIZE
002890                 STU-LAST-NAME DELIMITED BY SPACE
002900                 INTO WS-STUDENT-NAME
002910     END-READ.
002920 2100-GET-STUDENT-NAME-EXIT.
002930     EXIT.
002940*
002950 2200-WRITE-REFUND-CHECK.
002960     MOVE WS-NEXT-CHECK-NO TO CHK-NUMBER.
002970     MOVE BIL-ID-NUMBER TO CHK-EMP-ID.
002980     MOVE WS-STUDENT-NAME TO CHK-EMP-NAME.
002990     MOVE WS-REFUND-DOLLARS TO CHK-AMOUNT.
003000     MOVE WS-RUN-DATE TO CHK-ISSUE-DATE.
003010     MOVE "I" TO CHK-STATUS.
003020     MOVE SPACES TO CHK-XREF-NUMBER.
003030     MOVE "S" TO CHK-PAYEE-TYPE.
003040     MOVE BIL-TERM-CODE TO CHK-TERM-CODE.
003042     MOVE SPACE TO CHK-PP-SENT-STATUS.
003044     MOVE SPACES TO CHK-CLEARED-DATE.
003050     WRITE CHECK-REGISTER-RECORD
003060         INVALID KEY
003070             DISPLAY "STU-REFUND: CHECK NUMBER " CHK-NUMBER
003080                 " ALREADY ON THE REGISTER - NO REFUND FOR "
003090                 BIL-KEY
003100             ADD 1 TO WS-FAILED-COUNT
003110             MOVE 4 TO RETURN-CODE
003120             GO TO 2200-WRITE-REFUND-CHECK-EXIT
003130     END-WRITE.
003131*    THE REFUND IS RECORDED ON THE BILLING RECORD BEFORE THE CHECK
003132*    IS PRINTED - IF IT CANNOT BE, THE CHECK IS NEVER PRINTED AND
003133*    ITS NUMBER IS VOIDED, SO THE NEXT RUN CANNOT PAY IT TWICE
003134     ADD WS-REFUND-DOLLARS TO BIL-REFUND-AMOUNT.
003135     MOVE CHK-NUMBER TO BIL-REFUND-CHECK.
003136     MOVE WS-RUN-DATE TO BIL-REFUND-DATE.
003137     REWRITE BILLING-RECORD.
003138     IF WS-BILLING-STATUS NOT = "00"
003139         DISPLAY "STU-REFUND: BILLING REWRITE FAILED FOR "
003140             BIL-KEY ", STATUS = " WS-BILLING-STATUS
003141             " - CHECK " CHK-NUMBER " VOIDED, NOT PRINTED"
003142         MOVE "V" TO CHK-STATUS
003143         REWRITE CHECK-REGISTER-RECORD
003144         MOVE "2200-WRITE-REFUND-CHECK" TO WS-IL-PARAGRAPH
003145         MOVE "E" TO WS-IL-SEVERITY
003146         MOVE WS-BILLING-STATUS TO WS-IL-FILE-STATUS
003147         MOVE SPACES TO WS-IL-MESSAGE
003148         STRING "BILLING REWRITE FAILED FOR " BIL-KEY
003149             " - CHECK " CHK-NUMBER " VOIDED"
003150             DELIMITED BY SIZE INTO WS-IL-MESSAGE
003151         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
003152         ADD 1 TO WS-FAILED-COUNT
003153         MOVE 8 TO RETURN-CODE
003154         ADD 1 TO WS-NEXT-CHECK-NO
003155         PERFORM 3100-SAVE-NEXT-CHECK-NUMBER
003156             THRU 3100-SAVE-NEXT-CHECK-NUMBER-EXIT
003157         GO TO 2200-WRITE-REFUND-CHECK-EXIT
003158     END-IF.
003159     MOVE CHK-NUMBER TO CKP-CHECK-NUMBER.
003160     MOVE BIL-ID-NUMBER TO CKP-EMP-ID.
003161     MOVE WS-STUDENT-NAME TO CKP-EMP-NAME.
003170     MOVE WS-REFUND-DOLLARS TO CKP-NET-PAY.
003180     MOVE WS-RUN-DATE TO CKP-ISSUE-DATE.
003190     WRITE CHECK-PRINT-REC.
003300     MOVE BIL-ID-NUMBER TO RGD-ID-NUMBER.
003310     MOVE BIL-TERM-CODE TO RGD-TERM-CODE.
003320     MOVE WS-STUDENT-NAME TO RGD-STUDENT-NAME.
003330     MOVE CHK-NUMBER TO RGD-CHECK-NUMBER.
003340     MOVE WS-REFUND-DOLLARS TO RGD-AMOUNT.
003350     WRITE RGT-LINE FROM WS-RGT-DETAIL AFTER ADVANCING 1 LINE.
003360     ADD 1 TO WS-REFUND-COUNT.
003370     ADD WS-REFUND-DOLLARS TO WS-TOTAL-REFUNDED.
003380     ADD 1 TO WS-NEXT-CHECK-NO.
003390     PERFORM 3100-SAVE-NEXT-CHECK-NUMBER
003400         THRU 3100-SAVE-NEXT-CHECK-NUMBER-EXIT.
003410 2200-WRITE-REFUND-CHECK-EXIT.
003420     EXIT.
003430*
003440 3000-GET-NEXT-CHECK-NUMBER.
003450     MOVE "000000" TO CHK-NUMBER.
003460     READ CHECK-REGISTER
003470         INVALID KEY
003480             MOVE "000000" TO CHK-NUMBER
003490             MOVE SPACES TO CHK-EMP-ID
003500             MOVE "*CONTROL*" TO CHK-EMP-NAME
003510             MOVE ZEROS TO CHK-AMOUNT
003520             MOVE WS-RUN-DATE TO CHK-ISSUE-DATE
003530             MOVE SPACE TO CHK-STATUS
003540             MOVE "000001" TO CHK-XREF-NUMBER
003550             MOVE SPACE TO CHK-PAYEE-TYPE
003560             MOVE SPACES TO CHK-TERM-CODE
003562             MOVE SPACE TO CHK-PP-SENT-STATUS
003564             MOVE SPACES TO CHK-CLEARED-DATE
003570             WRITE CHECK-REGISTER-RECORD
003580             MOVE 1 TO WS-NEXT-CHECK-NO
003590         NOT INVALID KEY
003600             MOVE CHK-XREF-NUMBER TO WS-NEXT-CHECK-NO
003610     END-READ.
003620 3000-GET-NEXT-CHECK-NUMBER-EXIT.
003630     EXIT.
003640*
003650 3100-SAVE-NEXT-CHECK-NUMBER.
003660     MOVE "000000" TO CHK-NUMBER.
003670     READ CHECK-REGISTER
003680         INVALID KEY
003690             CONTINUE
003700         NOT INVALID KEY
003710             MOVE WS-NEXT-CHECK-NO TO CHK-XREF-NUMBER
003720             REWRITE CHECK-REGISTER-RECORD
003730     END-READ.
003740 3100-SAVE-NEXT-CHECK-NUMBER-EXIT.
003750     EXIT.
003760*
003770 8000-WRAP-UP.
003780     WRITE RGT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
003790     MOVE WS-TOTAL-REFUNDED TO RGT-TOTAL.
003800     MOVE WS-REFUND-COUNT TO RGT-COUNT.
003810     WRITE RGT-LINE FROM WS-RGT-TOTAL-LINE
003820         AFTER ADVANCING 1 LINE.
003830     DISPLAY "STU-REFUND: BILLING RECORDS READ = "
003840         WS-RECORD-COUNT.
003850     DISPLAY "STU-REFUND: REFUND CHECKS CUT    = "
003860         WS-REFUND-COUNT.
003870     DISPLAY "STU-REFUND: TOTAL REFUNDED       = "
003880         WS-TOTAL-REFUNDED.
003890 8000-WRAP-UP-EXIT.
003900     EXIT.
003910*
003911 8900-LOG-INCIDENT.
003912     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
003913         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
003914         WS-IL-MESSAGE.
003915 8900-LOG-INCIDENT-EXIT.
003916     EXIT.
003917*
003920 9000-TERMINATE.
003930     IF WS-RUN-BLOCKED
003940         GO TO 9000-TERMINATE-EXIT
003950     END-IF.
003960     IF WS-BILLING-STATUS = "00" OR = "10" OR = "23"
003970         CLOSE BILLING-FILE
003980     END-IF.
003990     IF WS-MASTER-STATUS = "00" OR = "23"
004000         CLOSE STUDENT-MASTER
004010     END-IF.
004020     IF WS-CHECK-STATUS = "00" OR = "05" OR = "22" OR = "23"
004030         CLOSE CHECK-REGISTER
004040     END-IF.
004050     IF WS-PRINT-STATUS = "00"
004060         CLOSE CHECK-PRINT-FILE
004070     END-IF.
004080     IF WS-LOCK-IS-HELD
004090         MOVE "R" TO WS-FL-FUNCTION
004100         MOVE "checkRegister" TO WS-FL-FILE-NAME
004110         MOVE "STUREFND" TO WS-FL-HOLDER
004120         CALL "FILE-LOCK" USING WS-FL-FUNCTION
004130             WS-FL-FILE-NAME WS-FL-HOLDER WS-FL-REPLY
004140             WS-FL-INFO
004150     END-IF.
004160     CLOSE REGISTER-FILE.
004170     PERFORM 9100-WRITE-RUN-STATS
004180         THRU 9100-WRITE-RUN-STATS-EXIT.
004190     IF RETURN-CODE = ZERO
004200         MOVE "E" TO WS-RC-FUNCTION
004210         CALL "RUN-CONTROL" USING WS-RC-FUNCTION WS-RC-STEP
004220             WS-RC-FORCE WS-RC-REPLY
004230     END-IF.
004240 9000-TERMINATE-EXIT.
004250     EXIT.
004260*
004270 9100-WRITE-RUN-STATS.
004280     OPEN EXTEND RUN-STATS-FILE.
004290     IF WS-STATS-STATUS = "35"
004300         OPEN OUTPUT RUN-STATS-FILE
004310     END-IF.
004320     IF WS-STATS-STATUS = "00"
004330         MOVE WS-RUN-DATE TO RST-RUN-DATE
004340         MOVE "STUREFND" TO RST-STEP-NAME
004350         MOVE WS-RECORD-COUNT TO RST-RECORDS-IN
004360         MOVE WS-REFUND-COUNT TO RST-RECORDS-OUT
004370         MOVE WS-FAILED-COUNT TO RST-REJECTS
004380         MOVE WS-TOTAL-REFUNDED TO RST-AMOUNT-TOTAL
004390         MOVE ZEROS TO RST-HASH-TOTAL
004400         MOVE RETURN-CODE TO RST-RETURN-CODE
004410         WRITE RUN-STATS-RECORD
004420         CLOSE RUN-STATS-FILE
004430     ELSE
004440         DISPLAY "STU-REFUND: CANNOT OPEN runStats, "
004450             "STATUS = " WS-STATS-STATUS
004451         MOVE "9100-WRITE-RUN-STATS" TO WS-IL-PARAGRAPH
004452         MOVE "W" TO WS-IL-SEVERITY
004453         MOVE WS-STATS-STATUS TO WS-IL-FILE-STATUS
004454         MOVE "CANNOT OPEN runStats" TO WS-IL-MESSAGE
004455         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
004460     END-IF.
004470 9100-WRITE-RUN-STATS-EXIT.
004480     EXIT.
004490*
004500 END PROGRAM STU-REFUND.
