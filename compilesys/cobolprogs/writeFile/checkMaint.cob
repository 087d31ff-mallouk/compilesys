000190*                    WHOLE SESSION SO THE PAYROLL PASS AND A
000200*                    MAINTENANCE SESSION CANNOT WORK THE FILE
000210*                    AT THE SAME TIME, IN EITHER ORDER.
000220*   2026-10-14  RSG  STUDENT REFUND CHECKS FROM STU-REFUND SHARE
000230*                    THE REGISTER. VOIDING ONE BACKS THE REFUND
000240*                    OUT OF studentBilling SO THE CREDIT IS
000250*                    REFUNDED AGAIN ON THE NEXT RUN; A REISSUE
000260*                    CARRIES THE PAYEE TYPE AND TERM TO THE NEW
000270*                    CHECK AND MOVES THE BILLING RECORD'S REFUND
000280*                    CHECK NUMBER TO IT. LIST SHOWS PAYEE TYPE.
000282*   2026-10-14  RSG  A CHECK THAT HAS CLEARED THE BANK (CLEARED
000284*                    DATE SET BY CHK-RECON) CAN NO LONGER BE
000286*                    VOIDED OR REISSUED. NEW CHECKS START UNSENT
000288*                    ON POSITIVE PAY.
000290*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000292*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000294*================================================================
000300*
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT CHECK-REGISTER ASSIGN TO DISK
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS CHK-NUMBER
000390         FILE STATUS IS WS-MASTER-STATUS.
000400     SELECT SESSION-FILE ASSIGN TO DISK
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-SESSION-STATUS.
000430     SELECT LOG-FILE ASSIGN TO DISK
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-LOG-STATUS.
000460     SELECT CHECK-PRINT-FILE ASSIGN TO DISK
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-PRINT-STATUS.
000490     SELECT BILLING-FILE ASSIGN TO DISK
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS BIL-KEY
000530         FILE STATUS IS WS-BILLING-STATUS.
000540*
000550 DATA DIVISION.
000560 FILE SECTION.
000570*
000580 FD  CHECK-REGISTER
000590     LABEL RECORDS ARE STANDARD
000600     VALUE OF FILE-ID IS "checkRegister".
000610     COPY "chkreg.cpy".
000620*
000630 FD  SESSION-FILE
000640     LABEL RECORDS ARE STANDARD
000650     VALUE OF FILE-ID IS "signonSession".
000660 01  SESSION-REC.
000670     05  SESSION-OPERATOR-ID     PIC X(10).
000680     05  SESSION-AUTH-LEVEL      PIC 9(01).
000690*
000700 FD  LOG-FILE
000710     LABEL RECORDS ARE STANDARD
000720     VALUE OF FILE-ID IS "checkLog".
000730 01  CHECK-LOG-RECORD.
000740     05  CLG-RUN-DATE            PIC X(08).
000750     05  CLG-RUN-TIME            PIC X(08).
000760     05  CLG-OPERATOR-ID         PIC X(10).
000770     05  CLG-ACTION              PIC X(01).
000780     05  CLG-CHECK-NUMBER        PIC X(06).
000790     05  CLG-NEW-NUMBER          PIC X(06).
000800     05  CLG-EMP-ID              PIC X(04).
000810     05  CLG-AMOUNT              PIC S9(06).
000820*
000830 FD  CHECK-PRINT-FILE
000840     LABEL RECORDS ARE STANDARD
000850     VALUE OF FILE-ID IS "payrollChecks".
000860 01  CHECK-PRINT-REC.
000870     05  CKP-CHECK-NUMBER        PIC X(06).
000880     05  CKP-EMP-ID              PIC X(04).
000890     05  CKP-EMP-NAME            PIC X(25).
000900     05  CKP-NET-PAY             PIC S9(06).
000910     05  CKP-ISSUE-DATE          PIC X(08).
000920*
000930 FD  BILLING-FILE
000940     LABEL RECORDS ARE STANDARD
000950     VALUE OF FILE-ID IS "studentBilling".
000960     COPY "stubill.cpy".
000970*
000980 WORKING-STORAGE SECTION.
000990*----------------------------------------------------------------
001000* SWITCHES, STATUS FIELDS, AND MENU CONTROL
001010*----------------------------------------------------------------
001020 77  WS-MASTER-STATUS        PIC X(02) VALUE "00".
001030 77  WS-SESSION-STATUS       PIC X(02) VALUE "00".
001040 77  WS-LOG-STATUS           PIC X(02) VALUE "00".
001050 77  WS-PRINT-STATUS         PIC X(02) VALUE "00".
001060 77  WS-BILLING-STATUS       PIC X(02) VALUE "00".
001070 77  WS-BILLING-OPENED-SW    PIC X(01) VALUE "N".
001080     88  WS-BILLING-OPENED       VALUE "Y".
001090 77  WS-CONTINUE-SW          PIC X(01) VALUE "Y".
001100     88  WS-CONTINUE-MAINT       VALUE "Y".
001110 77  WS-MENU-CHOICE          PIC X(01) VALUE SPACES.
001120     88  WS-CHOICE-VOID          VALUE "1".
001130     88  WS-CHOICE-REISSUE       VALUE "2".
001140     88  WS-CHOICE-LIST          VALUE "3".
001150     88  WS-CHOICE-EXIT          VALUE "4".
001160 77  WS-SEARCH-NUMBER        PIC X(06) VALUE SPACES.
001170 77  WS-LIST-EOF-SW          PIC X(01) VALUE "N".
001180     88  WS-END-OF-LIST          VALUE "Y".
001190 77  WS-LIST-COUNT           PIC 9(05) VALUE ZEROS.
001200 77  WS-AUTH-LEVEL           PIC 9(01) VALUE 1.
001210     88  WS-LEVEL-SUPERVISOR     VALUE 3.
001220 77  WS-OPERATOR-ID          PIC X(10) VALUE SPACES.
001230 77  WS-SYSTEM-DATE          PIC 9(08) VALUE ZEROS.
001240 77  WS-SYSTEM-TIME          PIC 9(08) VALUE ZEROS.
001250 77  WS-NEXT-CHECK-NO        PIC 9(06) VALUE ZEROS.
001260 77  WS-OLD-NUMBER           PIC X(06) VALUE SPACES.
001270 77  WS-HOLD-EMP-ID          PIC X(04) VALUE SPACES.
001280 77  WS-HOLD-EMP-NAME        PIC X(25) VALUE SPACES.
001290 77  WS-HOLD-AMOUNT          PIC S9(06) VALUE ZEROS.
001300 77  WS-HOLD-PAYEE-TYPE      PIC X(01) VALUE SPACES.
001310     88  WS-HOLD-STUDENT-REFUND  VALUE "S".
001320 77  WS-HOLD-TERM-CODE       PIC X(06) VALUE SPACES.
001330 77  WS-FL-FUNCTION          PIC X(01) VALUE SPACES.
001340 77  WS-FL-FILE-NAME         PIC X(14) VALUE SPACES.
001350 77  WS-FL-HOLDER            PIC X(08) VALUE SPACES.
001360 77  WS-FL-REPLY             PIC X(01) VALUE "Y".
001370 77  WS-FL-INFO              PIC X(40) VALUE SPACES.
001380 77  WS-LOCK-HELD-SW         PIC X(01) VALUE "N".
001390     88  WS-LOCK-IS-HELD         VALUE "Y".
001391*----------------------------------------------------------------
001392* INCIDENT LOG CALL FIELDS
001393*----------------------------------------------------------------
001394 77  WS-IL-PROGRAM           PIC X(20) VALUE "CHECK-MAINT".
001395 77  WS-IL-STEP              PIC X(08) VALUE SPACES.
001396 77  WS-IL-PARAGRAPH         PIC X(30) VALUE SPACES.
001397 77  WS-IL-SEVERITY          PIC X(01) VALUE SPACES.
001398 77  WS-IL-FILE-STATUS       PIC X(02) VALUE SPACES.
001399 77  WS-IL-MESSAGE           PIC X(60) VALUE SPACES.
001400*
001410 PROCEDURE DIVISION.
001420*================================================================
001430* 0000-MAINLINE
001440*================================================================
001450 0000-MAINLINE.
001460     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001470     PERFORM 2000-MENU-CYCLE THRU 2000-MENU-CYCLE-EXIT
001480         UNTIL NOT WS-CONTINUE-MAINT.
001490     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001500     GOBACK.
001510*
001520 1000-INITIALIZE.
001530     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
001540     ACCEPT WS-SYSTEM-TIME FROM TIME.
001550     OPEN INPUT SESSION-FILE.
001560     IF WS-SESSION-STATUS = "00"
001570         READ SESSION-FILE
001580             AT END
001590                 MOVE 1 TO WS-AUTH-LEVEL
001600             NOT AT END
001610                 MOVE SESSION-OPERATOR-ID TO WS-OPERATOR-ID
001620                 IF SESSION-AUTH-LEVEL IS NUMERIC
001630                     MOVE SESSION-AUTH-LEVEL TO WS-AUTH-LEVEL
001640                 END-IF
001650         END-READ
001660         CLOSE SESSION-FILE
001670     END-IF.
001680     IF NOT WS-LEVEL-SUPERVISOR
001690         DISPLAY "CHECK-MAINT: VOID AND REISSUE NEED "
001700             "SUPERVISOR AUTHORITY"
001710         MOVE "N" TO WS-CONTINUE-SW
001720         GO TO 1000-INITIALIZE-EXIT
001730     END-IF.
001740*    TAKE THE EXCLUSIVE HOLD FOR THE WHOLE SESSION SO THE
001750*    PAYROLL PASS AND A MAINTENANCE SESSION CANNOT WORK THE
001760*    FILE AT THE SAME TIME, IN EITHER ORDER
001770     MOVE "A" TO WS-FL-FUNCTION.
001780     MOVE "checkRegister" TO WS-FL-FILE-NAME.
001790     MOVE "CHKMAINT" TO WS-FL-HOLDER.
001800     CALL "FILE-LOCK" USING WS-FL-FUNCTION WS-FL-FILE-NAME
001810         WS-FL-HOLDER WS-FL-REPLY WS-FL-INFO.
001820     IF WS-FL-REPLY = "N"
001830         DISPLAY "CHECK-MAINT: checkRegister IS IN USE - "
001840             WS-FL-INFO
001850         MOVE "N" TO WS-CONTINUE-SW
001860         GO TO 1000-INITIALIZE-EXIT
001870     END-IF.
001880     MOVE "Y" TO WS-LOCK-HELD-SW.
001890     OPEN I-O CHECK-REGISTER.
001900     IF WS-MASTER-STATUS NOT = "00" AND NOT = "05"
001910         DISPLAY "CHECK-MAINT: CANNOT OPEN checkRegister, "
001920             "STATUS = " WS-MASTER-STATUS
001921         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001922         MOVE "E" TO WS-IL-SEVERITY
001923         MOVE WS-MASTER-STATUS TO WS-IL-FILE-STATUS
001924         MOVE "CANNOT OPEN checkRegister" TO WS-IL-MESSAGE
001925         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001930         MOVE "N" TO WS-CONTINUE-SW
001940         GO TO 1000-INITIALIZE-EXIT
001950     END-IF.
001960     OPEN EXTEND LOG-FILE.
001970     IF WS-LOG-STATUS = "35"
001980         OPEN OUTPUT LOG-FILE
001990     END-IF.
002000     OPEN EXTEND CHECK-PRINT-FILE.
002010     IF WS-PRINT-STATUS = "35"
002020         OPEN OUTPUT CHECK-PRINT-FILE
002030     END-IF.
002040*    STUDENT REFUND CHECKS ARE BACKED OUT OF THE BILLING FILE -
002050*    NO BILLING FILE JUST MEANS THERE ARE NO STUDENT CHECKS
002060     OPEN I-O BILLING-FILE.
002070     IF WS-BILLING-STATUS = "00" OR = "05"
002080         MOVE "Y" TO WS-BILLING-OPENED-SW
002090     END-IF.
002100 1000-INITIALIZE-EXIT.
002110     EXIT.
002120*
002130 2000-MENU-CYCLE.
002140     DISPLAY "1 = VOID  2 = VOID AND REISSUE  3 = LIST  "
002150         "4 = EXIT".
002160     DISPLAY "ENTER CHOICE: ".
002170     ACCEPT WS-MENU-CHOICE.
002180     EVALUATE TRUE
002190         WHEN WS-CHOICE-VOID
002200             PERFORM 3000-VOID-CHECK THRU 3000-VOID-CHECK-EXIT
002210         WHEN WS-CHOICE-REISSUE
002220             PERFORM 4000-REISSUE-CHECK
002230                 THRU 4000-REISSUE-CHECK-EXIT
002240         WHEN WS-CHOICE-LIST
002250             PERFORM 6000-LIST-CHECKS THRU 6000-LIST-CHECKS-EXIT
002260         WHEN WS-CHOICE-EXIT
002270             MOVE "N" TO WS-CONTINUE-SW
002280         WHEN OTHER
002290             DISPLAY "INVALID CHOICE, TRY AGAIN"
002300     END-EVALUATE.
002310 2000-MENU-CYCLE-EXIT.
002320     EXIT.
002330*
002340 3000-VOID-CHECK.
002350     DISPLAY "ENTER CHECK NUMBER TO VOID: ".
002360     ACCEPT WS-SEARCH-NUMBER.
002370     MOVE WS-SEARCH-NUMBER TO CHK-NUMBER.
002380     READ CHECK-REGISTER
002390         INVALID KEY
002400             DISPLAY "NO CHECK FOUND FOR NUMBER "
002410                 WS-SEARCH-NUMBER
002420         NOT INVALID KEY
002422             IF NOT CHK-ISSUED OR NOT CHK-OUTSTANDING
002424                 DISPLAY "CHECK NOT ISSUED AND OUTSTANDING ("
002426                     CHK-STATUS " CLEARED " CHK-CLEARED-DATE
002428                     ") - NOT CHANGED"
002460             ELSE
002470                 MOVE "V" TO CHK-STATUS
002480                 MOVE CHK-EMP-ID TO WS-HOLD-EMP-ID
002490                 MOVE CHK-AMOUNT TO WS-HOLD-AMOUNT
002500                 MOVE CHK-PAYEE-TYPE TO WS-HOLD-PAYEE-TYPE
002510                 MOVE CHK-TERM-CODE TO WS-HOLD-TERM-CODE
002520                 REWRITE CHECK-REGISTER-RECORD
002530                 DISPLAY "CHECK VOIDED: " WS-SEARCH-NUMBER
002540                 IF WS-HOLD-STUDENT-REFUND
002550                     PERFORM 3100-BACK-OUT-REFUND
002560                         THRU 3100-BACK-OUT-REFUND-EXIT
002570                 END-IF
002580                 MOVE "V" TO CLG-ACTION
002590                 MOVE SPACES TO CLG-NEW-NUMBER
002600                 PERFORM 7000-WRITE-LOG
002610                     THRU 7000-WRITE-LOG-EXIT
002620             END-IF
002630     END-READ.
002640 3000-VOID-CHECK-EXIT.
002650     EXIT.
002660*
002670 3100-BACK-OUT-REFUND.
002680     IF NOT WS-BILLING-OPENED
002690         DISPLAY "studentBilling NOT AVAILABLE - BACK THE "
002700             "REFUND OUT BY HAND"
002710         GO TO 3100-BACK-OUT-REFUND-EXIT
002720     END-IF.
002730     MOVE WS-HOLD-EMP-ID TO BIL-ID-NUMBER.
002740     MOVE WS-HOLD-TERM-CODE TO BIL-TERM-CODE.
002750     READ BILLING-FILE
002760         INVALID KEY
002770             DISPLAY "NO BILLING RECORD FOR " BIL-KEY
002780                 " - REFUND NOT BACKED OUT"
002790             GO TO 3100-BACK-OUT-REFUND-EXIT
002800     END-READ.
002810     IF BIL-REFUND-AMOUNT < WS-HOLD-AMOUNT
002820         MOVE ZEROS TO BIL-REFUND-AMOUNT
002830     ELSE
002840         SUBTRACT WS-HOLD-AMOUNT FROM BIL-REFUND-AMOUNT
002850     END-IF.
002860     IF BIL-REFUND-CHECK = WS-SEARCH-NUMBER
002870         MOVE SPACES TO BIL-REFUND-CHECK
002880     END-IF.
002890     REWRITE BILLING-RECORD.
002900     DISPLAY "REFUND BACKED OUT OF BILLING FOR " BIL-KEY.
002910 3100-BACK-OUT-REFUND-EXIT.
002920     EXIT.
002930*
002940 4000-REISSUE-CHECK.
002950     DISPLAY "ENTER CHECK NUMBER TO VOID AND REISSUE: ".
002960     ACCEPT WS-SEARCH-NUMBER.
002970     MOVE WS-SEARCH-NUMBER TO CHK-NUMBER.
002980     READ CHECK-REGISTER
002990         INVALID KEY
003000             DISPLAY "NO CHECK FOUND FOR NUMBER "
003010                 WS-SEARCH-NUMBER
003020             GO TO 4000-REISSUE-CHECK-EXIT
003030     END-READ.
003040     IF NOT CHK-ISSUED
003050         DISPLAY "CHECK IS NOT IN ISSUED STATUS ("
003060             CHK-STATUS ") - NOT REISSUED"
003070         GO TO 4000-REISSUE-CHECK-EXIT
003080     END-IF.
003081     IF NOT CHK-OUTSTANDING
003082         DISPLAY "CHECK CLEARED THE BANK ON " CHK-CLEARED-DATE
003083             " - NOT REISSUED"
003084         GO TO 4000-REISSUE-CHECK-EXIT
003085     END-IF.
003090     MOVE CHK-EMP-ID TO WS-HOLD-EMP-ID.
003100     MOVE CHK-EMP-NAME TO WS-HOLD-EMP-NAME.
003110     MOVE CHK-AMOUNT TO WS-HOLD-AMOUNT.
003120     MOVE CHK-PAYEE-TYPE TO WS-HOLD-PAYEE-TYPE.
003130     MOVE CHK-TERM-CODE TO WS-HOLD-TERM-CODE.
003140     PERFORM 5000-GET-NEXT-NUMBER
003150         THRU 5000-GET-NEXT-NUMBER-EXIT.
003160*    VOID THE ORIGINAL WITH A CROSS-REFERENCE TO THE NEW CHECK
003170     MOVE WS-SEARCH-NUMBER TO CHK-NUMBER.
003180     READ CHECK-REGISTER
003190         INVALID KEY
003200             GO TO 4000-REISSUE-CHECK-EXIT
003210     END-READ.
003220     MOVE "R" TO CHK-STATUS.
003230     MOVE WS-NEXT-CHECK-NO TO CHK-XREF-NUMBER.
003240     REWRITE CHECK-REGISTER-RECORD.
003250*    CUT THE REPLACEMENT
003260     MOVE WS-NEXT-CHECK-NO TO CHK-NUMBER.
003270     MOVE WS-HOLD-EMP-ID TO CHK-EMP-ID.
003280     MOVE WS-HOLD-EMP-NAME TO CHK-EMP-NAME.
003290     MOVE WS-HOLD-AMOUNT TO CHK-AMOUNT.
003300     MOVE WS-SYSTEM-DATE TO CHK-ISSUE-DATE.
003310     MOVE "I" TO CHK-STATUS.
003320     MOVE WS-SEARCH-NUMBER TO CHK-XREF-NUMBER.
003330     MOVE WS-HOLD-PAYEE-TYPE TO CHK-PAYEE-TYPE.
003340     MOVE WS-HOLD-TERM-CODE TO CHK-TERM-CODE.
003342     MOVE SPACE TO CHK-PP-SENT-STATUS.
003344     MOVE SPACES TO CHK-CLEARED-DATE.
003350     WRITE CHECK-REGISTER-RECORD
003360         INVALID KEY
003370             DISPLAY "REISSUE FAILED, NEW NUMBER ALREADY ON "
003380                 "FILE, STATUS = " WS-MASTER-STATUS
003390             GO TO 4000-REISSUE-CHECK-EXIT
003400     END-WRITE.
003410     MOVE CHK-NUMBER TO CKP-CHECK-NUMBER.
003420     MOVE WS-HOLD-EMP-ID TO CKP-EMP-ID.
003430     MOVE WS-HOLD-EMP-NAME TO CKP-EMP-NAME.
003440     MOVE WS-HOLD-AMOUNT TO CKP-NET-PAY.
003450     MOVE WS-SYSTEM-DATE TO CKP-ISSUE-DATE.
003460     WRITE CHECK-PRINT-REC.
003470     DISPLAY "CHECK " WS-SEARCH-NUMBER " REISSUED AS "
003480         CHK-NUMBER.
003490     MOVE "R" TO CLG-ACTION.
003500     MOVE CHK-NUMBER TO CLG-NEW-NUMBER.
003510     PERFORM 7000-WRITE-LOG THRU 7000-WRITE-LOG-EXIT.
003520     IF WS-HOLD-STUDENT-REFUND
003530         PERFORM 4100-MOVE-REFUND-CHECK
003540             THRU 4100-MOVE-REFUND-CHECK-EXIT
003550     END-IF.
003560 4000-REISSUE-CHECK-EXIT.
003570     EXIT.
003580*
003590 4100-MOVE-REFUND-CHECK.
003600     IF NOT WS-BILLING-OPENED
003610         GO TO 4100-MOVE-REFUND-CHECK-EXIT
003620     END-IF.
003630     MOVE WS-HOLD-EMP-ID TO BIL-ID-NUMBER.
003640     MOVE WS-HOLD-TERM-CODE TO BIL-TERM-CODE.
003650     READ BILLING-FILE
003660         INVALID KEY
003670             GO TO 4100-MOVE-REFUND-CHECK-EXIT
003680     END-READ.
003690     IF BIL-REFUND-CHECK = WS-SEARCH-NUMBER
003700         MOVE WS-NEXT-CHECK-NO TO BIL-REFUND-CHECK
003710         REWRITE BILLING-RECORD
003720     END-IF.
003730 4100-MOVE-REFUND-CHECK-EXIT.
003740     EXIT.
003750*
003760 5000-GET-NEXT-NUMBER.
003770     MOVE "000000" TO CHK-NUMBER.
003780     READ CHECK-REGISTER
003790         INVALID KEY
003800             MOVE 1 TO WS-NEXT-CHECK-NO
003810             MOVE "000000" TO CHK-NUMBER
003820             MOVE SPACES TO CHK-EMP-ID
003830             MOVE "*CONTROL*" TO CHK-EMP-NAME
003840             MOVE ZEROS TO CHK-AMOUNT
003850             MOVE WS-SYSTEM-DATE TO CHK-ISSUE-DATE
003860             MOVE SPACE TO CHK-STATUS
003870             MOVE "000002" TO CHK-XREF-NUMBER
003880             MOVE SPACE TO CHK-PAYEE-TYPE
003890             MOVE SPACES TO CHK-TERM-CODE
003892             MOVE SPACE TO CHK-PP-SENT-STATUS
003894             MOVE SPACES TO CHK-CLEARED-DATE
003900             WRITE CHECK-REGISTER-RECORD
003910         NOT INVALID KEY
003920             MOVE CHK-XREF-NUMBER TO WS-NEXT-CHECK-NO
003930             ADD 1 TO WS-NEXT-CHECK-NO
003940             MOVE WS-NEXT-CHECK-NO TO CHK-XREF-NUMBER
003950             REWRITE CHECK-REGISTER-RECORD
003960             SUBTRACT 1 FROM WS-NEXT-CHECK-NO
003970     END-READ.
003980 5000-GET-NEXT-NUMBER-EXIT.
003990     EXIT.
004000*
004010 6000-LIST-CHECKS.
004020     MOVE "N" TO WS-LIST-EOF-SW.
004030     MOVE ZEROS TO WS-LIST-COUNT.
004040     MOVE LOW-VALUES TO CHK-NUMBER.
004050     START CHECK-REGISTER KEY NOT LESS THAN CHK-NUMBER
004060         INVALID KEY MOVE "Y" TO WS-LIST-EOF-SW
004070     END-START.
004080     PERFORM 6100-LIST-ONE-CHECK THRU 6100-LIST-ONE-CHECK-EXIT
004090         UNTIL WS-END-OF-LIST.
004100     DISPLAY "CHECKS ON REGISTER: " WS-LIST-COUNT.
004110 6000-LIST-CHECKS-EXIT.
004120     EXIT.
004130*
004140 6100-LIST-ONE-CHECK.
004150     READ CHECK-REGISTER NEXT RECORD
004160         AT END
004170             MOVE "Y" TO WS-LIST-EOF-SW
004180         NOT AT END
004190             IF CHK-NUMBER NOT = "000000"
004200                 DISPLAY CHK-NUMBER " " CHK-PAYEE-TYPE " "
004210                     CHK-EMP-ID " "
004220                     CHK-AMOUNT " " CHK-ISSUE-DATE
004230                     " STATUS " CHK-STATUS
004240                     " XREF " CHK-XREF-NUMBER
004250                 ADD 1 TO WS-LIST-COUNT
004260             END-IF
004270     END-READ.
004280 6100-LIST-ONE-CHECK-EXIT.
004290     EXIT.
004300*
004310 7000-WRITE-LOG.
004320     MOVE WS-SYSTEM-DATE TO CLG-RUN-DATE.
004330     MOVE WS-SYSTEM-TIME TO CLG-RUN-TIME.
004340     MOVE WS-OPERATOR-ID TO CLG-OPERATOR-ID.
004350     MOVE WS-SEARCH-NUMBER TO CLG-CHECK-NUMBER.
004360     MOVE WS-HOLD-EMP-ID TO CLG-EMP-ID.
004370     MOVE WS-HOLD-AMOUNT TO CLG-AMOUNT.
004380     WRITE CHECK-LOG-RECORD.
004390 7000-WRITE-LOG-EXIT.
004400     EXIT.
004410*
004411 8900-LOG-INCIDENT.
004412     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
004413         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
004414         WS-IL-MESSAGE.
004415 8900-LOG-INCIDENT-EXIT.
004416     EXIT.
004417*
004420 9000-TERMINATE.
004430     IF WS-LOCK-IS-HELD
004440         MOVE "R" TO WS-FL-FUNCTION
004450         MOVE "checkRegister" TO WS-FL-FILE-NAME
004460         MOVE "CHKMAINT" TO WS-FL-HOLDER
004470         CALL "FILE-LOCK" USING WS-FL-FUNCTION
004480             WS-FL-FILE-NAME WS-FL-HOLDER WS-FL-REPLY
004490             WS-FL-INFO
004500     END-IF.
004510     IF WS-MASTER-STATUS = "00" OR = "05" OR = "10"
004520         CLOSE CHECK-REGISTER
004530     END-IF.
004540     IF WS-LOG-STATUS = "00"
004550         CLOSE LOG-FILE
004560     END-IF.
004570     IF WS-PRINT-STATUS = "00"
004580         CLOSE CHECK-PRINT-FILE
004590     END-IF.
004600     IF WS-BILLING-OPENED
004610         CLOSE BILLING-FILE
004620     END-IF.
004630 9000-TERMINATE-EXIT.
004640     EXIT.
004650*
004660 END PROGRAM CHECK-MAINT.
