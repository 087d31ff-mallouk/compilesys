000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CHG-APPROVE.
000030 AUTHOR. REGISTRAR-SYSTEMS-GROUP.
000040 INSTALLATION. REGISTRARS-OFFICE.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED. 2026-10-14.
000070*================================================================
000080* MODIFICATION HISTORY
000090*   2026-10-14  RSG  INITIAL VERSION - SECOND-PERSON APPROVAL OF
000100*                    THE SENSITIVE MASTER CHANGES HELD ON
000110*                    pendingChange BY BANK-MAINT (ROUTING AND
000120*                    ACCOUNT), EMP-MAINT (PAY RATE) AND
000130*                    DED-MAINT (GARNISHMENT DELETE). NEEDS A
000140*                    SUPERVISOR SIGN-ON, AND THE MAKER OF A
000150*                    CHANGE CAN NEITHER APPROVE NOR REJECT IT.
000160*                    AN APPROVED CHANGE IS APPLIED TO THE
000170*                    MASTER UNDER ITS FILE-LOCK AND AUDITED
000180*                    THROUGH MAINT-AUDIT; A PAY-RATE CHANGE
000190*                    ALSO WRITES payRateHistory AND QUEUES ANY
000200*                    RETRO PAY ON payrollRetro (MOVED HERE
000210*                    FROM EMP-MAINT). A CHANGE WHOSE MASTER
000220*                    FIELDS MOVED SINCE IT WAS KEYED IS
000230*                    REJECTED, AND ONE OLDER THAN THE EXPIRY
000240*                    LIMIT (paramMaster STEP CHGRPT POS 9-11,
000250*                    DEFAULT 5 DAYS) IS EXPIRED, NOT APPLIED.
000252*   2026-10-15  RSG  payrollAudit LAYOUT CARRIES THE
000254*                    IMPUTED INCOME TAXED WITH THE PAY.
000255*   2026-10-15  RSG  ALSO APPLIES A HELD BANK ACCOUNT DELETE
000256*                    FROM BANK-MAINT AND A HELD GARNISHMENT
000257*                    AMOUNT CHANGE FROM DED-MAINT.
000260*================================================================
000270*
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT PENDING-CHANGE ASSIGN TO DISK
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS PCH-KEY
000360         FILE STATUS IS WS-PEND-STATUS.
000370     SELECT SESSION-FILE ASSIGN TO DISK
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-SESSION-STATUS.
000400     SELECT BANK-ACCT-MASTER ASSIGN TO DISK
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS BNK-EMP-ID
000440         FILE STATUS IS WS-BANK-STATUS.
000450     SELECT EMPLOYEE-MASTER ASSIGN TO DISK
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS EMP-MST-ID
000490         FILE STATUS IS WS-EMP-STATUS.
000500     SELECT DEDUCTION-MASTER ASSIGN TO DISK
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS DED-KEY
000540         FILE STATUS IS WS-DED-STATUS.
000550     SELECT PAY-RATE-HISTORY ASSIGN TO DISK
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS RANDOM
000580         RECORD KEY IS PRH-KEY
000590         FILE STATUS IS WS-PRH-STATUS.
000600     SELECT AUDIT-FILE ASSIGN TO DISK
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-AUDIT-STATUS.
000630     SELECT RETRO-FILE ASSIGN TO DISK
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-RETRO-STATUS.
000660*
000670 DATA DIVISION.
000680 FILE SECTION.
000690*
000700 FD  PENDING-CHANGE
000710     LABEL RECORDS ARE STANDARD
000720     VALUE OF FILE-ID IS "pendingChange".
000730     COPY "pendchg.cpy".
000740*
000750 FD  SESSION-FILE
000760     LABEL RECORDS ARE STANDARD
000770     VALUE OF FILE-ID IS "signonSession".
000780 01  SESSION-REC.
000790     05  SESSION-OPERATOR-ID     PIC X(10).
000800     05  SESSION-AUTH-LEVEL      PIC 9(01).
000810*
000820 FD  BANK-ACCT-MASTER
000830     LABEL RECORDS ARE STANDARD
000840     VALUE OF FILE-ID IS "bankAcctMaster".
000850     COPY "bnkacct.cpy".
000860*
000870 FD  EMPLOYEE-MASTER
000880     LABEL RECORDS ARE STANDARD
000890     VALUE OF FILE-ID IS "employeeMaster".
000900     COPY "empmstr.cpy".
000910*
000920 FD  DEDUCTION-MASTER
000930     LABEL RECORDS ARE STANDARD
000940     VALUE OF FILE-ID IS "deductionMaster".
000950     COPY "dedmstr.cpy".
000960*
000970 FD  PAY-RATE-HISTORY
000980     LABEL RECORDS ARE STANDARD
000990     VALUE OF FILE-ID IS "payRateHistory".
001000     COPY "prhist.cpy".
001010*
001020 FD  AUDIT-FILE
001030     LABEL RECORDS ARE STANDARD
001040     VALUE OF FILE-ID IS "payrollAudit".
001050 01  AUDIT-REC.
001060     05  AUDIT-RUN-DATE          PIC X(08).
001070     05  AUDIT-RUN-TIME          PIC X(08).
001080     05  AUDIT-EMP-ID            PIC X(04).
001090     05  AUDIT-SALARY            PIC S9(05).
001100     05  AUDIT-FICA              PIC S9(05).
001110     05  AUDIT-STATE-TAX         PIC S9(06).
001120     05  AUDIT-FEDERAL-TAX       PIC S9(06).
001130     05  AUDIT-NET-PAY           PIC S9(06).
001140     05  AUDIT-REC-TYPE          PIC X(01).
001150     05  AUDIT-REASON-CODE       PIC X(03).
001152     05  AUDIT-IMPUTED           PIC 9(05).
001160*
001170 FD  RETRO-FILE
001180     LABEL RECORDS ARE STANDARD
001190     VALUE OF FILE-ID IS "payrollRetro".
001200     COPY "retrotx.cpy".
001210*
001220 WORKING-STORAGE SECTION.
001230*----------------------------------------------------------------
001240* SWITCHES, STATUS FIELDS, AND MENU CONTROL
001250*----------------------------------------------------------------
001260 77  WS-PEND-STATUS              PIC X(02) VALUE "00".
001270 77  WS-SESSION-STATUS           PIC X(02) VALUE "00".
001280 77  WS-BANK-STATUS              PIC X(02) VALUE "00".
001290 77  WS-EMP-STATUS               PIC X(02) VALUE "00".
001300 77  WS-DED-STATUS               PIC X(02) VALUE "00".
001310 77  WS-PRH-STATUS               PIC X(02) VALUE "00".
001320 77  WS-AUDIT-STATUS             PIC X(02) VALUE "00".
001330 77  WS-RETRO-STATUS             PIC X(02) VALUE "00".
001340 77  WS-CONTINUE-SW              PIC X(01) VALUE "Y".
001350     88  WS-CONTINUE-APPROVAL        VALUE "Y".
001360 77  WS-PEND-OPENED-SW           PIC X(01) VALUE "N".
001370     88  WS-PEND-IS-OPENED           VALUE "Y".
001380 77  WS-MENU-CHOICE              PIC X(01) VALUE SPACES.
001390     88  WS-CHOICE-LIST              VALUE "1".
001400     88  WS-CHOICE-APPROVE           VALUE "2".
001410     88  WS-CHOICE-REJECT            VALUE "3".
001420     88  WS-CHOICE-EXIT              VALUE "4".
001430 77  WS-LIST-EOF-SW              PIC X(01) VALUE "N".
001440     88  WS-END-OF-LIST              VALUE "Y".
001450 77  WS-LIST-COUNT               PIC 9(05) VALUE ZEROS.
001460 77  WS-ACTABLE-SW               PIC X(01) VALUE "N".
001470     88  WS-CHANGE-ACTABLE           VALUE "Y".
001480 77  WS-CONFIRM                  PIC X(01) VALUE SPACE.
001490 77  WS-CHANGE-ID                PIC X(16) VALUE SPACES.
001500*    A = APPLIED, R = REJECTED AS STALE, P = LEFT PENDING
001510 77  WS-APPLY-RESULT             PIC X(01) VALUE SPACE.
001520     88  WS-APPLY-DONE               VALUE "A".
001530     88  WS-APPLY-STALE              VALUE "R".
001540     88  WS-APPLY-RETRY              VALUE "P".
001550 77  WS-APPLY-NOTE               PIC X(40) VALUE SPACES.
001560 77  WS-REJECT-REASON            PIC X(40) VALUE SPACES.
001570 77  WS-SYSTEM-DATE              PIC 9(08) VALUE ZEROS.
001580 77  WS-SYSTEM-TIME              PIC 9(08) VALUE ZEROS.
001590 77  WS-OPERATOR-ID              PIC X(10) VALUE SPACES.
001600 77  WS-AUTH-LEVEL               PIC 9(01) VALUE 1.
001610     88  WS-LEVEL-SUPERVISOR         VALUE 3.
001620*----------------------------------------------------------------
001630* EXPIRY LIMIT AND DAY COUNTING
001640*----------------------------------------------------------------
001650 77  WS-PF-STEP                  PIC X(08) VALUE "CHGRPT".
001660 77  WS-PF-VALUE                 PIC X(40) VALUE SPACES.
001670 77  WS-PF-FOUND                 PIC X(01) VALUE "N".
001680 77  WS-EXPIRE-DAYS              PIC 9(03) VALUE 5.
001690 77  WS-TODAY-DAY-NO             PIC 9(07) VALUE ZEROS.
001700 77  WS-AGE-DAYS                 PIC S9(07) VALUE ZEROS.
001710 77  WS-WORK-DATE                PIC X(08) VALUE SPACES.
001720 77  WS-WORK-YYYY                PIC 9(04) VALUE ZEROS.
001730 77  WS-WORK-MM                  PIC 9(02) VALUE ZEROS.
001740 77  WS-WORK-DD                  PIC 9(02) VALUE ZEROS.
001750 77  WS-DAY-NO                   PIC 9(07) VALUE ZEROS.
001760*----------------------------------------------------------------
001770* PAY-RATE HISTORY AND RETRO PAY
001780*----------------------------------------------------------------
001790 77  WS-PRH-OPENED-SW            PIC X(01) VALUE "N".
001800     88  WS-PRH-IS-OPENED            VALUE "Y".
001810 77  WS-AUDIT-EOF-SW             PIC X(01) VALUE "N".
001820     88  WS-END-OF-AUDIT             VALUE "Y".
001830 77  WS-OLD-RATE                 PIC 9(05)V99 VALUE ZEROS.
001840 77  WS-EFF-DATE                 PIC X(08) VALUE SPACES.
001850 77  WS-RETRO-PAID               PIC S9(09) VALUE ZEROS.
001860 77  WS-RETRO-AMOUNT             PIC S9(07) VALUE ZEROS.
001870*----------------------------------------------------------------
001880* FILE-LOCK AND MAINT-AUDIT CALL FIELDS
001890*----------------------------------------------------------------
001900 77  WS-FL-FUNCTION              PIC X(01) VALUE SPACES.
001910 77  WS-FL-FILE-NAME             PIC X(14) VALUE SPACES.
001920 77  WS-FL-HOLDER                PIC X(08) VALUE "CHGAPRV".
001930 77  WS-FL-REPLY                 PIC X(01) VALUE "Y".
001940 77  WS-FL-INFO                  PIC X(40) VALUE SPACES.
001950 77  WS-MA-FILE                  PIC X(12) VALUE SPACES.
001960 77  WS-MA-ACTION                PIC X(01) VALUE SPACE.
001970 77  WS-MA-KEY                   PIC X(20) VALUE SPACES.
001980 77  WS-MA-BEFORE                PIC X(80) VALUE SPACES.
001990 77  WS-MA-AFTER                 PIC X(80) VALUE SPACES.
002000*----------------------------------------------------------------
002010* INCIDENT LOG CALL FIELDS
002020*----------------------------------------------------------------
002030 77  WS-IL-PROGRAM               PIC X(20) VALUE "CHG-APPROVE".
002040 77  WS-IL-STEP                  PIC X(08) VALUE SPACES.
002050 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
002060 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
002070 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
002080 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
002090*----------------------------------------------------------------
002100* EMPLOYEE MASTER IMAGE HELD ON pendingChange
002110*----------------------------------------------------------------
002120 01  WS-EMP-IMAGE                PIC X(80).
002130 01  WS-EMP-IMAGE-FIELDS REDEFINES WS-EMP-IMAGE.
002140     05  FILLER                  PIC X(42).
002150     05  WS-IMG-PAY-RATE         PIC 9(05)V99.
002160     05  FILLER                  PIC X(31).
002170 01  WS-EXPIRE-NOTE.
002180     05  FILLER                  PIC X(30) VALUE
002190         "EXPIRED - NOT ACTED ON WITHIN ".
002200     05  WS-EXN-DAYS             PIC ZZ9.
002210     05  FILLER                  PIC X(07) VALUE " DAYS".
002220*
002230 PROCEDURE DIVISION.
002240*================================================================
002250* 0000-MAINLINE
002260*================================================================
002270 0000-MAINLINE.
002280     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002290     PERFORM 2000-MENU-CYCLE THRU 2000-MENU-CYCLE-EXIT
002300         UNTIL NOT WS-CONTINUE-APPROVAL.
002310     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
002320     GOBACK.
002330*
002340*================================================================
002350* 1000-INITIALIZE - ONLY A SUPERVISOR SIGN-ON MAY ACT ON A
002360* CHANGE; THE SIGN-ON ID IS THE CHECKER ID RECORDED
002370*================================================================
002380 1000-INITIALIZE.
002390     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
002400     OPEN INPUT SESSION-FILE.
002410     IF WS-SESSION-STATUS = "00"
002420         READ SESSION-FILE
002430             AT END
002440                 MOVE 1 TO WS-AUTH-LEVEL
002450             NOT AT END
002460                 MOVE SESSION-OPERATOR-ID TO WS-OPERATOR-ID
002470                 IF SESSION-AUTH-LEVEL IS NUMERIC
002480                     MOVE SESSION-AUTH-LEVEL TO WS-AUTH-LEVEL
002490                 END-IF
002500         END-READ
002510         CLOSE SESSION-FILE
002520     END-IF.
002530     IF WS-OPERATOR-ID = SPACES OR NOT WS-LEVEL-SUPERVISOR
002540         DISPLAY "CHG-APPROVE: A SUPERVISOR SIGN-ON IS REQUIRED "
002550             "TO APPROVE OR REJECT CHANGES"
002560         MOVE "N" TO WS-CONTINUE-SW
002570         GO TO 1000-INITIALIZE-EXIT
002580     END-IF.
002590     CALL "PARM-FETCH" USING WS-PF-STEP WS-PF-VALUE WS-PF-FOUND.
002600     IF WS-PF-FOUND = "Y" AND WS-PF-VALUE (9:3) NUMERIC
002610         MOVE WS-PF-VALUE (9:3) TO WS-EXPIRE-DAYS
002620     END-IF.
002630     MOVE WS-SYSTEM-DATE TO WS-WORK-DATE.
002640     PERFORM 7000-DATE-TO-DAY-NUMBER
002650         THRU 7000-DATE-TO-DAY-NUMBER-EXIT.
002660     MOVE WS-DAY-NO TO WS-TODAY-DAY-NO.
002670     OPEN I-O PENDING-CHANGE.
002680     IF WS-PEND-STATUS = "35"
002690         OPEN OUTPUT PENDING-CHANGE
002700         CLOSE PENDING-CHANGE
002710         OPEN I-O PENDING-CHANGE
002720     END-IF.
002730     IF WS-PEND-STATUS NOT = "00" AND NOT = "05"
002740         DISPLAY "CHG-APPROVE: UNABLE TO OPEN pendingChange, "
002750             "STATUS = " WS-PEND-STATUS
002760         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
002770         MOVE "E" TO WS-IL-SEVERITY
002780         MOVE WS-PEND-STATUS TO WS-IL-FILE-STATUS
002790         MOVE "UNABLE TO OPEN pendingChange" TO WS-IL-MESSAGE
002800         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
002810         MOVE "N" TO WS-CONTINUE-SW
002820         GO TO 1000-INITIALIZE-EXIT
002830     END-IF.
002840     MOVE "Y" TO WS-PEND-OPENED-SW.
002850     DISPLAY "CHG-APPROVE: CHECKER " WS-OPERATOR-ID
002860         " - CHANGES EXPIRE AFTER " WS-EXPIRE-DAYS " DAYS".
002870 1000-INITIALIZE-EXIT.
002880     EXIT.
002890*
002900 2000-MENU-CYCLE.
002910     DISPLAY "1 = LIST PENDING  2 = APPROVE  3 = REJECT  "
002920         "4 = EXIT".
002930     DISPLAY "ENTER CHOICE: ".
002940     ACCEPT WS-MENU-CHOICE.
002950     EVALUATE TRUE
002960         WHEN WS-CHOICE-LIST
002970             PERFORM 3000-LIST-PENDING
002980                 THRU 3000-LIST-PENDING-EXIT
002990         WHEN WS-CHOICE-APPROVE
003000             PERFORM 4000-APPROVE-CHANGE
003010                 THRU 4000-APPROVE-CHANGE-EXIT
003020         WHEN WS-CHOICE-REJECT
003030             PERFORM 4500-REJECT-CHANGE
003040                 THRU 4500-REJECT-CHANGE-EXIT
003050         WHEN WS-CHOICE-EXIT
003060             MOVE "N" TO WS-CONTINUE-SW
003070         WHEN OTHER
003080             DISPLAY "INVALID CHOICE, TRY AGAIN"
003090     END-EVALUATE.
003100 2000-MENU-CYCLE-EXIT.
003110     EXIT.
003120*
003130 3000-LIST-PENDING.
003140     MOVE "N" TO WS-LIST-EOF-SW.
003150     MOVE ZEROS TO WS-LIST-COUNT.
003160     MOVE LOW-VALUES TO PCH-KEY.
003170     START PENDING-CHANGE KEY NOT LESS THAN PCH-KEY
003180         INVALID KEY MOVE "Y" TO WS-LIST-EOF-SW
003190     END-START.
003200     PERFORM 3100-LIST-ONE-PENDING
003210         THRU 3100-LIST-ONE-PENDING-EXIT
003220         UNTIL WS-END-OF-LIST.
003230     DISPLAY "CHANGES AWAITING APPROVAL: " WS-LIST-COUNT.
003240 3000-LIST-PENDING-EXIT.
003250     EXIT.
003260*
003270 3100-LIST-ONE-PENDING.
003280     READ PENDING-CHANGE NEXT RECORD
003290         AT END
003300             MOVE "Y" TO WS-LIST-EOF-SW
003310             GO TO 3100-LIST-ONE-PENDING-EXIT
003320     END-READ.
003330     IF NOT PCH-PENDING
003340         GO TO 3100-LIST-ONE-PENDING-EXIT
003350     END-IF.
003360     PERFORM 4200-SHOW-CHANGE THRU 4200-SHOW-CHANGE-EXIT.
003370     IF PCH-MAKER-ID = WS-OPERATOR-ID
003380         DISPLAY "    (YOUR OWN CHANGE - ANOTHER SUPERVISOR "
003390             "MUST ACT ON IT)"
003400     END-IF.
003410     ADD 1 TO WS-LIST-COUNT.
003420 3100-LIST-ONE-PENDING-EXIT.
003430     EXIT.
003440*
003450*================================================================
003460* 4000-APPROVE-CHANGE - APPLIES THE CHANGE TO ITS MASTER. IF THE
003470* MASTER IS IN USE THE CHANGE STAYS PENDING TO TRY AGAIN; IF THE
003480* RECORD IS GONE OR ITS FIELDS MOVED SINCE THE CHANGE WAS KEYED
003490* IT IS REJECTED AND MUST BE KEYED AGAIN.
003500*================================================================
003510 4000-APPROVE-CHANGE.
003520     PERFORM 4100-GET-CHANGE THRU 4100-GET-CHANGE-EXIT.
003530     IF NOT WS-CHANGE-ACTABLE
003540         GO TO 4000-APPROVE-CHANGE-EXIT
003550     END-IF.
003560     DISPLAY "APPROVE AND APPLY THIS CHANGE (Y/N): ".
003570     ACCEPT WS-CONFIRM.
003580     IF WS-CONFIRM NOT = "Y"
003590         DISPLAY "NOTHING DONE - CHANGE STILL PENDING"
003600         GO TO 4000-APPROVE-CHANGE-EXIT
003610     END-IF.
003620     MOVE "P" TO WS-APPLY-RESULT.
003630     MOVE SPACES TO WS-APPLY-NOTE.
003640     EVALUATE TRUE
003650         WHEN PCH-FILE-BANK
003660             PERFORM 5100-APPLY-BANK THRU 5100-APPLY-BANK-EXIT
003670         WHEN PCH-FILE-EMPLOYEE
003680             PERFORM 5200-APPLY-RATE THRU 5200-APPLY-RATE-EXIT
003690         WHEN PCH-FILE-DEDUCTION
003692             PERFORM 5300-APPLY-DEDUCTION
003694                 THRU 5300-APPLY-DEDUCTION-EXIT
003720         WHEN OTHER
003730             MOVE "R" TO WS-APPLY-RESULT
003740             MOVE "UNKNOWN FILE CODE" TO WS-APPLY-NOTE
003750     END-EVALUATE.
003760     IF WS-APPLY-RETRY
003770         DISPLAY "CHANGE LEFT PENDING - " WS-APPLY-NOTE
003780         GO TO 4000-APPROVE-CHANGE-EXIT
003790     END-IF.
003800     MOVE WS-APPLY-RESULT TO PCH-STATUS.
003810     MOVE WS-OPERATOR-ID TO PCH-CHECKER-ID.
003820     MOVE WS-APPLY-NOTE TO PCH-NOTE.
003830     PERFORM 4900-REWRITE-CHANGE THRU 4900-REWRITE-CHANGE-EXIT.
003840     IF WS-APPLY-DONE
003850         DISPLAY "CHANGE APPROVED AND APPLIED: " PCH-KEY
003860     ELSE
003870         DISPLAY "CHANGE REJECTED - " WS-APPLY-NOTE
003880     END-IF.
003890 4000-APPROVE-CHANGE-EXIT.
003900     EXIT.
003910*
003920*================================================================
003930* 4100-GET-CHANGE - A CHANGE CAN BE ACTED ON ONLY WHILE PENDING,
003940* ONLY BY SOMEONE OTHER THAN ITS MAKER, AND ONLY WITHIN THE
003950* EXPIRY LIMIT. ONE FOUND PAST THE LIMIT IS EXPIRED HERE.
003960*================================================================
003970 4100-GET-CHANGE.
003980     MOVE "N" TO WS-ACTABLE-SW.
003990     DISPLAY "ENTER CHANGE ID (16 DIGITS): ".
004000     ACCEPT WS-CHANGE-ID.
004010     MOVE WS-CHANGE-ID TO PCH-KEY.
004020     READ PENDING-CHANGE
004030         INVALID KEY
004040             DISPLAY "NO CHANGE FOUND FOR ID " WS-CHANGE-ID
004050             GO TO 4100-GET-CHANGE-EXIT
004060     END-READ.
004070     PERFORM 4200-SHOW-CHANGE THRU 4200-SHOW-CHANGE-EXIT.
004080     IF NOT PCH-PENDING
004090         DISPLAY "CHANGE IS NO LONGER PENDING - STATUS "
004100             PCH-STATUS " BY " PCH-CHECKER-ID
004110             " ON " PCH-ACTED-DATE
004120         GO TO 4100-GET-CHANGE-EXIT
004130     END-IF.
004140     IF PCH-MAKER-ID = WS-OPERATOR-ID
004150         DISPLAY "REFUSED - THE OPERATOR WHO KEYED A CHANGE "
004160             "CANNOT APPROVE OR REJECT IT"
004170         MOVE "4100-GET-CHANGE" TO WS-IL-PARAGRAPH
004180         MOVE "W" TO WS-IL-SEVERITY
004190         MOVE SPACES TO WS-IL-FILE-STATUS
004200         MOVE "MAKER TRIED TO ACT ON OWN CHANGE" TO WS-IL-MESSAGE
004210         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
004220         GO TO 4100-GET-CHANGE-EXIT
004230     END-IF.
004240     MOVE PCH-MADE-DATE TO WS-WORK-DATE.
004250     PERFORM 7000-DATE-TO-DAY-NUMBER
004260         THRU 7000-DATE-TO-DAY-NUMBER-EXIT.
004270     COMPUTE WS-AGE-DAYS = WS-TODAY-DAY-NO - WS-DAY-NO.
004280     IF WS-AGE-DAYS > WS-EXPIRE-DAYS
004290         MOVE "X" TO PCH-STATUS
004300         MOVE SPACES TO PCH-CHECKER-ID
004310         MOVE WS-EXPIRE-DAYS TO WS-EXN-DAYS
004320         MOVE WS-EXPIRE-NOTE TO PCH-NOTE
004330         PERFORM 4900-REWRITE-CHANGE
004340             THRU 4900-REWRITE-CHANGE-EXIT
004350         DISPLAY "CHANGE HAS EXPIRED AND MUST BE KEYED AGAIN"
004360         GO TO 4100-GET-CHANGE-EXIT
004370     END-IF.
004380     MOVE "Y" TO WS-ACTABLE-SW.
004390 4100-GET-CHANGE-EXIT.
004400     EXIT.
004410*
004420 4200-SHOW-CHANGE.
004430     DISPLAY PCH-KEY " FILE " PCH-FILE " ACTION " PCH-ACTION
004440         " KEY " PCH-RECORD-KEY " MAKER " PCH-MAKER-ID.
004450     IF PCH-FILE-EMPLOYEE
004460         MOVE PCH-BEFORE-IMAGE TO WS-EMP-IMAGE
004470         DISPLAY "    PAY RATE " WS-IMG-PAY-RATE
004480         MOVE PCH-AFTER-IMAGE TO WS-EMP-IMAGE
004490         DISPLAY "          TO " WS-IMG-PAY-RATE
004500             " EFFECTIVE " PCH-EFF-DATE " REASON " PCH-REASON
004510     ELSE
004520         DISPLAY "    FROM " PCH-BEFORE-IMAGE
004530         DISPLAY "    TO   " PCH-AFTER-IMAGE
004540     END-IF.
004550 4200-SHOW-CHANGE-EXIT.
004560     EXIT.
004570*
004580 4500-REJECT-CHANGE.
004590     PERFORM 4100-GET-CHANGE THRU 4100-GET-CHANGE-EXIT.
004600     IF NOT WS-CHANGE-ACTABLE
004610         GO TO 4500-REJECT-CHANGE-EXIT
004620     END-IF.
004630     DISPLAY "ENTER REASON FOR REJECTING (BLANK = CANCEL): ".
004640     ACCEPT WS-REJECT-REASON.
004650     IF WS-REJECT-REASON = SPACES
004660         DISPLAY "NOTHING DONE - CHANGE STILL PENDING"
004670         GO TO 4500-REJECT-CHANGE-EXIT
004680     END-IF.
004690     MOVE "R" TO PCH-STATUS.
004700     MOVE WS-OPERATOR-ID TO PCH-CHECKER-ID.
004710     MOVE WS-REJECT-REASON TO PCH-NOTE.
004720     PERFORM 4900-REWRITE-CHANGE THRU 4900-REWRITE-CHANGE-EXIT.
004730     DISPLAY "CHANGE REJECTED: " PCH-KEY.
004740 4500-REJECT-CHANGE-EXIT.
004750     EXIT.
004760*
004770 4900-REWRITE-CHANGE.
004780     ACCEPT WS-SYSTEM-TIME FROM TIME.
004790     MOVE WS-SYSTEM-DATE TO PCH-ACTED-DATE.
004800     MOVE WS-SYSTEM-TIME TO PCH-ACTED-TIME.
004810     REWRITE PENDING-CHANGE-RECORD
004820         INVALID KEY
004830             DISPLAY "CHG-APPROVE: pendingChange NOT UPDATED, "
004840                 "STATUS = " WS-PEND-STATUS
004850             MOVE "4900-REWRITE-CHANGE" TO WS-IL-PARAGRAPH
004860             MOVE "E" TO WS-IL-SEVERITY
004870             MOVE WS-PEND-STATUS TO WS-IL-FILE-STATUS
004880             MOVE "pendingChange NOT UPDATED" TO WS-IL-MESSAGE
004890             PERFORM 8900-LOG-INCIDENT
004900                 THRU 8900-LOG-INCIDENT-EXIT
004910     END-REWRITE.
004920 4900-REWRITE-CHANGE-EXIT.
004930     EXIT.
004940*
004950*================================================================
004960* 5100-APPLY-BANK - THE ROUTING, ACCOUNT AND TYPE MUST STILL BE
004962* WHAT THE MAKER SAW. A CHANGED ACCOUNT GOES BACK TO PRENOTE SO NO
004964* LIVE DEPOSIT REACHES IT BEFORE THE BANK VERIFIES IT; A DELETED
004966* ONE LEAVES THE EMPLOYEE PAID BY CHECK.
004990*================================================================
005000 5100-APPLY-BANK.
005010     MOVE "bankAcctMastr" TO WS-FL-FILE-NAME.
005020     PERFORM 5900-TAKE-LOCK THRU 5900-TAKE-LOCK-EXIT.
005030     IF WS-FL-REPLY = "N"
005040         GO TO 5100-APPLY-BANK-EXIT
005050     END-IF.
005060     OPEN I-O BANK-ACCT-MASTER.
005070     IF WS-BANK-STATUS NOT = "00"
005080         MOVE "CANNOT OPEN bankAcctMaster" TO WS-APPLY-NOTE
005090         PERFORM 5950-RELEASE-LOCK THRU 5950-RELEASE-LOCK-EXIT
005100         GO TO 5100-APPLY-BANK-EXIT
005110     END-IF.
005113     IF PCH-ACTION-DELETE
005116         PERFORM 5120-DELETE-BANK THRU 5120-DELETE-BANK-EXIT
005119     ELSE
005122         PERFORM 5110-UPDATE-BANK THRU 5110-UPDATE-BANK-EXIT
005125     END-IF.
005130     CLOSE BANK-ACCT-MASTER.
005140     PERFORM 5950-RELEASE-LOCK THRU 5950-RELEASE-LOCK-EXIT.
005150 5100-APPLY-BANK-EXIT.
005160     EXIT.
005170*
005180 5110-UPDATE-BANK.
005190     MOVE PCH-RECORD-KEY TO BNK-EMP-ID.
005200     READ BANK-ACCT-MASTER
005210         INVALID KEY
005220             MOVE "R" TO WS-APPLY-RESULT
005230             MOVE "ACCOUNT NO LONGER ON FILE" TO WS-APPLY-NOTE
005240             GO TO 5110-UPDATE-BANK-EXIT
005250     END-READ.
005260     IF BANK-ACCT-RECORD (5:27) NOT = PCH-BEFORE-IMAGE (5:27)
005270         MOVE "R" TO WS-APPLY-RESULT
005280         MOVE "ACCOUNT CHANGED SINCE KEYED - KEY AGAIN"
005290             TO WS-APPLY-NOTE
005300         GO TO 5110-UPDATE-BANK-EXIT
005310     END-IF.
005320     MOVE BANK-ACCT-RECORD TO WS-MA-BEFORE.
005330     MOVE PCH-AFTER-IMAGE (5:27) TO BANK-ACCT-RECORD (5:27).
005340     MOVE "N" TO BNK-PRENOTE-STATUS.
005350     MOVE SPACES TO BNK-PRENOTE-DATE.
005360     REWRITE BANK-ACCT-RECORD
005370         INVALID KEY
005380             MOVE "bankAcctMaster REWRITE FAILED" TO WS-APPLY-NOTE
005390             GO TO 5110-UPDATE-BANK-EXIT
005400     END-REWRITE.
005410     MOVE "A" TO WS-APPLY-RESULT.
005420     MOVE "bankAcctMast" TO WS-MA-FILE.
005430     MOVE "C" TO WS-MA-ACTION.
005440     MOVE BNK-EMP-ID TO WS-MA-KEY.
005450     MOVE BANK-ACCT-RECORD TO WS-MA-AFTER.
005460     PERFORM 8500-WRITE-MAINT-AUDIT
005470         THRU 8500-WRITE-MAINT-AUDIT-EXIT.
005480     DISPLAY "ACCOUNT CHANGED (PRENOTE PENDING): " BNK-EMP-ID.
005490 5110-UPDATE-BANK-EXIT.
005491     EXIT.
005492*
005493 5120-DELETE-BANK.
005494     MOVE PCH-RECORD-KEY TO BNK-EMP-ID.
005495     READ BANK-ACCT-MASTER
005496         INVALID KEY
005497             MOVE "R" TO WS-APPLY-RESULT
005498             MOVE "ACCOUNT NO LONGER ON FILE" TO WS-APPLY-NOTE
005499             GO TO 5120-DELETE-BANK-EXIT
005500     END-READ.
005501     IF BANK-ACCT-RECORD (5:27) NOT = PCH-BEFORE-IMAGE (5:27)
005502         MOVE "R" TO WS-APPLY-RESULT
005503         MOVE "ACCOUNT CHANGED SINCE KEYED - KEY AGAIN"
005504             TO WS-APPLY-NOTE
005505         GO TO 5120-DELETE-BANK-EXIT
005506     END-IF.
005507     MOVE BANK-ACCT-RECORD TO WS-MA-BEFORE.
005508     DELETE BANK-ACCT-MASTER RECORD
005509         INVALID KEY
005510             MOVE "bankAcctMaster DELETE FAILED" TO WS-APPLY-NOTE
005511             GO TO 5120-DELETE-BANK-EXIT
005512     END-DELETE.
005513     MOVE "A" TO WS-APPLY-RESULT.
005514     MOVE "bankAcctMast" TO WS-MA-FILE.
005515     MOVE "D" TO WS-MA-ACTION.
005516     MOVE BNK-EMP-ID TO WS-MA-KEY.
005517     MOVE SPACES TO WS-MA-AFTER.
005518     PERFORM 8500-WRITE-MAINT-AUDIT
005519         THRU 8500-WRITE-MAINT-AUDIT-EXIT.
005520     DISPLAY "ACCOUNT DELETED: " BNK-EMP-ID.
005521 5120-DELETE-BANK-EXIT.
005522     EXIT.
005523*
005524*================================================================
005530* 5200-APPLY-RATE - THE RATE ON THE MASTER MUST STILL BE THE ONE
005540* THE MAKER CHANGED. ONLY THE PAY RATE IS TAKEN FROM THE HELD
005550* IMAGE; ANYTHING ELSE CHANGED SINCE STANDS.
005560*================================================================
005570 5200-APPLY-RATE.
005580     MOVE "employeeMaster" TO WS-FL-FILE-NAME.
005590     PERFORM 5900-TAKE-LOCK THRU 5900-TAKE-LOCK-EXIT.
005600     IF WS-FL-REPLY = "N"
005610         GO TO 5200-APPLY-RATE-EXIT
005620     END-IF.
005630     OPEN I-O EMPLOYEE-MASTER.
005640     IF WS-EMP-STATUS NOT = "00"
005650         MOVE "CANNOT OPEN employeeMaster" TO WS-APPLY-NOTE
005660         PERFORM 5950-RELEASE-LOCK THRU 5950-RELEASE-LOCK-EXIT
005670         GO TO 5200-APPLY-RATE-EXIT
005680     END-IF.
005690     MOVE "N" TO WS-PRH-OPENED-SW.
005700     OPEN I-O PAY-RATE-HISTORY.
005710     IF WS-PRH-STATUS = "35"
005720         OPEN OUTPUT PAY-RATE-HISTORY
005730         CLOSE PAY-RATE-HISTORY
005740         OPEN I-O PAY-RATE-HISTORY
005750     END-IF.
005760     IF WS-PRH-STATUS = "00" OR WS-PRH-STATUS = "05"
005770         MOVE "Y" TO WS-PRH-OPENED-SW
005780         PERFORM 5210-UPDATE-RATE THRU 5210-UPDATE-RATE-EXIT
005790         CLOSE PAY-RATE-HISTORY
005800     ELSE
005810         MOVE "CANNOT OPEN payRateHistory" TO WS-APPLY-NOTE
005820     END-IF.
005830     CLOSE EMPLOYEE-MASTER.
005840     PERFORM 5950-RELEASE-LOCK THRU 5950-RELEASE-LOCK-EXIT.
005850 5200-APPLY-RATE-EXIT.
005860     EXIT.
005870*
005880 5210-UPDATE-RATE.
005890     MOVE PCH-RECORD-KEY TO EMP-MST-ID.
005900     READ EMPLOYEE-MASTER
005910         INVALID KEY
005920             MOVE "R" TO WS-APPLY-RESULT
005930             MOVE "EMPLOYEE NO LONGER ON FILE" TO WS-APPLY-NOTE
005940             GO TO 5210-UPDATE-RATE-EXIT
005950     END-READ.
005960     MOVE PCH-BEFORE-IMAGE TO WS-EMP-IMAGE.
005970     IF EMP-MST-PAY-RATE NOT = WS-IMG-PAY-RATE
005980         MOVE "R" TO WS-APPLY-RESULT
005990         MOVE "PAY RATE CHANGED SINCE KEYED - KEY AGAIN"
006000             TO WS-APPLY-NOTE
006010         GO TO 5210-UPDATE-RATE-EXIT
006020     END-IF.
006030     MOVE EMPLOYEE-MASTER-RECORD TO WS-MA-BEFORE.
006040     MOVE EMP-MST-PAY-RATE TO WS-OLD-RATE.
006050     MOVE PCH-AFTER-IMAGE TO WS-EMP-IMAGE.
006060     MOVE WS-IMG-PAY-RATE TO EMP-MST-PAY-RATE.
006070     REWRITE EMPLOYEE-MASTER-RECORD
006080         INVALID KEY
006090             MOVE "employeeMaster REWRITE FAILED" TO WS-APPLY-NOTE
006100             GO TO 5210-UPDATE-RATE-EXIT
006110     END-REWRITE.
006120     MOVE "A" TO WS-APPLY-RESULT.
006130     MOVE "employeeMast" TO WS-MA-FILE.
006140     MOVE "C" TO WS-MA-ACTION.
006150     MOVE EMP-MST-ID TO WS-MA-KEY.
006160     MOVE EMPLOYEE-MASTER-RECORD TO WS-MA-AFTER.
006170     PERFORM 8500-WRITE-MAINT-AUDIT
006180         THRU 8500-WRITE-MAINT-AUDIT-EXIT.
006190     DISPLAY "PAY RATE CHANGED: " EMP-MST-ID " " WS-OLD-RATE
006200         " TO " EMP-MST-PAY-RATE.
006210     MOVE PCH-EFF-DATE TO WS-EFF-DATE.
006220     MOVE ZEROS TO WS-RETRO-AMOUNT.
006230     PERFORM 6000-GENERATE-RETRO THRU 6000-GENERATE-RETRO-EXIT.
006240     PERFORM 6500-WRITE-RATE-HISTORY
006250         THRU 6500-WRITE-RATE-HISTORY-EXIT.
006260 5210-UPDATE-RATE-EXIT.
006270     EXIT.
006280*
006290*================================================================
006292* 5300-APPLY-DEDUCTION - THE GARNISHMENT IS DELETED AS IT NOW
006310* STANDS; ARREARS TAKEN SINCE THE DELETE WAS KEYED DO NOT MAKE
006312* THE CHANGE STALE. A CHANGE IS APPLIED ONLY WHILE THE
006314* DESCRIPTION, AMOUNT, CLASS AND PRIORITY ARE STILL WHAT THE
006316* MAKER SAW, AND LEAVES THE ARREARS AS THEY NOW STAND.
006330*================================================================
006332 5300-APPLY-DEDUCTION.
006350     MOVE "deductionMastr" TO WS-FL-FILE-NAME.
006360     PERFORM 5900-TAKE-LOCK THRU 5900-TAKE-LOCK-EXIT.
006370     IF WS-FL-REPLY = "N"
006372         GO TO 5300-APPLY-DEDUCTION-EXIT
006390     END-IF.
006400     OPEN I-O DEDUCTION-MASTER.
006410     IF WS-DED-STATUS NOT = "00"
006420         MOVE "CANNOT OPEN deductionMaster" TO WS-APPLY-NOTE
006430         PERFORM 5950-RELEASE-LOCK THRU 5950-RELEASE-LOCK-EXIT
006432         GO TO 5300-APPLY-DEDUCTION-EXIT
006450     END-IF.
006453     IF PCH-ACTION-DELETE
006456         PERFORM 5310-DELETE-DEDUCTION
006459             THRU 5310-DELETE-DEDUCTION-EXIT
006462     ELSE
006465         PERFORM 5320-CHANGE-DEDUCTION
006468             THRU 5320-CHANGE-DEDUCTION-EXIT
006471     END-IF.
006480     CLOSE DEDUCTION-MASTER.
006490     PERFORM 5950-RELEASE-LOCK THRU 5950-RELEASE-LOCK-EXIT.
006492 5300-APPLY-DEDUCTION-EXIT.
006510     EXIT.
006520*
006530 5310-DELETE-DEDUCTION.
006540     MOVE PCH-RECORD-KEY TO DED-KEY.
006550     READ DEDUCTION-MASTER
006560         INVALID KEY
006570             MOVE "R" TO WS-APPLY-RESULT
006580             MOVE "DEDUCTION NO LONGER ON FILE" TO WS-APPLY-NOTE
006590             GO TO 5310-DELETE-DEDUCTION-EXIT
006600     END-READ.
006610     MOVE DEDUCTION-MASTER-RECORD TO WS-MA-BEFORE.
006620     DELETE DEDUCTION-MASTER RECORD
006630         INVALID KEY
006640             MOVE "deductionMaster DELETE FAILED" TO WS-APPLY-NOTE
006650             GO TO 5310-DELETE-DEDUCTION-EXIT
006660     END-DELETE.
006670     MOVE "A" TO WS-APPLY-RESULT.
006680     MOVE "deductionMst" TO WS-MA-FILE.
006690     MOVE "D" TO WS-MA-ACTION.
006700     MOVE DED-KEY TO WS-MA-KEY.
006710     MOVE SPACES TO WS-MA-AFTER.
006720     PERFORM 8500-WRITE-MAINT-AUDIT
006730         THRU 8500-WRITE-MAINT-AUDIT-EXIT.
006740     DISPLAY "GARNISHMENT DELETED: " DED-EMP-ID " " DED-CODE.
006750 5310-DELETE-DEDUCTION-EXIT.
006751     EXIT.
006752*
006753 5320-CHANGE-DEDUCTION.
006754     MOVE PCH-RECORD-KEY TO DED-KEY.
006755     READ DEDUCTION-MASTER
006756         INVALID KEY
006757             MOVE "R" TO WS-APPLY-RESULT
006758             MOVE "DEDUCTION NO LONGER ON FILE" TO WS-APPLY-NOTE
006759             GO TO 5320-CHANGE-DEDUCTION-EXIT
006760     END-READ.
006761     IF DEDUCTION-MASTER-RECORD (8:23)
006762             NOT = PCH-BEFORE-IMAGE (8:23)
006763         MOVE "R" TO WS-APPLY-RESULT
006764         MOVE "DEDUCTION MOVED SINCE KEYED - KEY AGAIN"
006765             TO WS-APPLY-NOTE
006766         GO TO 5320-CHANGE-DEDUCTION-EXIT
006767     END-IF.
006768     MOVE DEDUCTION-MASTER-RECORD TO WS-MA-BEFORE.
006769     MOVE PCH-AFTER-IMAGE (8:23)
006770         TO DEDUCTION-MASTER-RECORD (8:23).
006771     REWRITE DEDUCTION-MASTER-RECORD
006772         INVALID KEY
006773             MOVE "deductionMaster REWRITE FAILED"
006774                 TO WS-APPLY-NOTE
006775             GO TO 5320-CHANGE-DEDUCTION-EXIT
006776     END-REWRITE.
006777     MOVE "A" TO WS-APPLY-RESULT.
006778     MOVE "deductionMst" TO WS-MA-FILE.
006779     MOVE "C" TO WS-MA-ACTION.
006780     MOVE DED-KEY TO WS-MA-KEY.
006781     MOVE DEDUCTION-MASTER-RECORD TO WS-MA-AFTER.
006782     PERFORM 8500-WRITE-MAINT-AUDIT
006783         THRU 8500-WRITE-MAINT-AUDIT-EXIT.
006784     DISPLAY "GARNISHMENT CHANGED: " DED-EMP-ID " " DED-CODE
006785         " AMOUNT " DED-AMOUNT.
006786 5320-CHANGE-DEDUCTION-EXIT.
006787     EXIT.
006788*
006789*    THE MASTER IS HELD ONLY FOR THE ONE CHANGE; IF A BATCH STEP
006790*    OR A MAINTENANCE SESSION HAS IT THE CHANGE STAYS PENDING
006800 5900-TAKE-LOCK.
006810     MOVE "A" TO WS-FL-FUNCTION.
006820     CALL "FILE-LOCK" USING WS-FL-FUNCTION WS-FL-FILE-NAME
006830         WS-FL-HOLDER WS-FL-REPLY WS-FL-INFO.
006840     IF WS-FL-REPLY = "N"
006850         MOVE WS-FL-INFO TO WS-APPLY-NOTE
006860         DISPLAY WS-FL-FILE-NAME " IS IN USE - " WS-FL-INFO
006870     END-IF.
006880 5900-TAKE-LOCK-EXIT.
006890     EXIT.
006900*
006910 5950-RELEASE-LOCK.
006920     MOVE "R" TO WS-FL-FUNCTION.
006930     CALL "FILE-LOCK" USING WS-FL-FUNCTION WS-FL-FILE-NAME
006940         WS-FL-HOLDER WS-FL-REPLY WS-FL-INFO.
006950 5950-RELEASE-LOCK-EXIT.
006960     EXIT.
006970*
006980*================================================================
006990* 6000-GENERATE-RETRO - SUMS THE REGULAR PAY ON payrollAudit FOR
007000* THE EMPLOYEE FROM THE EFFECTIVE DATE ON (ADJUSTMENTS EXCLUDED)
007010* AND PRICES IT AT THE RATIO OF NEW TO OLD RATE. HOURLY PAY AND
007020* OVERTIME ARE BOTH STRAIGHT MULTIPLES OF THE RATE, SO THE RATIO
007030* GIVES THE SAME ANSWER AS REPRICING THE HOURS. THE DIFFERENCE
007040* GOES TO payrollRetro AS AN "A" ADJUSTMENT, REASON RET. PAY
007050* MADE WHILE THE CHANGE WAITED FOR APPROVAL IS COVERED TOO.
007060*================================================================
007070 6000-GENERATE-RETRO.
007080     IF WS-OLD-RATE = ZERO
007090         DISPLAY "NO PRIOR RATE - RETRO PAY NOT COMPUTED"
007100         GO TO 6000-GENERATE-RETRO-EXIT
007110     END-IF.
007120     MOVE ZEROS TO WS-RETRO-PAID.
007130     OPEN INPUT AUDIT-FILE.
007140     IF WS-AUDIT-STATUS NOT = "00"
007150         DISPLAY "payrollAudit NOT AVAILABLE, STATUS = "
007160             WS-AUDIT-STATUS " - NO RETRO PAY COMPUTED"
007170         GO TO 6000-GENERATE-RETRO-EXIT
007180     END-IF.
007190     MOVE "N" TO WS-AUDIT-EOF-SW.
007200     PERFORM 6100-SCAN-ONE-AUDIT THRU 6100-SCAN-ONE-AUDIT-EXIT
007210         UNTIL WS-END-OF-AUDIT.
007220     CLOSE AUDIT-FILE.
007230     COMPUTE WS-RETRO-AMOUNT ROUNDED =
007240         WS-RETRO-PAID * (EMP-MST-PAY-RATE - WS-OLD-RATE)
007250             / WS-OLD-RATE.
007260     IF WS-RETRO-AMOUNT = ZERO
007270         DISPLAY "NO PAY SINCE " WS-EFF-DATE
007280             " - NO RETRO ADJUSTMENT NEEDED"
007290         GO TO 6000-GENERATE-RETRO-EXIT
007300     END-IF.
007310     MOVE SPACES TO RETRO-TRANS-RECORD.
007320     MOVE "A" TO RTX-REC-TYPE.
007330     MOVE EMP-MST-ID TO RTX-EMP-ID.
007340     IF WS-RETRO-AMOUNT < ZERO
007350         MOVE "-" TO RTX-SIGN
007360         COMPUTE RTX-AMOUNT = 0 - WS-RETRO-AMOUNT
007370     ELSE
007380         MOVE "+" TO RTX-SIGN
007390         MOVE WS-RETRO-AMOUNT TO RTX-AMOUNT
007400     END-IF.
007410     MOVE "RET" TO RTX-REASON-CODE.
007420     OPEN EXTEND RETRO-FILE.
007430     IF WS-RETRO-STATUS = "35"
007440         OPEN OUTPUT RETRO-FILE
007450     END-IF.
007460     IF WS-RETRO-STATUS NOT = "00"
007470         DISPLAY "CANNOT OPEN payrollRetro, STATUS = "
007480             WS-RETRO-STATUS " - RETRO OF " WS-RETRO-AMOUNT
007490             " MUST BE KEYED BY HAND"
007500         MOVE "6000-GENERATE-RETRO" TO WS-IL-PARAGRAPH
007510         MOVE "E" TO WS-IL-SEVERITY
007520         MOVE WS-RETRO-STATUS TO WS-IL-FILE-STATUS
007530         MOVE "CANNOT OPEN payrollRetro" TO WS-IL-MESSAGE
007540         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
007550         MOVE ZEROS TO WS-RETRO-AMOUNT
007560         GO TO 6000-GENERATE-RETRO-EXIT
007570     END-IF.
007580     WRITE RETRO-TRANS-RECORD.
007590     CLOSE RETRO-FILE.
007600     DISPLAY "RETRO ADJUSTMENT " RTX-SIGN RTX-AMOUNT
007610         " ON PAY OF " WS-RETRO-PAID " SINCE " WS-EFF-DATE
007620         " QUEUED FOR THE NEXT PAYROLL".
007630 6000-GENERATE-RETRO-EXIT.
007640     EXIT.
007650*
007660 6100-SCAN-ONE-AUDIT.
007670     READ AUDIT-FILE
007680         AT END
007690             MOVE "Y" TO WS-AUDIT-EOF-SW
007700             GO TO 6100-SCAN-ONE-AUDIT-EXIT
007710     END-READ.
007720     IF AUDIT-EMP-ID = EMP-MST-ID
007730             AND AUDIT-RUN-DATE NOT < WS-EFF-DATE
007740             AND AUDIT-REC-TYPE NOT = "A"
007750         ADD AUDIT-SALARY TO WS-RETRO-PAID
007760     END-IF.
007770 6100-SCAN-ONE-AUDIT-EXIT.
007780     EXIT.
007790*
007800*    ONE HISTORY RECORD PER EFFECTIVE DATE - A SECOND CHANGE THE
007810*    SAME DAY REPLACES THE FIRST. THE OPERATOR RECORDED IS THE
007820*    MAKER WHO KEYED THE RATE.
007830 6500-WRITE-RATE-HISTORY.
007840     IF NOT WS-PRH-IS-OPENED
007850         GO TO 6500-WRITE-RATE-HISTORY-EXIT
007860     END-IF.
007870     MOVE EMP-MST-ID TO PRH-EMP-ID.
007880     MOVE WS-EFF-DATE TO PRH-EFF-DATE.
007890     MOVE EMP-MST-PAY-RATE TO PRH-PAY-RATE.
007900     MOVE WS-OLD-RATE TO PRH-PRIOR-RATE.
007910     MOVE PCH-REASON TO PRH-REASON.
007920     MOVE WS-RETRO-AMOUNT TO PRH-RETRO-AMOUNT.
007930     MOVE "CHGAPRV" TO PRH-SOURCE.
007940     MOVE PCH-MAKER-ID TO PRH-OPERATOR-ID.
007950     MOVE WS-SYSTEM-DATE TO PRH-ENTERED-DATE.
007960     WRITE PAY-RATE-HISTORY-RECORD
007970         INVALID KEY
007980             REWRITE PAY-RATE-HISTORY-RECORD
007990                 INVALID KEY
008000                     DISPLAY "RATE HISTORY NOT RECORDED, "
008010                         "STATUS = "
008020                         WS-PRH-STATUS
008030             END-REWRITE
008040     END-WRITE.
008050 6500-WRITE-RATE-HISTORY-EXIT.
008060     EXIT.
008070*
008080 7000-DATE-TO-DAY-NUMBER.
008090*    30/360 COMMERCIAL DAY COUNT - THE SAME RULE AGED-AR USES
008100     IF WS-WORK-DATE NOT NUMERIC
008110         MOVE ZEROS TO WS-DAY-NO
008120         GO TO 7000-DATE-TO-DAY-NUMBER-EXIT
008130     END-IF.
008140     MOVE WS-WORK-DATE (1:4) TO WS-WORK-YYYY.
008150     MOVE WS-WORK-DATE (5:2) TO WS-WORK-MM.
008160     MOVE WS-WORK-DATE (7:2) TO WS-WORK-DD.
008170     COMPUTE WS-DAY-NO = (WS-WORK-YYYY * 360)
008180         + (WS-WORK-MM * 30) + WS-WORK-DD.
008190 7000-DATE-TO-DAY-NUMBER-EXIT.
008200     EXIT.
008210*
008220 8500-WRITE-MAINT-AUDIT.
008230     CALL "MAINT-AUDIT" USING WS-MA-FILE WS-MA-ACTION
008240         WS-MA-KEY WS-MA-BEFORE WS-MA-AFTER.
008250 8500-WRITE-MAINT-AUDIT-EXIT.
008260     EXIT.
008270*
008280 8900-LOG-INCIDENT.
008290     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
008300         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
008310         WS-IL-MESSAGE.
008320 8900-LOG-INCIDENT-EXIT.
008330     EXIT.
008340*
008350 9000-TERMINATE.
008360     IF WS-PEND-IS-OPENED
008370         CLOSE PENDING-CHANGE
008380     END-IF.
008390 9000-TERMINATE-EXIT.
008400     EXIT.
008410*
008420 END PROGRAM CHG-APPROVE.
