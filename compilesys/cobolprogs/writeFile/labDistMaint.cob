000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LAB-MAINT.
000030 AUTHOR. REGISTRAR-SYSTEMS-GROUP.
000040 INSTALLATION. REGISTRARS-OFFICE.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED. 2026-10-14.
000070*================================================================
000080* MODIFICATION HISTORY
000090*   2026-10-14  RSG  INITIAL VERSION - ADD/CHANGE/DELETE/LIST
000100*                    MAINTENANCE AGAINST THE LABOR DISTRIBUTION
000110*                    MASTER. EACH EMPLOYEE GETS ONE TO FIVE
000120*                    DEPARTMENT/ACCOUNT/FUND LINES WITH A
000130*                    PERCENTAGE; A DISTRIBUTION THAT DOES NOT
000140*                    TOTAL EXACTLY 100.00, NAMES A DEPARTMENT
000150*                    NOT ON deptMaster, OR REPEATS A
000160*                    DEPARTMENT/ACCOUNT PAIR IS REJECTED.
000170*                    HOLDS THE SHARED FILE-LOCK FOR THE SESSION
000180*                    AND AUDITS EVERY CHANGE TO maintAudit.
000182*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000184*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000190*================================================================
000200*
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT LABOR-DIST-MASTER ASSIGN TO DISK
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS DYNAMIC
000280         RECORD KEY IS LBD-EMP-ID
000290         FILE STATUS IS WS-MASTER-STATUS.
000300     SELECT EMPLOYEE-MASTER ASSIGN TO DISK
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS RANDOM
000330         RECORD KEY IS EMP-MST-ID
000340         FILE STATUS IS WS-EMP-STATUS.
000350     SELECT DEPT-MASTER ASSIGN TO DISK
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS RANDOM
000380         RECORD KEY IS DPT-DEPT-CODE
000390         FILE STATUS IS WS-DEPT-STATUS.
000400*
000410 DATA DIVISION.
000420 FILE SECTION.
000430*
000440 FD  LABOR-DIST-MASTER
000450     LABEL RECORDS ARE STANDARD
000460     VALUE OF FILE-ID IS "laborDistribution".
000470     COPY "labdist.cpy".
000480*
000490 FD  EMPLOYEE-MASTER
000500     LABEL RECORDS ARE STANDARD
000510     VALUE OF FILE-ID IS "employeeMaster".
000520     COPY "empmstr.cpy".
000530*
000540 FD  DEPT-MASTER
000550     LABEL RECORDS ARE STANDARD
000560     VALUE OF FILE-ID IS "deptMaster".
000570     COPY "deptmstr.cpy".
000580*
000590 WORKING-STORAGE SECTION.
000600*----------------------------------------------------------------
000610* SWITCHES, STATUS FIELDS, AND MENU CONTROL
000620*----------------------------------------------------------------
000630 77  WS-MASTER-STATUS        PIC X(02) VALUE "00".
000640 77  WS-EMP-STATUS           PIC X(02) VALUE "00".
000650 77  WS-DEPT-STATUS          PIC X(02) VALUE "00".
000660 77  WS-CONTINUE-SW          PIC X(01) VALUE "Y".
000670     88  WS-CONTINUE-MAINT       VALUE "Y".
000680 77  WS-MENU-CHOICE          PIC X(01) VALUE SPACES.
000690     88  WS-CHOICE-ADD           VALUE "1".
000700     88  WS-CHOICE-CHANGE        VALUE "2".
000710     88  WS-CHOICE-DELETE        VALUE "3".
000720     88  WS-CHOICE-LIST          VALUE "4".
000730     88  WS-CHOICE-EXIT          VALUE "5".
000740 77  WS-SEARCH-ID            PIC X(04) VALUE SPACES.
000750 77  WS-LIST-EOF-SW          PIC X(01) VALUE "N".
000760     88  WS-END-OF-LIST          VALUE "Y".
000770 77  WS-LIST-COUNT           PIC 9(05) VALUE ZEROS.
000780 77  WS-SYSTEM-DATE          PIC 9(08) VALUE ZEROS.
000790 77  WS-MASTER-OPENED-SW     PIC X(01) VALUE "N".
000800     88  WS-MASTER-IS-OPENED     VALUE "Y".
000810 77  WS-EMP-OPENED-SW        PIC X(01) VALUE "N".
000820     88  WS-EMP-IS-OPENED        VALUE "Y".
000830 77  WS-DEPT-OPENED-SW       PIC X(01) VALUE "N".
000840     88  WS-DEPT-IS-OPENED       VALUE "Y".
000850 77  WS-DIST-VALID-SW        PIC X(01) VALUE "N".
000860     88  WS-DIST-IS-VALID        VALUE "Y".
000870 77  WS-LINE-IDX             PIC 9(01) VALUE ZEROS.
000880 77  WS-DUP-IDX              PIC 9(01) VALUE ZEROS.
000890 77  WS-PERCENT-ENTRY        PIC 9(05) VALUE ZEROS.
000900 77  WS-PERCENT-TOTAL        PIC 9(04)V99 VALUE ZEROS.
000910 77  WS-REJECT-REASON        PIC X(40) VALUE SPACES.
000920 77  WS-DEFAULT-ACCOUNT      PIC X(04) VALUE "6100".
000930 77  WS-FL-FUNCTION          PIC X(01) VALUE SPACES.
000940 77  WS-FL-FILE-NAME         PIC X(14) VALUE SPACES.
000950 77  WS-FL-HOLDER            PIC X(08) VALUE SPACES.
000960 77  WS-FL-REPLY             PIC X(01) VALUE "Y".
000970 77  WS-FL-INFO              PIC X(40) VALUE SPACES.
000980 77  WS-LOCK-HELD-SW         PIC X(01) VALUE "N".
000990     88  WS-LOCK-IS-HELD         VALUE "Y".
001000 77  WS-MA-FILE              PIC X(12) VALUE "laborDistMst".
001010 77  WS-MA-ACTION            PIC X(01) VALUE SPACE.
001020 77  WS-MA-KEY               PIC X(20) VALUE SPACES.
001030 77  WS-MA-BEFORE            PIC X(80) VALUE SPACES.
001040 77  WS-MA-AFTER             PIC X(80) VALUE SPACES.
001041*----------------------------------------------------------------
001042* INCIDENT LOG CALL FIELDS
001043*----------------------------------------------------------------
001044 77  WS-IL-PROGRAM           PIC X(20) VALUE "LAB-MAINT".
001045 77  WS-IL-STEP              PIC X(08) VALUE SPACES.
001046 77  WS-IL-PARAGRAPH         PIC X(30) VALUE SPACES.
001047 77  WS-IL-SEVERITY          PIC X(01) VALUE SPACES.
001048 77  WS-IL-FILE-STATUS       PIC X(02) VALUE SPACES.
001049 77  WS-IL-MESSAGE           PIC X(60) VALUE SPACES.
001050*
001060 PROCEDURE DIVISION.
001070*================================================================
001080* 0000-MAINLINE
001090*================================================================
001100 0000-MAINLINE.
001110     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001120     PERFORM 2000-MENU-CYCLE THRU 2000-MENU-CYCLE-EXIT
001130         UNTIL NOT WS-CONTINUE-MAINT.
001140     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001150     GOBACK.
001160*
001170 1000-INITIALIZE.
001180     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
001190*    TAKE THE EXCLUSIVE HOLD FOR THE WHOLE SESSION SO GL-POST
001200*    AND A MAINTENANCE SESSION CANNOT WORK THE FILE AT THE
001210*    SAME TIME, IN EITHER ORDER
001220     MOVE "A" TO WS-FL-FUNCTION.
001230     MOVE "laborDistMstr" TO WS-FL-FILE-NAME.
001240     MOVE "LABMAINT" TO WS-FL-HOLDER.
001250     CALL "FILE-LOCK" USING WS-FL-FUNCTION WS-FL-FILE-NAME
001260         WS-FL-HOLDER WS-FL-REPLY WS-FL-INFO.
001270     IF WS-FL-REPLY = "N"
001280         DISPLAY "LAB-MAINT: laborDistribution IS "
001290             "IN USE BY THE BATCH STREAM - " WS-FL-INFO
001300         MOVE "N" TO WS-CONTINUE-SW
001310         GO TO 1000-INITIALIZE-EXIT
001320     END-IF.
001330     MOVE "Y" TO WS-LOCK-HELD-SW.
001340     OPEN I-O LABOR-DIST-MASTER.
001350     IF WS-MASTER-STATUS = "35"
001360         OPEN OUTPUT LABOR-DIST-MASTER
001370         CLOSE LABOR-DIST-MASTER
001380         OPEN I-O LABOR-DIST-MASTER
001390     END-IF.
001400     IF WS-MASTER-STATUS NOT = "00" AND NOT = "05"
001410         DISPLAY "LAB-MAINT: UNABLE TO OPEN MASTER, "
001420             "STATUS = " WS-MASTER-STATUS
001421         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001422         MOVE "E" TO WS-IL-SEVERITY
001423         MOVE WS-MASTER-STATUS TO WS-IL-FILE-STATUS
001424         MOVE "UNABLE TO OPEN MASTER" TO WS-IL-MESSAGE
001425         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001430         MOVE "N" TO WS-CONTINUE-SW
001440         GO TO 1000-INITIALIZE-EXIT
001450     END-IF.
001460     MOVE "Y" TO WS-MASTER-OPENED-SW.
001470     OPEN INPUT EMPLOYEE-MASTER.
001480     IF WS-EMP-STATUS NOT = "00"
001490         DISPLAY "LAB-MAINT: UNABLE TO OPEN "
001500             "employeeMaster, STATUS = " WS-EMP-STATUS
001501         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001502         MOVE "E" TO WS-IL-SEVERITY
001503         MOVE WS-EMP-STATUS TO WS-IL-FILE-STATUS
001504         MOVE "UNABLE TO OPEN employeeMaster" TO WS-IL-MESSAGE
001505         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001510         DISPLAY "LAB-MAINT: RUN EMP-MAINT TO BUILD THE "
001520             "EMPLOYEE MASTER FIRST"
001530         MOVE "N" TO WS-CONTINUE-SW
001540         GO TO 1000-INITIALIZE-EXIT
001550     END-IF.
001560     MOVE "Y" TO WS-EMP-OPENED-SW.
001570     OPEN INPUT DEPT-MASTER.
001580     IF WS-DEPT-STATUS NOT = "00"
001590         DISPLAY "LAB-MAINT: UNABLE TO OPEN deptMaster, "
001600             "STATUS = " WS-DEPT-STATUS
001601         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001602         MOVE "E" TO WS-IL-SEVERITY
001603         MOVE WS-DEPT-STATUS TO WS-IL-FILE-STATUS
001604         MOVE "UNABLE TO OPEN deptMaster" TO WS-IL-MESSAGE
001605         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001610         DISPLAY "LAB-MAINT: RUN DEPT-MAINT TO BUILD THE "
001620             "DEPARTMENT REFERENCE FILE FIRST"
001630         MOVE "N" TO WS-CONTINUE-SW
001640         GO TO 1000-INITIALIZE-EXIT
001650     END-IF.
001660     MOVE "Y" TO WS-DEPT-OPENED-SW.
001670 1000-INITIALIZE-EXIT.
001680     EXIT.
001690*
001700 2000-MENU-CYCLE.
001710     DISPLAY "1 = ADD  2 = CHANGE  3 = DELETE  4 = LIST  "
001720         "5 = EXIT".
001730     DISPLAY "ENTER CHOICE: ".
001740     ACCEPT WS-MENU-CHOICE.
001750     EVALUATE TRUE
001760         WHEN WS-CHOICE-ADD
001770             PERFORM 3000-ADD-DISTRIBUTION
001780                 THRU 3000-ADD-DISTRIBUTION-EXIT
001790         WHEN WS-CHOICE-CHANGE
001800             PERFORM 4000-CHANGE-DISTRIBUTION
001810                 THRU 4000-CHANGE-DISTRIBUTION-EXIT
001820         WHEN WS-CHOICE-DELETE
001830             PERFORM 5000-DELETE-DISTRIBUTION
001840                 THRU 5000-DELETE-DISTRIBUTION-EXIT
001850         WHEN WS-CHOICE-LIST
001860             PERFORM 6000-LIST-DISTRIBUTIONS
001870                 THRU 6000-LIST-DISTRIBUTIONS-EXIT
001880         WHEN WS-CHOICE-EXIT
001890             MOVE "N" TO WS-CONTINUE-SW
001900         WHEN OTHER
001910             DISPLAY "INVALID CHOICE, TRY AGAIN"
001920     END-EVALUATE.
001930 2000-MENU-CYCLE-EXIT.
001940     EXIT.
001950*
001960 3000-ADD-DISTRIBUTION.
001970     DISPLAY "ENTER EMPLOYEE ID: ".
001980     ACCEPT WS-SEARCH-ID.
001990     MOVE WS-SEARCH-ID TO EMP-MST-ID.
002000     READ EMPLOYEE-MASTER
002010         INVALID KEY
002020             DISPLAY "ADD REJECTED, EMPLOYEE NOT ON MASTER: "
002030                 WS-SEARCH-ID
002040             GO TO 3000-ADD-DISTRIBUTION-EXIT
002050     END-READ.
002060     INITIALIZE LABOR-DIST-RECORD.
002070     MOVE WS-SEARCH-ID TO LBD-EMP-ID.
002080     PERFORM 7000-ENTER-LINES THRU 7000-ENTER-LINES-EXIT.
002090     IF NOT WS-DIST-IS-VALID
002100         DISPLAY "ADD REJECTED, " WS-REJECT-REASON
002110         GO TO 3000-ADD-DISTRIBUTION-EXIT
002120     END-IF.
002130     WRITE LABOR-DIST-RECORD
002140         INVALID KEY
002150             DISPLAY "ADD FAILED, DISTRIBUTION ALREADY ON "
002160                 "FILE, STATUS = " WS-MASTER-STATUS
002170         NOT INVALID KEY
002180             DISPLAY "DISTRIBUTION ADDED: " LBD-EMP-ID
002190             MOVE SPACES TO WS-MA-BEFORE
002200             MOVE LABOR-DIST-RECORD TO WS-MA-AFTER
002210             MOVE LBD-EMP-ID TO WS-MA-KEY
002220             MOVE "A" TO WS-MA-ACTION
002230             PERFORM 8500-WRITE-MAINT-AUDIT
002240                 THRU 8500-WRITE-MAINT-AUDIT-EXIT
002250     END-WRITE.
002260 3000-ADD-DISTRIBUTION-EXIT.
002270     EXIT.
002280*
002290*    A CHANGE RE-ENTERS THE WHOLE SET OF LINES SO THE 100.00
002300*    TOTAL IS PROVED ON EVERY UPDATE
002310 4000-CHANGE-DISTRIBUTION.
002320     DISPLAY "ENTER EMPLOYEE ID TO CHANGE: ".
002330     ACCEPT WS-SEARCH-ID.
002340     MOVE WS-SEARCH-ID TO LBD-EMP-ID.
002350     READ LABOR-DIST-MASTER
002360         INVALID KEY
002370             DISPLAY "NO DISTRIBUTION FOUND FOR ID "
002380                 WS-SEARCH-ID
002390             GO TO 4000-CHANGE-DISTRIBUTION-EXIT
002400     END-READ.
002410     MOVE LABOR-DIST-RECORD TO WS-MA-BEFORE.
002420     PERFORM 6200-SHOW-LINES THRU 6200-SHOW-LINES-EXIT.
002430     INITIALIZE LABOR-DIST-RECORD.
002440     MOVE WS-SEARCH-ID TO LBD-EMP-ID.
002450     PERFORM 7000-ENTER-LINES THRU 7000-ENTER-LINES-EXIT.
002460     IF NOT WS-DIST-IS-VALID
002470         DISPLAY "CHANGE REJECTED, " WS-REJECT-REASON
002480         GO TO 4000-CHANGE-DISTRIBUTION-EXIT
002490     END-IF.
002500     REWRITE LABOR-DIST-RECORD
002510         INVALID KEY
002520             DISPLAY "CHANGE FAILED, STATUS = "
002530                 WS-MASTER-STATUS
002540         NOT INVALID KEY
002550             DISPLAY "DISTRIBUTION CHANGED: " LBD-EMP-ID
002560             MOVE LABOR-DIST-RECORD TO WS-MA-AFTER
002570             MOVE LBD-EMP-ID TO WS-MA-KEY
002580             MOVE "C" TO WS-MA-ACTION
002590             PERFORM 8500-WRITE-MAINT-AUDIT
002600                 THRU 8500-WRITE-MAINT-AUDIT-EXIT
002610     END-REWRITE.
002620 4000-CHANGE-DISTRIBUTION-EXIT.
002630     EXIT.
002640*
002650 5000-DELETE-DISTRIBUTION.
002660     DISPLAY "ENTER EMPLOYEE ID TO DELETE: ".
002670     ACCEPT WS-SEARCH-ID.
002680     MOVE WS-SEARCH-ID TO LBD-EMP-ID.
002690     READ LABOR-DIST-MASTER
002700         INVALID KEY
002710             DISPLAY "NO DISTRIBUTION FOUND FOR ID "
002720                 WS-SEARCH-ID
002730         NOT INVALID KEY
002740             MOVE LABOR-DIST-RECORD TO WS-MA-BEFORE
002750             DELETE LABOR-DIST-MASTER RECORD
002760                 INVALID KEY
002770                     DISPLAY "DELETE FAILED, STATUS = "
002780                         WS-MASTER-STATUS
002790                 NOT INVALID KEY
002800                     DISPLAY "DISTRIBUTION DELETED - PAY "
002810                         "CHARGES TO HOME DEPT: " WS-SEARCH-ID
002820                     MOVE SPACES TO WS-MA-AFTER
002830                     MOVE WS-SEARCH-ID TO WS-MA-KEY
002840                     MOVE "D" TO WS-MA-ACTION
002850                     PERFORM 8500-WRITE-MAINT-AUDIT
002860                         THRU
002870                         8500-WRITE-MAINT-AUDIT-EXIT
002880             END-DELETE
002890     END-READ.
002900 5000-DELETE-DISTRIBUTION-EXIT.
002910     EXIT.
002920*
002930 6000-LIST-DISTRIBUTIONS.
002940     MOVE "N" TO WS-LIST-EOF-SW.
002950     MOVE ZEROS TO WS-LIST-COUNT.
002960     MOVE LOW-VALUES TO LBD-EMP-ID.
002970     START LABOR-DIST-MASTER KEY NOT LESS THAN LBD-EMP-ID
002980         INVALID KEY MOVE "Y" TO WS-LIST-EOF-SW
002990     END-START.
003000     PERFORM 6100-LIST-ONE-DISTRIBUTION
003010         THRU 6100-LIST-ONE-DISTRIBUTION-EXIT
003020         UNTIL WS-END-OF-LIST.
003030     DISPLAY "DISTRIBUTIONS ON FILE: " WS-LIST-COUNT.
003040 6000-LIST-DISTRIBUTIONS-EXIT.
003050     EXIT.
003060*
003070 6100-LIST-ONE-DISTRIBUTION.
003080     READ LABOR-DIST-MASTER NEXT RECORD
003090         AT END
003100             MOVE "Y" TO WS-LIST-EOF-SW
003110             GO TO 6100-LIST-ONE-DISTRIBUTION-EXIT
003120     END-READ.
003130     DISPLAY LBD-EMP-ID " LINES " LBD-LINE-COUNT
003140         " UPDATED " LBD-UPDATED-DATE.
003150     PERFORM 6200-SHOW-LINES THRU 6200-SHOW-LINES-EXIT.
003160     ADD 1 TO WS-LIST-COUNT.
003170 6100-LIST-ONE-DISTRIBUTION-EXIT.
003180     EXIT.
003190*
003200 6200-SHOW-LINES.
003210     PERFORM 6210-SHOW-ONE-LINE THRU 6210-SHOW-ONE-LINE-EXIT
003220         VARYING WS-LINE-IDX FROM 1 BY 1
003230         UNTIL WS-LINE-IDX > LBD-LINE-COUNT
003240             OR WS-LINE-IDX > 5.
003250 6200-SHOW-LINES-EXIT.
003260     EXIT.
003270*
003280 6210-SHOW-ONE-LINE.
003290     DISPLAY "   DEPT " LBD-DEPT (WS-LINE-IDX)
003300         " ACCT " LBD-ACCOUNT (WS-LINE-IDX)
003310         " FUND " LBD-FUND (WS-LINE-IDX)
003320         " PCT " LBD-PERCENT (WS-LINE-IDX).
003330 6210-SHOW-ONE-LINE-EXIT.
003340     EXIT.
003350*
003360*================================================================
003370* 7000-ENTER-LINES - TAKES THE LINE COUNT AND EACH LINE FROM THE
003380* CONSOLE AND PROVES THE SET. WS-DIST-VALID-SW IS "Y" ONLY WHEN
003390* EVERY LINE IS GOOD AND THE PERCENTAGES TOTAL EXACTLY 100.00.
003400*================================================================
003410 7000-ENTER-LINES.
003420     MOVE "N" TO WS-DIST-VALID-SW.
003430     MOVE SPACES TO WS-REJECT-REASON.
003440     MOVE ZEROS TO WS-PERCENT-TOTAL.
003450     DISPLAY "ENTER NUMBER OF LINES (1-5): ".
003460     ACCEPT LBD-LINE-COUNT.
003470     IF LBD-LINE-COUNT NOT NUMERIC
003480             OR LBD-LINE-COUNT < 1 OR LBD-LINE-COUNT > 5
003490         MOVE "LINE COUNT MUST BE 1 TO 5" TO WS-REJECT-REASON
003500         GO TO 7000-ENTER-LINES-EXIT
003510     END-IF.
003520     PERFORM 7100-ENTER-ONE-LINE THRU 7100-ENTER-ONE-LINE-EXIT
003530         VARYING WS-LINE-IDX FROM 1 BY 1
003540         UNTIL WS-LINE-IDX > LBD-LINE-COUNT
003550             OR WS-REJECT-REASON NOT = SPACES.
003560     IF WS-REJECT-REASON NOT = SPACES
003570         GO TO 7000-ENTER-LINES-EXIT
003580     END-IF.
003590     IF WS-PERCENT-TOTAL NOT = 100
003600         MOVE "PERCENTAGES DO NOT TOTAL 100.00"
003610             TO WS-REJECT-REASON
003620         DISPLAY "LINES TOTAL " WS-PERCENT-TOTAL " PERCENT"
003630         GO TO 7000-ENTER-LINES-EXIT
003640     END-IF.
003650     MOVE WS-SYSTEM-DATE TO LBD-UPDATED-DATE.
003660     MOVE "Y" TO WS-DIST-VALID-SW.
003670 7000-ENTER-LINES-EXIT.
003680     EXIT.
003690*
003700 7100-ENTER-ONE-LINE.
003710     DISPLAY "LINE " WS-LINE-IDX " - ENTER DEPARTMENT: ".
003720     ACCEPT LBD-DEPT (WS-LINE-IDX).
003730     DISPLAY "LINE " WS-LINE-IDX
003740         " - ENTER SALARY EXPENSE ACCOUNT (BLANK = 6100): ".
003750     ACCEPT LBD-ACCOUNT (WS-LINE-IDX).
003760     IF LBD-ACCOUNT (WS-LINE-IDX) = SPACES
003770         MOVE WS-DEFAULT-ACCOUNT TO LBD-ACCOUNT (WS-LINE-IDX)
003780     END-IF.
003790     DISPLAY "LINE " WS-LINE-IDX " - ENTER FUNDING SOURCE: ".
003800     ACCEPT LBD-FUND (WS-LINE-IDX).
003810     DISPLAY "LINE " WS-LINE-IDX
003820         " - ENTER PERCENT AS NNNNN (05000 = 50.00): ".
003830     ACCEPT WS-PERCENT-ENTRY.
003840     IF WS-PERCENT-ENTRY NOT NUMERIC OR WS-PERCENT-ENTRY = ZERO
003850         MOVE "PERCENT MISSING OR NOT NUMERIC"
003860             TO WS-REJECT-REASON
003870         GO TO 7100-ENTER-ONE-LINE-EXIT
003880     END-IF.
003890     COMPUTE LBD-PERCENT (WS-LINE-IDX) = WS-PERCENT-ENTRY / 100.
003900     ADD LBD-PERCENT (WS-LINE-IDX) TO WS-PERCENT-TOTAL.
003910     IF LBD-FUND (WS-LINE-IDX) = SPACES
003920         MOVE "FUNDING SOURCE REQUIRED ON EVERY LINE"
003930             TO WS-REJECT-REASON
003940         GO TO 7100-ENTER-ONE-LINE-EXIT
003950     END-IF.
003960     IF LBD-ACCOUNT (WS-LINE-IDX) NOT NUMERIC
003970         MOVE "EXPENSE ACCOUNT MUST BE 4 DIGITS"
003980             TO WS-REJECT-REASON
003990         GO TO 7100-ENTER-ONE-LINE-EXIT
004000     END-IF.
004010     MOVE LBD-DEPT (WS-LINE-IDX) TO DPT-DEPT-CODE.
004020     READ DEPT-MASTER
004030         INVALID KEY
004040             MOVE "DEPT NOT ON deptMaster" TO WS-REJECT-REASON
004050             GO TO 7100-ENTER-ONE-LINE-EXIT
004060     END-READ.
004070     PERFORM 7110-CHECK-DUPLICATE THRU 7110-CHECK-DUPLICATE-EXIT
004080         VARYING WS-DUP-IDX FROM 1 BY 1
004090         UNTIL WS-DUP-IDX >= WS-LINE-IDX.
004100 7100-ENTER-ONE-LINE-EXIT.
004110     EXIT.
004120*
004130 7110-CHECK-DUPLICATE.
004140     IF LBD-DEPT (WS-DUP-IDX) = LBD-DEPT (WS-LINE-IDX)
004150             AND LBD-ACCOUNT (WS-DUP-IDX)
004160                 = LBD-ACCOUNT (WS-LINE-IDX)
004170         MOVE "DEPT/ACCOUNT REPEATED ON TWO LINES"
004180             TO WS-REJECT-REASON
004190     END-IF.
004200 7110-CHECK-DUPLICATE-EXIT.
004210     EXIT.
004220*
004230 8500-WRITE-MAINT-AUDIT.
004240     CALL "MAINT-AUDIT" USING WS-MA-FILE WS-MA-ACTION
004250         WS-MA-KEY WS-MA-BEFORE WS-MA-AFTER.
004260 8500-WRITE-MAINT-AUDIT-EXIT.
004270     EXIT.
004280*
004281 8900-LOG-INCIDENT.
004282     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
004283         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
004284         WS-IL-MESSAGE.
004285 8900-LOG-INCIDENT-EXIT.
004286     EXIT.
004287*
004290 9000-TERMINATE.
004300     IF WS-LOCK-IS-HELD
004310         MOVE "R" TO WS-FL-FUNCTION
004320         MOVE "laborDistMstr" TO WS-FL-FILE-NAME
004330         MOVE "LABMAINT" TO WS-FL-HOLDER
004340         CALL "FILE-LOCK" USING WS-FL-FUNCTION
004350             WS-FL-FILE-NAME WS-FL-HOLDER
004360             WS-FL-REPLY WS-FL-INFO
004370     END-IF.
004380     IF WS-MASTER-IS-OPENED
004390         CLOSE LABOR-DIST-MASTER
004400     END-IF.
004410     IF WS-EMP-IS-OPENED
004420         CLOSE EMPLOYEE-MASTER
004430     END-IF.
004440     IF WS-DEPT-IS-OPENED
004450         CLOSE DEPT-MASTER
004460     END-IF.
004470 9000-TERMINATE-EXIT.
004480     EXIT.
004490*
004500 END PROGRAM LAB-MAINT.
