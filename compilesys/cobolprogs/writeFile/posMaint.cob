000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. POS-MAINT.
000030 AUTHOR. REGISTRAR-SYSTEMS-GROUP.
000040 INSTALLATION. REGISTRARS-OFFICE.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED. 2026-10-14.
000070*================================================================
000080* MODIFICATION HISTORY
000090*   2026-10-14  RSG  INITIAL VERSION - ADD/CHANGE/DELETE/LIST
000100*                    MAINTENANCE AGAINST THE POSITION CONTROL
000110*                    MASTER. A POSITION NAMES ITS DEPARTMENT,
000120*                    TITLE, ANNUAL BUDGETED SALARY, FTE AND
000130*                    THE EMPLOYEE FILLING IT (BLANK = VACANT).
000140*                    THE DEPARTMENT MUST BE ON deptMaster; AN
000150*                    INCUMBENT MUST BE AN ACTIVE EMPLOYEE OF
000160*                    THE SAME DEPARTMENT WHO FILLS NO OTHER
000170*                    POSITION. A FILLED POSITION CANNOT BE
000180*                    DELETED. HOLDS THE SHARED FILE-LOCK FOR
000190*                    THE SESSION AND AUDITS EVERY CHANGE TO
000200*                    maintAudit.
000202*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000204*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000210*================================================================
000220*
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT POSITION-MASTER ASSIGN TO DISK
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS DYNAMIC
000300         RECORD KEY IS POS-ID
000310         FILE STATUS IS WS-MASTER-STATUS.
000320     SELECT EMPLOYEE-MASTER ASSIGN TO DISK
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS RANDOM
000350         RECORD KEY IS EMP-MST-ID
000360         FILE STATUS IS WS-EMP-STATUS.
000370     SELECT DEPT-MASTER ASSIGN TO DISK
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS DPT-DEPT-CODE
000410         FILE STATUS IS WS-DEPT-STATUS.
000420*
000430 DATA DIVISION.
000440 FILE SECTION.
000450*
000460 FD  POSITION-MASTER
000470     LABEL RECORDS ARE STANDARD
000480     VALUE OF FILE-ID IS "positionMaster".
000490     COPY "posmstr.cpy".
000500*
000510 FD  EMPLOYEE-MASTER
000520     LABEL RECORDS ARE STANDARD
000530     VALUE OF FILE-ID IS "employeeMaster".
000540     COPY "empmstr.cpy".
000550*
000560 FD  DEPT-MASTER
000570     LABEL RECORDS ARE STANDARD
000580     VALUE OF FILE-ID IS "deptMaster".
000590     COPY "deptmstr.cpy".
000600*
000610 WORKING-STORAGE SECTION.
000620*----------------------------------------------------------------
000630* SWITCHES, STATUS FIELDS, AND MENU CONTROL
000640*----------------------------------------------------------------
000650 77  WS-MASTER-STATUS        PIC X(02) VALUE "00".
000660 77  WS-EMP-STATUS           PIC X(02) VALUE "00".
000670 77  WS-DEPT-STATUS          PIC X(02) VALUE "00".
000680 77  WS-CONTINUE-SW          PIC X(01) VALUE "Y".
000690     88  WS-CONTINUE-MAINT       VALUE "Y".
000700 77  WS-MENU-CHOICE          PIC X(01) VALUE SPACES.
000710     88  WS-CHOICE-ADD           VALUE "1".
000720     88  WS-CHOICE-CHANGE        VALUE "2".
000730     88  WS-CHOICE-DELETE        VALUE "3".
000740     88  WS-CHOICE-LIST          VALUE "4".
000750     88  WS-CHOICE-EXIT          VALUE "5".
000760 77  WS-SEARCH-ID            PIC X(06) VALUE SPACES.
000770 77  WS-LIST-EOF-SW          PIC X(01) VALUE "N".
000780     88  WS-END-OF-LIST          VALUE "Y".
000790 77  WS-LIST-COUNT           PIC 9(05) VALUE ZEROS.
000800 77  WS-VACANT-COUNT         PIC 9(05) VALUE ZEROS.
000810 77  WS-SYSTEM-DATE          PIC 9(08) VALUE ZEROS.
000820 77  WS-MASTER-OPENED-SW     PIC X(01) VALUE "N".
000830     88  WS-MASTER-IS-OPENED     VALUE "Y".
000840 77  WS-EMP-OPENED-SW        PIC X(01) VALUE "N".
000850     88  WS-EMP-IS-OPENED        VALUE "Y".
000860 77  WS-DEPT-OPENED-SW       PIC X(01) VALUE "N".
000870     88  WS-DEPT-IS-OPENED       VALUE "Y".
000880 77  WS-POS-VALID-SW         PIC X(01) VALUE "N".
000890     88  WS-POS-IS-VALID         VALUE "Y".
000900 77  WS-SCAN-EOF-SW          PIC X(01) VALUE "N".
000910     88  WS-END-OF-SCAN          VALUE "Y".
000920 77  WS-BUDGET-ENTRY         PIC 9(07) VALUE ZEROS.
000930 77  WS-FTE-ENTRY            PIC 9(03) VALUE ZEROS.
000940 77  WS-REJECT-REASON        PIC X(40) VALUE SPACES.
000950 77  WS-POS-SAVE             PIC X(52) VALUE SPACES.
000960 77  WS-SAVE-POS-ID          PIC X(06) VALUE SPACES.
000970 77  WS-SAVE-EMP-ID          PIC X(04) VALUE SPACES.
000980 77  WS-FL-FUNCTION          PIC X(01) VALUE SPACES.
000990 77  WS-FL-FILE-NAME         PIC X(14) VALUE SPACES.
001000 77  WS-FL-HOLDER            PIC X(08) VALUE SPACES.
001010 77  WS-FL-REPLY             PIC X(01) VALUE "Y".
001020 77  WS-FL-INFO              PIC X(40) VALUE SPACES.
001030 77  WS-LOCK-HELD-SW         PIC X(01) VALUE "N".
001040     88  WS-LOCK-IS-HELD         VALUE "Y".
001050 77  WS-MA-FILE              PIC X(12) VALUE "positionMast".
001060 77  WS-MA-ACTION            PIC X(01) VALUE SPACE.
001070 77  WS-MA-KEY               PIC X(20) VALUE SPACES.
001080 77  WS-MA-BEFORE            PIC X(80) VALUE SPACES.
001090 77  WS-MA-AFTER             PIC X(80) VALUE SPACES.
001091*----------------------------------------------------------------
001092* INCIDENT LOG CALL FIELDS
001093*----------------------------------------------------------------
001094 77  WS-IL-PROGRAM           PIC X(20) VALUE "POS-MAINT".
001095 77  WS-IL-STEP              PIC X(08) VALUE SPACES.
001096 77  WS-IL-PARAGRAPH         PIC X(30) VALUE SPACES.
001097 77  WS-IL-SEVERITY          PIC X(01) VALUE SPACES.
001098 77  WS-IL-FILE-STATUS       PIC X(02) VALUE SPACES.
001099 77  WS-IL-MESSAGE           PIC X(60) VALUE SPACES.
001100*
001110 PROCEDURE DIVISION.
001120*================================================================
001130* 0000-MAINLINE
001140*================================================================
001150 0000-MAINLINE.
001160     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001170     PERFORM 2000-MENU-CYCLE THRU 2000-MENU-CYCLE-EXIT
001180         UNTIL NOT WS-CONTINUE-MAINT.
001190     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001200     GOBACK.
001210*
001220 1000-INITIALIZE.
001230     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
001240*    TAKE THE EXCLUSIVE HOLD FOR THE WHOLE SESSION SO AN
001250*    EMP-MAINT SESSION FILLING POSITIONS AND THIS ONE CANNOT
001260*    WORK THE FILE AT THE SAME TIME, IN EITHER ORDER
001270     MOVE "A" TO WS-FL-FUNCTION.
001280     MOVE "positionMaster" TO WS-FL-FILE-NAME.
001290     MOVE "POSMAINT" TO WS-FL-HOLDER.
001300     CALL "FILE-LOCK" USING WS-FL-FUNCTION WS-FL-FILE-NAME
001310         WS-FL-HOLDER WS-FL-REPLY WS-FL-INFO.
001320     IF WS-FL-REPLY = "N"
001330         DISPLAY "POS-MAINT: positionMaster IS "
001340             "IN USE - " WS-FL-INFO
001350         MOVE "N" TO WS-CONTINUE-SW
001360         GO TO 1000-INITIALIZE-EXIT
001370     END-IF.
001380     MOVE "Y" TO WS-LOCK-HELD-SW.
001390     OPEN I-O POSITION-MASTER.
001400     IF WS-MASTER-STATUS = "35"
001410         OPEN OUTPUT POSITION-MASTER
001420         CLOSE POSITION-MASTER
001430         OPEN I-O POSITION-MASTER
001440     END-IF.
001450     IF WS-MASTER-STATUS NOT = "00" AND NOT = "05"
001460         DISPLAY "POS-MAINT: UNABLE TO OPEN MASTER, "
001470             "STATUS = " WS-MASTER-STATUS
001471         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001472         MOVE "E" TO WS-IL-SEVERITY
001473         MOVE WS-MASTER-STATUS TO WS-IL-FILE-STATUS
001474         MOVE "UNABLE TO OPEN MASTER" TO WS-IL-MESSAGE
001475         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001480         MOVE "N" TO WS-CONTINUE-SW
001490         GO TO 1000-INITIALIZE-EXIT
001500     END-IF.
001510     MOVE "Y" TO WS-MASTER-OPENED-SW.
001520     OPEN INPUT EMPLOYEE-MASTER.
001530     IF WS-EMP-STATUS NOT = "00"
001540         DISPLAY "POS-MAINT: UNABLE TO OPEN "
001550             "employeeMaster, STATUS = " WS-EMP-STATUS
001551         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001552         MOVE "E" TO WS-IL-SEVERITY
001553         MOVE WS-EMP-STATUS TO WS-IL-FILE-STATUS
001554         MOVE "UNABLE TO OPEN employeeMaster" TO WS-IL-MESSAGE
001555         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001560         DISPLAY "POS-MAINT: RUN EMP-MAINT TO BUILD THE "
001570             "EMPLOYEE MASTER FIRST"
001580         MOVE "N" TO WS-CONTINUE-SW
001590         GO TO 1000-INITIALIZE-EXIT
001600     END-IF.
001610     MOVE "Y" TO WS-EMP-OPENED-SW.
001620     OPEN INPUT DEPT-MASTER.
001630     IF WS-DEPT-STATUS NOT = "00"
001640         DISPLAY "POS-MAINT: UNABLE TO OPEN deptMaster, "
001650             "STATUS = " WS-DEPT-STATUS
001651         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001652         MOVE "E" TO WS-IL-SEVERITY
001653         MOVE WS-DEPT-STATUS TO WS-IL-FILE-STATUS
001654         MOVE "UNABLE TO OPEN deptMaster" TO WS-IL-MESSAGE
001655         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001660         DISPLAY "POS-MAINT: RUN DEPT-MAINT TO BUILD THE "
001670             "DEPARTMENT REFERENCE FILE FIRST"
001680         MOVE "N" TO WS-CONTINUE-SW
001690         GO TO 1000-INITIALIZE-EXIT
001700     END-IF.
001710     MOVE "Y" TO WS-DEPT-OPENED-SW.
001720 1000-INITIALIZE-EXIT.
001730     EXIT.
001740*
001750 2000-MENU-CYCLE.
001760     DISPLAY "1 = ADD  2 = CHANGE  3 = DELETE  4 = LIST  "
001770         "5 = EXIT".
001780     DISPLAY "ENTER CHOICE: ".
001790     ACCEPT WS-MENU-CHOICE.
001800     EVALUATE TRUE
001810         WHEN WS-CHOICE-ADD
001820             PERFORM 3000-ADD-POSITION
001830                 THRU 3000-ADD-POSITION-EXIT
001840         WHEN WS-CHOICE-CHANGE
001850             PERFORM 4000-CHANGE-POSITION
001860                 THRU 4000-CHANGE-POSITION-EXIT
001870         WHEN WS-CHOICE-DELETE
001880             PERFORM 5000-DELETE-POSITION
001890                 THRU 5000-DELETE-POSITION-EXIT
001900         WHEN WS-CHOICE-LIST
001910             PERFORM 6000-LIST-POSITIONS
001920                 THRU 6000-LIST-POSITIONS-EXIT
001930         WHEN WS-CHOICE-EXIT
001940             MOVE "N" TO WS-CONTINUE-SW
001950         WHEN OTHER
001960             DISPLAY "INVALID CHOICE, TRY AGAIN"
001970     END-EVALUATE.
001980 2000-MENU-CYCLE-EXIT.
001990     EXIT.
002000*
002010 3000-ADD-POSITION.
002020     DISPLAY "ENTER POSITION ID (6 CHARS): ".
002030     ACCEPT WS-SEARCH-ID.
002040     IF WS-SEARCH-ID = SPACES
002050         DISPLAY "ADD REJECTED, POSITION ID REQUIRED"
002060         GO TO 3000-ADD-POSITION-EXIT
002070     END-IF.
002080     INITIALIZE POSITION-MASTER-RECORD.
002090     MOVE WS-SEARCH-ID TO POS-ID.
002100     PERFORM 7000-ENTER-POSITION THRU 7000-ENTER-POSITION-EXIT.
002110     IF NOT WS-POS-IS-VALID
002120         DISPLAY "ADD REJECTED, " WS-REJECT-REASON
002130         GO TO 3000-ADD-POSITION-EXIT
002140     END-IF.
002150     WRITE POSITION-MASTER-RECORD
002160         INVALID KEY
002170             DISPLAY "ADD FAILED, POSITION ALREADY ON "
002180                 "FILE, STATUS = " WS-MASTER-STATUS
002190         NOT INVALID KEY
002200             DISPLAY "POSITION ADDED: " POS-ID
002210             MOVE SPACES TO WS-MA-BEFORE
002220             MOVE POSITION-MASTER-RECORD TO WS-MA-AFTER
002230             MOVE POS-ID TO WS-MA-KEY
002240             MOVE "A" TO WS-MA-ACTION
002250             PERFORM 8500-WRITE-MAINT-AUDIT
002260                 THRU 8500-WRITE-MAINT-AUDIT-EXIT
002270     END-WRITE.
002280 3000-ADD-POSITION-EXIT.
002290     EXIT.
002300*
002310 4000-CHANGE-POSITION.
002320     DISPLAY "ENTER POSITION ID TO CHANGE: ".
002330     ACCEPT WS-SEARCH-ID.
002340     MOVE WS-SEARCH-ID TO POS-ID.
002350     READ POSITION-MASTER
002360         INVALID KEY
002370             DISPLAY "NO POSITION FOUND FOR ID " WS-SEARCH-ID
002380             GO TO 4000-CHANGE-POSITION-EXIT
002390     END-READ.
002400     MOVE POSITION-MASTER-RECORD TO WS-MA-BEFORE.
002410     PERFORM 6200-SHOW-POSITION THRU 6200-SHOW-POSITION-EXIT.
002420     INITIALIZE POSITION-MASTER-RECORD.
002430     MOVE WS-SEARCH-ID TO POS-ID.
002440     PERFORM 7000-ENTER-POSITION THRU 7000-ENTER-POSITION-EXIT.
002450     IF NOT WS-POS-IS-VALID
002460         DISPLAY "CHANGE REJECTED, " WS-REJECT-REASON
002470         GO TO 4000-CHANGE-POSITION-EXIT
002480     END-IF.
002490     REWRITE POSITION-MASTER-RECORD
002500         INVALID KEY
002510             DISPLAY "CHANGE FAILED, STATUS = "
002520                 WS-MASTER-STATUS
002530         NOT INVALID KEY
002540             DISPLAY "POSITION CHANGED: " POS-ID
002550             MOVE POSITION-MASTER-RECORD TO WS-MA-AFTER
002560             MOVE POS-ID TO WS-MA-KEY
002570             MOVE "C" TO WS-MA-ACTION
002580             PERFORM 8500-WRITE-MAINT-AUDIT
002590                 THRU 8500-WRITE-MAINT-AUDIT-EXIT
002600     END-REWRITE.
002610 4000-CHANGE-POSITION-EXIT.
002620     EXIT.
002630*
002640*    A FILLED POSITION MUST BE VACATED THROUGH A CHANGE FIRST
002650*    SO THE INCUMBENT IS NEVER LEFT WITHOUT A POSITION BY
002660*    ACCIDENT
002670 5000-DELETE-POSITION.
002680     DISPLAY "ENTER POSITION ID TO DELETE: ".
002690     ACCEPT WS-SEARCH-ID.
002700     MOVE WS-SEARCH-ID TO POS-ID.
002710     READ POSITION-MASTER
002720         INVALID KEY
002730             DISPLAY "NO POSITION FOUND FOR ID " WS-SEARCH-ID
002740             GO TO 5000-DELETE-POSITION-EXIT
002750     END-READ.
002760     IF NOT POS-VACANT
002770         DISPLAY "DELETE REJECTED, POSITION IS FILLED BY "
002780             "EMPLOYEE " POS-EMP-ID
002790         GO TO 5000-DELETE-POSITION-EXIT
002800     END-IF.
002810     MOVE POSITION-MASTER-RECORD TO WS-MA-BEFORE.
002820     DELETE POSITION-MASTER RECORD
002830         INVALID KEY
002840             DISPLAY "DELETE FAILED, STATUS = "
002850                 WS-MASTER-STATUS
002860         NOT INVALID KEY
002870             DISPLAY "POSITION DELETED: " WS-SEARCH-ID
002880             MOVE SPACES TO WS-MA-AFTER
002890             MOVE WS-SEARCH-ID TO WS-MA-KEY
002900             MOVE "D" TO WS-MA-ACTION
002910             PERFORM 8500-WRITE-MAINT-AUDIT
002920                 THRU 8500-WRITE-MAINT-AUDIT-EXIT
002930     END-DELETE.
002940 5000-DELETE-POSITION-EXIT.
002950     EXIT.
002960*
002970 6000-LIST-POSITIONS.
002980     MOVE "N" TO WS-LIST-EOF-SW.
002990     MOVE ZEROS TO WS-LIST-COUNT.
003000     MOVE ZEROS TO WS-VACANT-COUNT.
003010     MOVE LOW-VALUES TO POS-ID.
003020     START POSITION-MASTER KEY NOT LESS THAN POS-ID
003030         INVALID KEY MOVE "Y" TO WS-LIST-EOF-SW
003040     END-START.
003050     PERFORM 6100-LIST-ONE-POSITION
003060         THRU 6100-LIST-ONE-POSITION-EXIT
003070         UNTIL WS-END-OF-LIST.
003080     DISPLAY "POSITIONS ON FILE: " WS-LIST-COUNT
003090         "  VACANT: " WS-VACANT-COUNT.
003100 6000-LIST-POSITIONS-EXIT.
003110     EXIT.
003120*
003130 6100-LIST-ONE-POSITION.
003140     READ POSITION-MASTER NEXT RECORD
003150         AT END
003160             MOVE "Y" TO WS-LIST-EOF-SW
003170             GO TO 6100-LIST-ONE-POSITION-EXIT
003180     END-READ.
003190     PERFORM 6200-SHOW-POSITION THRU 6200-SHOW-POSITION-EXIT.
003200     ADD 1 TO WS-LIST-COUNT.
003210     IF POS-VACANT
003220         ADD 1 TO WS-VACANT-COUNT
003230     END-IF.
003240 6100-LIST-ONE-POSITION-EXIT.
003250     EXIT.
003260*
003270 6200-SHOW-POSITION.
003280     IF POS-VACANT
003290         DISPLAY POS-ID " DEPT " POS-DEPT " " POS-TITLE
003300             " BUDGET " POS-BUDGET-SALARY " FTE " POS-FTE
003310             " VACANT"
003320     ELSE
003330         DISPLAY POS-ID " DEPT " POS-DEPT " " POS-TITLE
003340             " BUDGET " POS-BUDGET-SALARY " FTE " POS-FTE
003350             " FILLED BY " POS-EMP-ID
003360     END-IF.
003370 6200-SHOW-POSITION-EXIT.
003380     EXIT.
003390*
003400*================================================================
003410* 7000-ENTER-POSITION - TAKES THE POSITION DETAILS FROM THE
003420* CONSOLE AND PROVES THEM. WS-POS-VALID-SW IS "Y" ONLY WHEN
003430* EVERY FIELD IS GOOD AND ANY INCUMBENT MAY FILL THE POSITION.
003440*================================================================
003450 7000-ENTER-POSITION.
003460     MOVE "N" TO WS-POS-VALID-SW.
003470     MOVE SPACES TO WS-REJECT-REASON.
003480     DISPLAY "ENTER DEPARTMENT: ".
003490     ACCEPT POS-DEPT.
003500     DISPLAY "ENTER POSITION TITLE: ".
003510     ACCEPT POS-TITLE.
003520     DISPLAY "ENTER ANNUAL BUDGETED SALARY (WHOLE DOLLARS, "
003530         "NNNNNNN): ".
003540     ACCEPT WS-BUDGET-ENTRY.
003550     DISPLAY "ENTER FTE AS NNN (100 = 1.00): ".
003560     ACCEPT WS-FTE-ENTRY.
003570     DISPLAY "ENTER EMPLOYEE FILLING IT (BLANK = VACANT): ".
003580     ACCEPT POS-EMP-ID.
003590     MOVE POS-DEPT TO DPT-DEPT-CODE.
003600     READ DEPT-MASTER
003610         INVALID KEY
003620             MOVE "DEPT NOT ON deptMaster" TO WS-REJECT-REASON
003630             GO TO 7000-ENTER-POSITION-EXIT
003640     END-READ.
003650     IF WS-BUDGET-ENTRY NOT NUMERIC OR WS-BUDGET-ENTRY = ZERO
003660         MOVE "BUDGETED SALARY MISSING OR NOT NUMERIC"
003670             TO WS-REJECT-REASON
003680         GO TO 7000-ENTER-POSITION-EXIT
003690     END-IF.
003700     MOVE WS-BUDGET-ENTRY TO POS-BUDGET-SALARY.
003710     IF WS-FTE-ENTRY NOT NUMERIC OR WS-FTE-ENTRY = ZERO
003720             OR WS-FTE-ENTRY > 100
003730         MOVE "FTE MUST BE 001 TO 100" TO WS-REJECT-REASON
003740         GO TO 7000-ENTER-POSITION-EXIT
003750     END-IF.
003760     COMPUTE POS-FTE = WS-FTE-ENTRY / 100.
003770     MOVE WS-SYSTEM-DATE TO POS-UPDATED-DATE.
003780     IF NOT POS-VACANT
003790         PERFORM 7100-CHECK-INCUMBENT
003800             THRU 7100-CHECK-INCUMBENT-EXIT
003810         IF WS-REJECT-REASON NOT = SPACES
003820             GO TO 7000-ENTER-POSITION-EXIT
003830         END-IF
003840     END-IF.
003850     MOVE "Y" TO WS-POS-VALID-SW.
003860 7000-ENTER-POSITION-EXIT.
003870     EXIT.
003880*
003890 7100-CHECK-INCUMBENT.
003900     MOVE POS-EMP-ID TO EMP-MST-ID.
003910     READ EMPLOYEE-MASTER
003920         INVALID KEY
003930             MOVE "EMPLOYEE NOT ON employeeMaster"
003940                 TO WS-REJECT-REASON
003950             GO TO 7100-CHECK-INCUMBENT-EXIT
003960     END-READ.
003970     IF NOT EMP-MST-ACTIVE
003980         MOVE "EMPLOYEE IS NOT ACTIVE" TO WS-REJECT-REASON
003990         GO TO 7100-CHECK-INCUMBENT-EXIT
004000     END-IF.
004010     IF EMP-MST-DEPT NOT = POS-DEPT
004020         MOVE "EMPLOYEE BELONGS TO ANOTHER DEPARTMENT"
004030             TO WS-REJECT-REASON
004040         GO TO 7100-CHECK-INCUMBENT-EXIT
004050     END-IF.
004060*    ONE EMPLOYEE, ONE POSITION - SCAN THE FILE FOR ANOTHER
004070*    POSITION ALREADY HELD, KEEPING THE ENTERED RECORD ASIDE
004080*    WHILE THE RECORD AREA IS IN USE
004090     MOVE POSITION-MASTER-RECORD TO WS-POS-SAVE.
004100     MOVE POS-ID TO WS-SAVE-POS-ID.
004110     MOVE POS-EMP-ID TO WS-SAVE-EMP-ID.
004120     MOVE "N" TO WS-SCAN-EOF-SW.
004130     MOVE LOW-VALUES TO POS-ID.
004140     START POSITION-MASTER KEY NOT LESS THAN POS-ID
004150         INVALID KEY MOVE "Y" TO WS-SCAN-EOF-SW
004160     END-START.
004170     PERFORM 7110-SCAN-ONE-POSITION
004180         THRU 7110-SCAN-ONE-POSITION-EXIT
004190         UNTIL WS-END-OF-SCAN.
004200     MOVE WS-POS-SAVE TO POSITION-MASTER-RECORD.
004210 7100-CHECK-INCUMBENT-EXIT.
004220     EXIT.
004230*
004240 7110-SCAN-ONE-POSITION.
004250     READ POSITION-MASTER NEXT RECORD
004260         AT END
004270             MOVE "Y" TO WS-SCAN-EOF-SW
004280             GO TO 7110-SCAN-ONE-POSITION-EXIT
004290     END-READ.
004300     IF POS-EMP-ID = WS-SAVE-EMP-ID
004310             AND POS-ID NOT = WS-SAVE-POS-ID
004320         MOVE "EMPLOYEE ALREADY FILLS ANOTHER POSITION"
004330             TO WS-REJECT-REASON
004340         DISPLAY "EMPLOYEE FILLS POSITION " POS-ID
004350         MOVE "Y" TO WS-SCAN-EOF-SW
004360     END-IF.
004370 7110-SCAN-ONE-POSITION-EXIT.
004380     EXIT.
004390*
004400 8500-WRITE-MAINT-AUDIT.
004410     CALL "MAINT-AUDIT" USING WS-MA-FILE WS-MA-ACTION
004420         WS-MA-KEY WS-MA-BEFORE WS-MA-AFTER.
004430 8500-WRITE-MAINT-AUDIT-EXIT.
004440     EXIT.
004450*
004451 8900-LOG-INCIDENT.
004452     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
004453         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
004454         WS-IL-MESSAGE.
004455 8900-LOG-INCIDENT-EXIT.
004456     EXIT.
004457*
004460 9000-TERMINATE.
004470     IF WS-LOCK-IS-HELD
004480         MOVE "R" TO WS-FL-FUNCTION
004490         MOVE "positionMaster" TO WS-FL-FILE-NAME
004500         MOVE "POSMAINT" TO WS-FL-HOLDER
004510         CALL "FILE-LOCK" USING WS-FL-FUNCTION
004520             WS-FL-FILE-NAME WS-FL-HOLDER
004530             WS-FL-REPLY WS-FL-INFO
004540     END-IF.
004550     IF WS-MASTER-IS-OPENED
004560         CLOSE POSITION-MASTER
004570     END-IF.
004580     IF WS-EMP-IS-OPENED
004590         CLOSE EMPLOYEE-MASTER
004600     END-IF.
004610     IF WS-DEPT-IS-OPENED
004620         CLOSE DEPT-MASTER
004630     END-IF.
004640 9000-TERMINATE-EXIT.
004650     EXIT.
004660*
004670 END PROGRAM POS-MAINT.
