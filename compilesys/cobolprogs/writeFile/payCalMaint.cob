000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PCAL-MAINT.
000030 AUTHOR. REGISTRAR-SYSTEMS-GROUP.
000040 INSTALLATION. REGISTRARS-OFFICE.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED. 2026-10-14.
000070*================================================================
000080* MODIFICATION HISTORY
000090*   2026-10-14  RSG  INITIAL VERSION - ADD/CHANGE/DELETE/LIST
000100*                    MAINTENANCE AGAINST THE PAY CALENDAR. ONE
000110*                    RECORD PER PAY GROUP AND CHECK DATE WITH
000120*                    THE PERIOD BEGIN AND END DATES. DATES MUST
000130*                    BE YYYYMMDD, THE PERIOD MUST END ON OR
000140*                    AFTER IT BEGINS AND THE CHECK DATE MAY NOT
000150*                    FALL BEFORE THE PERIOD BEGINS. A PERIOD
000160*                    OVERLAPPING ANOTHER PERIOD OF THE SAME
000170*                    GROUP IS REJECTED. HOLDS THE SHARED
000180*                    FILE-LOCK FOR THE SESSION AND AUDITS EVERY
000190*                    CHANGE TO maintAudit.
000192*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000194*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000200*================================================================
000210*
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT PAY-CALENDAR ASSIGN TO DISK
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS DYNAMIC
000290         RECORD KEY IS PCL-KEY
000300         FILE STATUS IS WS-MASTER-STATUS.
000310*
000320 DATA DIVISION.
000330 FILE SECTION.
000340*
000350 FD  PAY-CALENDAR
000360     LABEL RECORDS ARE STANDARD
000370     VALUE OF FILE-ID IS "payCalendar".
000380     COPY "paycal.cpy".
000390*
000400 WORKING-STORAGE SECTION.
000410*----------------------------------------------------------------
000420* SWITCHES, STATUS FIELDS, AND MENU CONTROL
000430*----------------------------------------------------------------
000440 77  WS-MASTER-STATUS        PIC X(02) VALUE "00".
000450 77  WS-CONTINUE-SW          PIC X(01) VALUE "Y".
000460     88  WS-CONTINUE-MAINT       VALUE "Y".
000470 77  WS-MENU-CHOICE          PIC X(01) VALUE SPACES.
000480     88  WS-CHOICE-ADD           VALUE "1".
000490     88  WS-CHOICE-CHANGE        VALUE "2".
000500     88  WS-CHOICE-DELETE        VALUE "3".
000510     88  WS-CHOICE-LIST          VALUE "4".
000520     88  WS-CHOICE-EXIT          VALUE "5".
000530 77  WS-SEARCH-GROUP         PIC X(02) VALUE SPACES.
000540 77  WS-SEARCH-DATE          PIC X(08) VALUE SPACES.
000550 77  WS-LIST-EOF-SW          PIC X(01) VALUE "N".
000560     88  WS-END-OF-LIST          VALUE "Y".
000570 77  WS-LIST-COUNT           PIC 9(05) VALUE ZEROS.
000580 77  WS-SYSTEM-DATE          PIC 9(08) VALUE ZEROS.
000590 77  WS-MASTER-OPENED-SW     PIC X(01) VALUE "N".
000600     88  WS-MASTER-IS-OPENED     VALUE "Y".
000610 77  WS-PERIOD-VALID-SW      PIC X(01) VALUE "N".
000620     88  WS-PERIOD-IS-VALID      VALUE "Y".
000630 77  WS-SCAN-EOF-SW          PIC X(01) VALUE "N".
000640     88  WS-END-OF-SCAN          VALUE "Y".
000650 77  WS-REJECT-REASON        PIC X(40) VALUE SPACES.
000660 77  WS-CAL-SAVE             PIC X(34) VALUE SPACES.
000670 77  WS-SAVE-GROUP           PIC X(02) VALUE SPACES.
000680 77  WS-SAVE-CHECK-DATE      PIC X(08) VALUE SPACES.
000690 77  WS-SAVE-BEGIN           PIC X(08) VALUE SPACES.
000700 77  WS-SAVE-END             PIC X(08) VALUE SPACES.
000710 77  WS-FL-FUNCTION          PIC X(01) VALUE SPACES.
000720 77  WS-FL-FILE-NAME         PIC X(14) VALUE SPACES.
000730 77  WS-FL-HOLDER            PIC X(08) VALUE SPACES.
000740 77  WS-FL-REPLY             PIC X(01) VALUE "Y".
000750 77  WS-FL-INFO              PIC X(40) VALUE SPACES.
000760 77  WS-LOCK-HELD-SW         PIC X(01) VALUE "N".
000770     88  WS-LOCK-IS-HELD         VALUE "Y".
000780 77  WS-MA-FILE              PIC X(12) VALUE "payCalendar".
000790 77  WS-MA-ACTION            PIC X(01) VALUE SPACE.
000800 77  WS-MA-KEY               PIC X(20) VALUE SPACES.
000810 77  WS-MA-BEFORE            PIC X(80) VALUE SPACES.
000820 77  WS-MA-AFTER             PIC X(80) VALUE SPACES.
000821*----------------------------------------------------------------
000822* INCIDENT LOG CALL FIELDS
000823*----------------------------------------------------------------
000824 77  WS-IL-PROGRAM           PIC X(20) VALUE "PCAL-MAINT".
000825 77  WS-IL-STEP              PIC X(08) VALUE SPACES.
000826 77  WS-IL-PARAGRAPH         PIC X(30) VALUE SPACES.
000827 77  WS-IL-SEVERITY          PIC X(01) VALUE SPACES.
000828 77  WS-IL-FILE-STATUS       PIC X(02) VALUE SPACES.
000829 77  WS-IL-MESSAGE           PIC X(60) VALUE SPACES.
000830*
000840 PROCEDURE DIVISION.
000850*================================================================
000860* 0000-MAINLINE
000870*================================================================
000880 0000-MAINLINE.
000890     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000900     PERFORM 2000-MENU-CYCLE THRU 2000-MENU-CYCLE-EXIT
000910         UNTIL NOT WS-CONTINUE-MAINT.
000920     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
000930     GOBACK.
000940*
000950 1000-INITIALIZE.
000960     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
000970*    TAKE THE EXCLUSIVE HOLD FOR THE WHOLE SESSION SO THE
000980*    CALENDAR CANNOT CHANGE UNDER A PAYROLL PASS IN PROGRESS
000990     MOVE "A" TO WS-FL-FUNCTION.
001000     MOVE "payCalendar" TO WS-FL-FILE-NAME.
001010     MOVE "PCALMANT" TO WS-FL-HOLDER.
001020     CALL "FILE-LOCK" USING WS-FL-FUNCTION WS-FL-FILE-NAME
001030         WS-FL-HOLDER WS-FL-REPLY WS-FL-INFO.
001040     IF WS-FL-REPLY = "N"
001050         DISPLAY "PCAL-MAINT: payCalendar IS "
001060             "IN USE - " WS-FL-INFO
001070         MOVE "N" TO WS-CONTINUE-SW
001080         GO TO 1000-INITIALIZE-EXIT
001090     END-IF.
001100     MOVE "Y" TO WS-LOCK-HELD-SW.
001110     OPEN I-O PAY-CALENDAR.
001120     IF WS-MASTER-STATUS = "35"
001130         OPEN OUTPUT PAY-CALENDAR
001140         CLOSE PAY-CALENDAR
001150         OPEN I-O PAY-CALENDAR
001160     END-IF.
001170     IF WS-MASTER-STATUS NOT = "00" AND NOT = "05"
001180         DISPLAY "PCAL-MAINT: UNABLE TO OPEN payCalendar, "
001190             "STATUS = " WS-MASTER-STATUS
001191         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001192         MOVE "E" TO WS-IL-SEVERITY
001193         MOVE WS-MASTER-STATUS TO WS-IL-FILE-STATUS
001194         MOVE "UNABLE TO OPEN payCalendar" TO WS-IL-MESSAGE
001195         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001200         MOVE "N" TO WS-CONTINUE-SW
001210         GO TO 1000-INITIALIZE-EXIT
001220     END-IF.
001230     MOVE "Y" TO WS-MASTER-OPENED-SW.
001240 1000-INITIALIZE-EXIT.
001250     EXIT.
001260*
001270 2000-MENU-CYCLE.
001280     DISPLAY "1 = ADD  2 = CHANGE  3 = DELETE  4 = LIST  "
001290         "5 = EXIT".
001300     DISPLAY "ENTER CHOICE: ".
001310     ACCEPT WS-MENU-CHOICE.
001320     EVALUATE TRUE
001330         WHEN WS-CHOICE-ADD
001340             PERFORM 3000-ADD-PERIOD
001350                 THRU 3000-ADD-PERIOD-EXIT
001360         WHEN WS-CHOICE-CHANGE
001370             PERFORM 4000-CHANGE-PERIOD
001380                 THRU 4000-CHANGE-PERIOD-EXIT
001390         WHEN WS-CHOICE-DELETE
001400             PERFORM 5000-DELETE-PERIOD
001410                 THRU 5000-DELETE-PERIOD-EXIT
001420         WHEN WS-CHOICE-LIST
001430             PERFORM 6000-LIST-PERIODS
001440                 THRU 6000-LIST-PERIODS-EXIT
001450         WHEN WS-CHOICE-EXIT
001460             MOVE "N" TO WS-CONTINUE-SW
001470         WHEN OTHER
001480             DISPLAY "INVALID CHOICE, TRY AGAIN"
001490     END-EVALUATE.
001500 2000-MENU-CYCLE-EXIT.
001510     EXIT.
001520*
001530 3000-ADD-PERIOD.
001540     PERFORM 7200-ENTER-KEY THRU 7200-ENTER-KEY-EXIT.
001550     IF WS-SEARCH-GROUP = SPACES
001560             OR WS-SEARCH-DATE NOT NUMERIC
001570         DISPLAY "ADD REJECTED, PAY GROUP AND CHECK DATE "
001580             "(YYYYMMDD) REQUIRED"
001590         GO TO 3000-ADD-PERIOD-EXIT
001600     END-IF.
001610     INITIALIZE PAY-CALENDAR-RECORD.
001620     MOVE WS-SEARCH-GROUP TO PCL-PAY-GROUP.
001630     MOVE WS-SEARCH-DATE TO PCL-CHECK-DATE.
001640     PERFORM 7000-ENTER-PERIOD THRU 7000-ENTER-PERIOD-EXIT.
001650     IF NOT WS-PERIOD-IS-VALID
001660         DISPLAY "ADD REJECTED, " WS-REJECT-REASON
001670         GO TO 3000-ADD-PERIOD-EXIT
001680     END-IF.
001690     WRITE PAY-CALENDAR-RECORD
001700         INVALID KEY
001710             DISPLAY "ADD FAILED, CHECK DATE ALREADY ON "
001720                 "FILE, STATUS = " WS-MASTER-STATUS
001730         NOT INVALID KEY
001740             DISPLAY "PERIOD ADDED: " PCL-PAY-GROUP " "
001750                 PCL-CHECK-DATE
001760             MOVE SPACES TO WS-MA-BEFORE
001770             MOVE PAY-CALENDAR-RECORD TO WS-MA-AFTER
001780             MOVE PCL-KEY TO WS-MA-KEY
001790             MOVE "A" TO WS-MA-ACTION
001800             PERFORM 8500-WRITE-MAINT-AUDIT
001810                 THRU 8500-WRITE-MAINT-AUDIT-EXIT
001820     END-WRITE.
001830 3000-ADD-PERIOD-EXIT.
001840     EXIT.
001850*
001860 4000-CHANGE-PERIOD.
001870     PERFORM 7200-ENTER-KEY THRU 7200-ENTER-KEY-EXIT.
001880     MOVE WS-SEARCH-GROUP TO PCL-PAY-GROUP.
001890     MOVE WS-SEARCH-DATE TO PCL-CHECK-DATE.
001900     READ PAY-CALENDAR
001910         INVALID KEY
001920             DISPLAY "NO PERIOD FOUND FOR " WS-SEARCH-GROUP
001930                 " " WS-SEARCH-DATE
001940             GO TO 4000-CHANGE-PERIOD-EXIT
001950     END-READ.
001960     MOVE PAY-CALENDAR-RECORD TO WS-MA-BEFORE.
001970     PERFORM 6200-SHOW-PERIOD THRU 6200-SHOW-PERIOD-EXIT.
001980     INITIALIZE PAY-CALENDAR-RECORD.
001990     MOVE WS-SEARCH-GROUP TO PCL-PAY-GROUP.
002000     MOVE WS-SEARCH-DATE TO PCL-CHECK-DATE.
002010     PERFORM 7000-ENTER-PERIOD THRU 7000-ENTER-PERIOD-EXIT.
002020     IF NOT WS-PERIOD-IS-VALID
002030         DISPLAY "CHANGE REJECTED, " WS-REJECT-REASON
002040         GO TO 4000-CHANGE-PERIOD-EXIT
002050     END-IF.
002060     REWRITE PAY-CALENDAR-RECORD
002070         INVALID KEY
002080             DISPLAY "CHANGE FAILED, STATUS = "
002090                 WS-MASTER-STATUS
002100         NOT INVALID KEY
002110             DISPLAY "PERIOD CHANGED: " PCL-PAY-GROUP " "
002120                 PCL-CHECK-DATE
002130             MOVE PAY-CALENDAR-RECORD TO WS-MA-AFTER
002140             MOVE PCL-KEY TO WS-MA-KEY
002150             MOVE "C" TO WS-MA-ACTION
002160             PERFORM 8500-WRITE-MAINT-AUDIT
002170                 THRU 8500-WRITE-MAINT-AUDIT-EXIT
002180     END-REWRITE.
002190 4000-CHANGE-PERIOD-EXIT.
002200     EXIT.
002210*
002220 5000-DELETE-PERIOD.
002230     PERFORM 7200-ENTER-KEY THRU 7200-ENTER-KEY-EXIT.
002240     MOVE WS-SEARCH-GROUP TO PCL-PAY-GROUP.
002250     MOVE WS-SEARCH-DATE TO PCL-CHECK-DATE.
002260     READ PAY-CALENDAR
002270         INVALID KEY
002280             DISPLAY "NO PERIOD FOUND FOR " WS-SEARCH-GROUP
002290                 " " WS-SEARCH-DATE
002300             GO TO 5000-DELETE-PERIOD-EXIT
002310     END-READ.
002320*    A CHECK DATE ALREADY REACHED HAS BEEN PAID - DELETING IT
002330*    WOULD CHANGE THE PERIOD COUNT THE YEAR WAS TAXED ON
002340     IF PCL-CHECK-DATE NOT > WS-SYSTEM-DATE
002350         DISPLAY "DELETE REJECTED, CHECK DATE " PCL-CHECK-DATE
002360             " HAS ALREADY BEEN REACHED"
002370         GO TO 5000-DELETE-PERIOD-EXIT
002380     END-IF.
002390     MOVE PAY-CALENDAR-RECORD TO WS-MA-BEFORE.
002400     DELETE PAY-CALENDAR RECORD
002410         INVALID KEY
002420             DISPLAY "DELETE FAILED, STATUS = "
002430                 WS-MASTER-STATUS
002440         NOT INVALID KEY
002450             DISPLAY "PERIOD DELETED: " WS-SEARCH-GROUP " "
002460                 WS-SEARCH-DATE
002470             MOVE SPACES TO WS-MA-AFTER
002480             MOVE PCL-KEY TO WS-MA-KEY
002490             MOVE "D" TO WS-MA-ACTION
002500             PERFORM 8500-WRITE-MAINT-AUDIT
002510                 THRU 8500-WRITE-MAINT-AUDIT-EXIT
002520     END-DELETE.
002530 5000-DELETE-PERIOD-EXIT.
002540     EXIT.
002550*
002560*    A BLANK GROUP LISTS THE WHOLE CALENDAR
002570 6000-LIST-PERIODS.
002580     DISPLAY "ENTER PAY GROUP (BLANK = ALL): ".
002590     ACCEPT WS-SEARCH-GROUP.
002600     MOVE "N" TO WS-LIST-EOF-SW.
002610     MOVE ZEROS TO WS-LIST-COUNT.
002620     MOVE WS-SEARCH-GROUP TO PCL-PAY-GROUP.
002630     MOVE LOW-VALUES TO PCL-CHECK-DATE.
002640     IF WS-SEARCH-GROUP = SPACES
002650         MOVE LOW-VALUES TO PCL-KEY
002660     END-IF.
002670     START PAY-CALENDAR KEY NOT LESS THAN PCL-KEY
002680         INVALID KEY MOVE "Y" TO WS-LIST-EOF-SW
002690     END-START.
002700     PERFORM 6100-LIST-ONE-PERIOD
002710         THRU 6100-LIST-ONE-PERIOD-EXIT
002720         UNTIL WS-END-OF-LIST.
002730     DISPLAY "PERIODS LISTED: " WS-LIST-COUNT.
002740 6000-LIST-PERIODS-EXIT.
002750     EXIT.
002760*
002770 6100-LIST-ONE-PERIOD.
002780     READ PAY-CALENDAR NEXT RECORD
002790         AT END
002800             MOVE "Y" TO WS-LIST-EOF-SW
002810             GO TO 6100-LIST-ONE-PERIOD-EXIT
002820     END-READ.
002830     IF WS-SEARCH-GROUP NOT = SPACES
002840             AND PCL-PAY-GROUP NOT = WS-SEARCH-GROUP
002850         MOVE "Y" TO WS-LIST-EOF-SW
002860         GO TO 6100-LIST-ONE-PERIOD-EXIT
002870     END-IF.
002880     PERFORM 6200-SHOW-PERIOD THRU 6200-SHOW-PERIOD-EXIT.
002890     ADD 1 TO WS-LIST-COUNT.
002900 6100-LIST-ONE-PERIOD-EXIT.
002910     EXIT.
002920*
002930 6200-SHOW-PERIOD.
002940     DISPLAY "GROUP " PCL-PAY-GROUP " CHECK " PCL-CHECK-DATE
002950         " PERIOD " PCL-PERIOD-BEGIN " - " PCL-PERIOD-END.
002960 6200-SHOW-PERIOD-EXIT.
002970     EXIT.
002980*
002990*================================================================
003000* 7000-ENTER-PERIOD - TAKES THE PERIOD DATES FROM THE CONSOLE
003010* AND PROVES THEM. WS-PERIOD-VALID-SW IS "Y" ONLY WHEN THE
003020* DATES ARE GOOD AND THE PERIOD OVERLAPS NO OTHER PERIOD OF
003030* THE SAME PAY GROUP.
003040*================================================================
003050 7000-ENTER-PERIOD.
003060     MOVE "N" TO WS-PERIOD-VALID-SW.
003070     MOVE SPACES TO WS-REJECT-REASON.
003080     DISPLAY "ENTER PERIOD BEGIN DATE (YYYYMMDD): ".
003090     ACCEPT PCL-PERIOD-BEGIN.
003100     DISPLAY "ENTER PERIOD END DATE (YYYYMMDD): ".
003110     ACCEPT PCL-PERIOD-END.
003120     IF PCL-PERIOD-BEGIN NOT NUMERIC
003130             OR PCL-PERIOD-END NOT NUMERIC
003140         MOVE "PERIOD DATES MUST BE YYYYMMDD"
003150             TO WS-REJECT-REASON
003160         GO TO 7000-ENTER-PERIOD-EXIT
003170     END-IF.
003180     IF PCL-PERIOD-END < PCL-PERIOD-BEGIN
003190         MOVE "PERIOD ENDS BEFORE IT BEGINS"
003200             TO WS-REJECT-REASON
003210         GO TO 7000-ENTER-PERIOD-EXIT
003220     END-IF.
003230     IF PCL-CHECK-DATE < PCL-PERIOD-BEGIN
003240         MOVE "CHECK DATE FALLS BEFORE THE PERIOD BEGINS"
003250             TO WS-REJECT-REASON
003260         GO TO 7000-ENTER-PERIOD-EXIT
003270     END-IF.
003280     MOVE WS-SYSTEM-DATE TO PCL-UPDATED-DATE.
003290     PERFORM 7100-CHECK-OVERLAP THRU 7100-CHECK-OVERLAP-EXIT.
003300     IF WS-REJECT-REASON NOT = SPACES
003310         GO TO 7000-ENTER-PERIOD-EXIT
003320     END-IF.
003330     MOVE "Y" TO WS-PERIOD-VALID-SW.
003340 7000-ENTER-PERIOD-EXIT.
003350     EXIT.
003360*
003370*    SCAN THE GROUP'S OTHER PERIODS, KEEPING THE ENTERED RECORD
003380*    ASIDE WHILE THE RECORD AREA IS IN USE
003390 7100-CHECK-OVERLAP.
003400     MOVE PAY-CALENDAR-RECORD TO WS-CAL-SAVE.
003410     MOVE PCL-PAY-GROUP TO WS-SAVE-GROUP.
003420     MOVE PCL-CHECK-DATE TO WS-SAVE-CHECK-DATE.
003430     MOVE PCL-PERIOD-BEGIN TO WS-SAVE-BEGIN.
003440     MOVE PCL-PERIOD-END TO WS-SAVE-END.
003450     MOVE "N" TO WS-SCAN-EOF-SW.
003460     MOVE LOW-VALUES TO PCL-CHECK-DATE.
003470     START PAY-CALENDAR KEY NOT LESS THAN PCL-KEY
003480         INVALID KEY MOVE "Y" TO WS-SCAN-EOF-SW
003490     END-START.
003500     PERFORM 7110-SCAN-ONE-PERIOD
003510         THRU 7110-SCAN-ONE-PERIOD-EXIT
003520         UNTIL WS-END-OF-SCAN.
003530     MOVE WS-CAL-SAVE TO PAY-CALENDAR-RECORD.
003540 7100-CHECK-OVERLAP-EXIT.
003550     EXIT.
003560*
003570 7110-SCAN-ONE-PERIOD.
003580     READ PAY-CALENDAR NEXT RECORD
003590         AT END
003600             MOVE "Y" TO WS-SCAN-EOF-SW
003610             GO TO 7110-SCAN-ONE-PERIOD-EXIT
003620     END-READ.
003630     IF PCL-PAY-GROUP NOT = WS-SAVE-GROUP
003640         MOVE "Y" TO WS-SCAN-EOF-SW
003650         GO TO 7110-SCAN-ONE-PERIOD-EXIT
003660     END-IF.
003670     IF PCL-CHECK-DATE = WS-SAVE-CHECK-DATE
003680         GO TO 7110-SCAN-ONE-PERIOD-EXIT
003690     END-IF.
003700     IF PCL-PERIOD-BEGIN NOT > WS-SAVE-END
003710             AND PCL-PERIOD-END NOT < WS-SAVE-BEGIN
003720         MOVE "PERIOD OVERLAPS ANOTHER PERIOD OF THE GROUP"
003730             TO WS-REJECT-REASON
003740         DISPLAY "OVERLAPS THE PERIOD PAID " PCL-CHECK-DATE
003750         MOVE "Y" TO WS-SCAN-EOF-SW
003760     END-IF.
003770 7110-SCAN-ONE-PERIOD-EXIT.
003780     EXIT.
003790*
003800 7200-ENTER-KEY.
003810     DISPLAY "ENTER PAY GROUP (2 CHARS): ".
003820     ACCEPT WS-SEARCH-GROUP.
003830     DISPLAY "ENTER CHECK DATE (YYYYMMDD): ".
003840     ACCEPT WS-SEARCH-DATE.
003850 7200-ENTER-KEY-EXIT.
003860     EXIT.
003870*
003880 8500-WRITE-MAINT-AUDIT.
003890     CALL "MAINT-AUDIT" USING WS-MA-FILE WS-MA-ACTION
003900         WS-MA-KEY WS-MA-BEFORE WS-MA-AFTER.
003910 8500-WRITE-MAINT-AUDIT-EXIT.
003920     EXIT.
003930*
003931 8900-LOG-INCIDENT.
003932     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
003933         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
003934         WS-IL-MESSAGE.
003935 8900-LOG-INCIDENT-EXIT.
003936     EXIT.
003937*
003940 9000-TERMINATE.
003950     IF WS-LOCK-IS-HELD
003960         MOVE "R" TO WS-FL-FUNCTION
003970         MOVE "payCalendar" TO WS-FL-FILE-NAME
003980         MOVE "PCALMANT" TO WS-FL-HOLDER
003990         CALL "FILE-LOCK" USING WS-FL-FUNCTION
004000             WS-FL-FILE-NAME WS-FL-HOLDER
004010             WS-FL-REPLY WS-FL-INFO
004020     END-IF.
004030     IF WS-MASTER-IS-OPENED
004040         CLOSE PAY-CALENDAR
004050     END-IF.
004060 9000-TERMINATE-EXIT.
004070     EXIT.
004080*
004090 END PROGRAM PCAL-MAINT.
