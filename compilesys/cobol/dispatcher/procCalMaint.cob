000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRCL-MAINT.
000030 AUTHOR. REGISTRAR-SYSTEMS-GROUP.
000040 INSTALLATION. REGISTRARS-OFFICE.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED. 2026-10-14.
000070*================================================================
000080* MODIFICATION HISTORY
000090*   2026-10-14  RSG  INITIAL VERSION - MAINTENANCE AGAINST THE
000100*                    PROCESSING CALENDAR. ADD/CHANGE/DELETE/
000110*                    LIST ONE DATE AT A TIME, ENTERING ITS
000120*                    CYCLE CODES (D P M T Y H). A HOLIDAY MAY
000130*                    CARRY NO OTHER CYCLE. GENERATE BUILDS A
000140*                    WHOLE YEAR: EVERY DATE DAILY, THE LAST
000150*                    DAY OF EACH MONTH MONTH-END, DECEMBER 31
000160*                    YEAR-END, EVERY PAY PERIOD END ON
000170*                    payCalendar PAY-END AND EVERY GRADES-DUE
000180*                    DATE ON academicCalendar TERM-END. DATES
000190*                    ALREADY ON FILE KEEP WHAT THEY HAVE
000200*                    APART FROM THE ADDED CYCLE, AND A CYCLE
000210*                    LANDING ON A HOLIDAY IS REPORTED FOR THE
000220*                    OPERATOR TO PLACE BY HAND. HOLDS THE
000230*                    SHARED FILE-LOCK FOR THE SESSION AND
000240*                    AUDITS EVERY CHANGE TO maintAudit.
000242*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000244*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000250*================================================================
000260*
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT PROC-CALENDAR ASSIGN TO DISK
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS PRC-DATE
000350         FILE STATUS IS WS-MASTER-STATUS.
000360     SELECT PAY-CALENDAR ASSIGN TO DISK
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS SEQUENTIAL
000390         RECORD KEY IS PCL-KEY
000400         FILE STATUS IS WS-PCL-STATUS.
000410     SELECT CALENDAR-MASTER ASSIGN TO DISK
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS SEQUENTIAL
000440         RECORD KEY IS CAL-TERM-CODE
000450         FILE STATUS IS WS-CAL-STATUS.
000460*
000470 DATA DIVISION.
000480 FILE SECTION.
000490*
000500 FD  PROC-CALENDAR
000510     LABEL RECORDS ARE STANDARD
000520     VALUE OF FILE-ID IS "procCalendar".
000530     COPY "proccal.cpy".
000540*
000550 FD  PAY-CALENDAR
000560     LABEL RECORDS ARE STANDARD
000570     VALUE OF FILE-ID IS "payCalendar".
000580     COPY "paycal.cpy".
000590*
000600 FD  CALENDAR-MASTER
000610     LABEL RECORDS ARE STANDARD
000620     VALUE OF FILE-ID IS "academicCalendar".
000630     COPY "acadcal.cpy".
000640*
000650 WORKING-STORAGE SECTION.
000660*----------------------------------------------------------------
000670* CYCLE CODES AND NAMES - SAME ORDER AS PRC-CYCLE-FLAG
000680*----------------------------------------------------------------
000690 01  WS-CYCLE-CODE-VALUES        PIC X(06) VALUE "DPMTYH".
000700 01  WS-CYCLE-CODE-TABLE REDEFINES WS-CYCLE-CODE-VALUES.
000710     05  WS-CYCLE-CODE           PIC X(01) OCCURS 6 TIMES.
000720 01  WS-CYCLE-NAME-VALUES.
000730     05  FILLER                  PIC X(10) VALUE "DAILY".
000740     05  FILLER                  PIC X(10) VALUE "PAY-END".
000750     05  FILLER                  PIC X(10) VALUE "MONTH-END".
000760     05  FILLER                  PIC X(10) VALUE "TERM-END".
000770     05  FILLER                  PIC X(10) VALUE "YEAR-END".
000780     05  FILLER                  PIC X(10) VALUE "HOLIDAY".
000790 01  WS-CYCLE-NAME-TABLE REDEFINES WS-CYCLE-NAME-VALUES.
000800     05  WS-CYCLE-NAME           PIC X(10) OCCURS 6 TIMES.
000810*----------------------------------------------------------------
000820* DAYS IN EACH MONTH (FEBRUARY ADJUSTED FOR LEAP YEARS)
000830*----------------------------------------------------------------
000840 01  WS-MONTH-DAY-VALUES         PIC X(24)
000850         VALUE "312831303130313130313031".
000860 01  WS-MONTH-DAY-TABLE REDEFINES WS-MONTH-DAY-VALUES.
000870     05  WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.
000880*----------------------------------------------------------------
000890* SWITCHES, STATUS FIELDS, AND MENU CONTROL
000900*----------------------------------------------------------------
000910 77  WS-MASTER-STATUS        PIC X(02) VALUE "00".
000920 77  WS-PCL-STATUS           PIC X(02) VALUE "00".
000930 77  WS-CAL-STATUS           PIC X(02) VALUE "00".
000940 77  WS-CONTINUE-SW          PIC X(01) VALUE "Y".
000950     88  WS-CONTINUE-MAINT       VALUE "Y".
000960 77  WS-MENU-CHOICE          PIC X(01) VALUE SPACES.
000970     88  WS-CHOICE-ADD           VALUE "1".
000980     88  WS-CHOICE-CHANGE        VALUE "2".
000990     88  WS-CHOICE-DELETE        VALUE "3".
001000     88  WS-CHOICE-LIST          VALUE "4".
001010     88  WS-CHOICE-GENERATE      VALUE "5".
001020     88  WS-CHOICE-EXIT          VALUE "6".
001030 77  WS-SEARCH-DATE          PIC X(08) VALUE SPACES.
001040 77  WS-LIST-EOF-SW          PIC X(01) VALUE "N".
001050     88  WS-END-OF-LIST          VALUE "Y".
001060 77  WS-LIST-COUNT           PIC 9(05) VALUE ZEROS.
001070 77  WS-SYSTEM-DATE          PIC 9(08) VALUE ZEROS.
001080 77  WS-TODAY                PIC X(08) VALUE SPACES.
001090 77  WS-MASTER-OPENED-SW     PIC X(01) VALUE "N".
001100     88  WS-MASTER-IS-OPENED     VALUE "Y".
001110 77  WS-CYCLES-VALID-SW      PIC X(01) VALUE "N".
001120     88  WS-CYCLES-ARE-VALID     VALUE "Y".
001130 77  WS-REJECT-REASON        PIC X(40) VALUE SPACES.
001140 77  WS-ENTERED-CODES        PIC X(06) VALUE SPACES.
001150 77  WS-CYCLE-IDX            PIC 9(02) VALUE ZEROS.
001160 77  WS-CODE-HITS            PIC 9(02) VALUE ZEROS.
001170 77  WS-CODE-TOTAL           PIC 9(02) VALUE ZEROS.
001180 77  WS-FLAG-COUNT           PIC 9(02) VALUE ZEROS.
001190 77  WS-SHOW-CODES           PIC X(06) VALUE SPACES.
001200 77  WS-GEN-YEAR             PIC X(04) VALUE SPACES.
001210 77  WS-GEN-DATE             PIC X(08) VALUE SPACES.
001220 77  WS-GEN-END-DATE         PIC X(08) VALUE SPACES.
001230 77  WS-GEN-ADDED            PIC 9(05) VALUE ZEROS.
001240 77  WS-GEN-MARKED           PIC 9(05) VALUE ZEROS.
001250 77  WS-GEN-CONFLICTS        PIC 9(05) VALUE ZEROS.
001260 77  WS-MARK-DATE            PIC X(08) VALUE SPACES.
001270 77  WS-MARK-IDX             PIC 9(02) VALUE ZEROS.
001280 77  WS-SCAN-EOF-SW          PIC X(01) VALUE "N".
001290     88  WS-END-OF-SCAN          VALUE "Y".
001300 77  WS-WORK-DATE            PIC X(08) VALUE SPACES.
001310 77  WS-WORK-YYYY            PIC 9(04) VALUE ZEROS.
001320 77  WS-WORK-MM              PIC 9(02) VALUE ZEROS.
001330 77  WS-WORK-DD              PIC 9(02) VALUE ZEROS.
001340 77  WS-DAYS-THIS-MONTH      PIC 9(02) VALUE ZEROS.
001350 77  WS-QUOTIENT             PIC 9(04) VALUE ZEROS.
001360 77  WS-REMAINDER            PIC 9(04) VALUE ZEROS.
001370 77  WS-LEAP-SW              PIC X(01) VALUE "N".
001380     88  WS-LEAP-YEAR            VALUE "Y".
001390 77  WS-FL-FUNCTION          PIC X(01) VALUE SPACES.
001400 77  WS-FL-FILE-NAME         PIC X(14) VALUE SPACES.
001410 77  WS-FL-HOLDER            PIC X(08) VALUE SPACES.
001420 77  WS-FL-REPLY             PIC X(01) VALUE "Y".
001430 77  WS-FL-INFO              PIC X(40) VALUE SPACES.
001440 77  WS-LOCK-HELD-SW         PIC X(01) VALUE "N".
001450     88  WS-LOCK-IS-HELD         VALUE "Y".
001460 77  WS-MA-FILE              PIC X(12) VALUE "procCalendar".
001470 77  WS-MA-ACTION            PIC X(01) VALUE SPACE.
001480 77  WS-MA-KEY               PIC X(20) VALUE SPACES.
001490 77  WS-MA-BEFORE            PIC X(80) VALUE SPACES.
001500 77  WS-MA-AFTER             PIC X(80) VALUE SPACES.
001501*----------------------------------------------------------------
001502* INCIDENT LOG CALL FIELDS
001503*----------------------------------------------------------------
001504 77  WS-IL-PROGRAM           PIC X(20) VALUE "PRCL-MAINT".
001505 77  WS-IL-STEP              PIC X(08) VALUE SPACES.
001506 77  WS-IL-PARAGRAPH         PIC X(30) VALUE SPACES.
001507 77  WS-IL-SEVERITY          PIC X(01) VALUE SPACES.
001508 77  WS-IL-FILE-STATUS       PIC X(02) VALUE SPACES.
001509 77  WS-IL-MESSAGE           PIC X(60) VALUE SPACES.
001510*
001520 PROCEDURE DIVISION.
001530*================================================================
001540* 0000-MAINLINE
001550*================================================================
001560 0000-MAINLINE.
001570     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001580     PERFORM 2000-MENU-CYCLE THRU 2000-MENU-CYCLE-EXIT
001590         UNTIL NOT WS-CONTINUE-MAINT.
001600     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001610     GOBACK.
001620*
001630 1000-INITIALIZE.
001640     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
001650     MOVE WS-SYSTEM-DATE TO WS-TODAY.
001660*    TAKE THE EXCLUSIVE HOLD FOR THE WHOLE SESSION SO THE
001670*    CALENDAR CANNOT CHANGE UNDER A JOB STREAM IN PROGRESS
001680     MOVE "A" TO WS-FL-FUNCTION.
001690     MOVE "procCalendar" TO WS-FL-FILE-NAME.
001700     MOVE "PRCLMANT" TO WS-FL-HOLDER.
001710     CALL "FILE-LOCK" USING WS-FL-FUNCTION WS-FL-FILE-NAME
001720         WS-FL-HOLDER WS-FL-REPLY WS-FL-INFO.
001730     IF WS-FL-REPLY = "N"
001740         DISPLAY "PRCL-MAINT: procCalendar IS "
001750             "IN USE - " WS-FL-INFO
001760         MOVE "N" TO WS-CONTINUE-SW
001770         GO TO 1000-INITIALIZE-EXIT
001780     END-IF.
001790     MOVE "Y" TO WS-LOCK-HELD-SW.
001800     OPEN I-O PROC-CALENDAR.
001810     IF WS-MASTER-STATUS = "35"
001820         OPEN OUTPUT PROC-CALENDAR
001830         CLOSE PROC-CALENDAR
001840         OPEN I-O PROC-CALENDAR
001850     END-IF.
001860     IF WS-MASTER-STATUS NOT = "00" AND NOT = "05"
001870         DISPLAY "PRCL-MAINT: UNABLE TO OPEN procCalendar, "
001880             "STATUS = " WS-MASTER-STATUS
001881         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001882         MOVE "E" TO WS-IL-SEVERITY
001883         MOVE WS-MASTER-STATUS TO WS-IL-FILE-STATUS
001884         MOVE "UNABLE TO OPEN procCalendar" TO WS-IL-MESSAGE
001885         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001890         MOVE "N" TO WS-CONTINUE-SW
001900         GO TO 1000-INITIALIZE-EXIT
001910     END-IF.
001920     MOVE "Y" TO WS-MASTER-OPENED-SW.
001930 1000-INITIALIZE-EXIT.
001940     EXIT.
001950*
001960 2000-MENU-CYCLE.
001970     DISPLAY "1 = ADD  2 = CHANGE  3 = DELETE  4 = LIST  "
001980         "5 = GENERATE YEAR  6 = EXIT".
001990     DISPLAY "ENTER CHOICE: ".
002000     ACCEPT WS-MENU-CHOICE.
002010     EVALUATE TRUE
002020         WHEN WS-CHOICE-ADD
002030             PERFORM 3000-ADD-DATE
002040                 THRU 3000-ADD-DATE-EXIT
002050         WHEN WS-CHOICE-CHANGE
002060             PERFORM 4000-CHANGE-DATE
002070                 THRU 4000-CHANGE-DATE-EXIT
002080         WHEN WS-CHOICE-DELETE
002090             PERFORM 5000-DELETE-DATE
002100                 THRU 5000-DELETE-DATE-EXIT
002110         WHEN WS-CHOICE-LIST
002120             PERFORM 6000-LIST-DATES
002130                 THRU 6000-LIST-DATES-EXIT
002140         WHEN WS-CHOICE-GENERATE
002150             PERFORM 7500-GENERATE-YEAR
002160                 THRU 7500-GENERATE-YEAR-EXIT
002170         WHEN WS-CHOICE-EXIT
002180             MOVE "N" TO WS-CONTINUE-SW
002190         WHEN OTHER
002200             DISPLAY "INVALID CHOICE, TRY AGAIN"
002210     END-EVALUATE.
002220 2000-MENU-CYCLE-EXIT.
002230     EXIT.
002240*
002250 3000-ADD-DATE.
002260     PERFORM 7200-ENTER-KEY THRU 7200-ENTER-KEY-EXIT.
002270     IF WS-SEARCH-DATE NOT NUMERIC
002280         DISPLAY "ADD REJECTED, DATE (YYYYMMDD) REQUIRED"
002290         GO TO 3000-ADD-DATE-EXIT
002300     END-IF.
002310     INITIALIZE PROC-CALENDAR-RECORD.
002320     MOVE WS-SEARCH-DATE TO PRC-DATE.
002330     PERFORM 7000-ENTER-CYCLES THRU 7000-ENTER-CYCLES-EXIT.
002340     IF NOT WS-CYCLES-ARE-VALID
002350         DISPLAY "ADD REJECTED, " WS-REJECT-REASON
002360         GO TO 3000-ADD-DATE-EXIT
002370     END-IF.
002380     WRITE PROC-CALENDAR-RECORD
002390         INVALID KEY
002400             DISPLAY "ADD FAILED, DATE ALREADY ON FILE, "
002410                 "STATUS = " WS-MASTER-STATUS
002420         NOT INVALID KEY
002430             DISPLAY "DATE ADDED: " PRC-DATE
002440             MOVE SPACES TO WS-MA-BEFORE
002450             MOVE PROC-CALENDAR-RECORD TO WS-MA-AFTER
002460             MOVE PRC-DATE TO WS-MA-KEY
002470             MOVE "A" TO WS-MA-ACTION
002480             PERFORM 8500-WRITE-MAINT-AUDIT
002490                 THRU 8500-WRITE-MAINT-AUDIT-EXIT
002500     END-WRITE.
002510 3000-ADD-DATE-EXIT.
002520     EXIT.
002530*
002540 4000-CHANGE-DATE.
002550     PERFORM 7200-ENTER-KEY THRU 7200-ENTER-KEY-EXIT.
002560     MOVE WS-SEARCH-DATE TO PRC-DATE.
002570     READ PROC-CALENDAR
002580         INVALID KEY
002590             DISPLAY "NO CALENDAR ENTRY FOR " WS-SEARCH-DATE
002600             GO TO 4000-CHANGE-DATE-EXIT
002610     END-READ.
002620     MOVE PROC-CALENDAR-RECORD TO WS-MA-BEFORE.
002630     PERFORM 6200-SHOW-DATE THRU 6200-SHOW-DATE-EXIT.
002640     INITIALIZE PROC-CALENDAR-RECORD.
002650     MOVE WS-SEARCH-DATE TO PRC-DATE.
002660     PERFORM 7000-ENTER-CYCLES THRU 7000-ENTER-CYCLES-EXIT.
002670     IF NOT WS-CYCLES-ARE-VALID
002680         DISPLAY "CHANGE REJECTED, " WS-REJECT-REASON
002690         GO TO 4000-CHANGE-DATE-EXIT
002700     END-IF.
002710     REWRITE PROC-CALENDAR-RECORD
002720         INVALID KEY
002730             DISPLAY "CHANGE FAILED, STATUS = "
002740                 WS-MASTER-STATUS
002750         NOT INVALID KEY
002760             DISPLAY "DATE CHANGED: " PRC-DATE
002770             MOVE PROC-CALENDAR-RECORD TO WS-MA-AFTER
002780             MOVE PRC-DATE TO WS-MA-KEY
002790             MOVE "C" TO WS-MA-ACTION
002800             PERFORM 8500-WRITE-MAINT-AUDIT
002810                 THRU 8500-WRITE-MAINT-AUDIT-EXIT
002820     END-REWRITE.
002830 4000-CHANGE-DATE-EXIT.
002840     EXIT.
002850*
002860 5000-DELETE-DATE.
002870     PERFORM 7200-ENTER-KEY THRU 7200-ENTER-KEY-EXIT.
002880     MOVE WS-SEARCH-DATE TO PRC-DATE.
002890     READ PROC-CALENDAR
002900         INVALID KEY
002910             DISPLAY "NO CALENDAR ENTRY FOR " WS-SEARCH-DATE
002920             GO TO 5000-DELETE-DATE-EXIT
002930     END-READ.
002940*    A DATE ALREADY PROCESSED IS THE RECORD OF WHAT RAN
002950     IF PRC-DATE < WS-TODAY
002960         DISPLAY "DELETE REJECTED, " PRC-DATE
002970             " HAS ALREADY BEEN PROCESSED"
002980         GO TO 5000-DELETE-DATE-EXIT
002990     END-IF.
003000     MOVE PROC-CALENDAR-RECORD TO WS-MA-BEFORE.
003010     DELETE PROC-CALENDAR RECORD
003020         INVALID KEY
003030             DISPLAY "DELETE FAILED, STATUS = "
003040                 WS-MASTER-STATUS
003050         NOT INVALID KEY
003060             DISPLAY "DATE DELETED: " WS-SEARCH-DATE
003070             MOVE SPACES TO WS-MA-AFTER
003080             MOVE WS-SEARCH-DATE TO WS-MA-KEY
003090             MOVE "D" TO WS-MA-ACTION
003100             PERFORM 8500-WRITE-MAINT-AUDIT
003110                 THRU 8500-WRITE-MAINT-AUDIT-EXIT
003120     END-DELETE.
003130 5000-DELETE-DATE-EXIT.
003140     EXIT.
003150*
003160*    A BLANK START DATE LISTS FROM TODAY
003170 6000-LIST-DATES.
003180     DISPLAY "ENTER START DATE (YYYYMMDD, BLANK = TODAY): ".
003190     ACCEPT WS-SEARCH-DATE.
003200     IF WS-SEARCH-DATE = SPACES
003210         MOVE WS-TODAY TO WS-SEARCH-DATE
003220     END-IF.
003230     MOVE "N" TO WS-LIST-EOF-SW.
003240     MOVE ZEROS TO WS-LIST-COUNT.
003250     MOVE WS-SEARCH-DATE TO PRC-DATE.
003260     START PROC-CALENDAR KEY NOT LESS THAN PRC-DATE
003270         INVALID KEY MOVE "Y" TO WS-LIST-EOF-SW
003280     END-START.
003290     PERFORM 6100-LIST-ONE-DATE
003300         THRU 6100-LIST-ONE-DATE-EXIT
003310         UNTIL WS-END-OF-LIST.
003320     DISPLAY "DATES LISTED: " WS-LIST-COUNT.
003330 6000-LIST-DATES-EXIT.
003340     EXIT.
003350*
003360 6100-LIST-ONE-DATE.
003370     READ PROC-CALENDAR NEXT RECORD
003380         AT END
003390             MOVE "Y" TO WS-LIST-EOF-SW
003400             GO TO 6100-LIST-ONE-DATE-EXIT
003410     END-READ.
003420     PERFORM 6200-SHOW-DATE THRU 6200-SHOW-DATE-EXIT.
003430     ADD 1 TO WS-LIST-COUNT.
003440 6100-LIST-ONE-DATE-EXIT.
003450     EXIT.
003460*
003470 6200-SHOW-DATE.
003480     MOVE SPACES TO WS-SHOW-CODES.
003490     MOVE ZEROS TO WS-FLAG-COUNT.
003500     PERFORM 6210-SHOW-ONE-CODE THRU 6210-SHOW-ONE-CODE-EXIT
003510         VARYING WS-CYCLE-IDX FROM 1 BY 1
003520         UNTIL WS-CYCLE-IDX > 6.
003530     DISPLAY "DATE " PRC-DATE " CYCLES " WS-SHOW-CODES
003540         " " PRC-DESCRIPTION.
003550 6200-SHOW-DATE-EXIT.
003560     EXIT.
003570*
003580 6210-SHOW-ONE-CODE.
003590     IF PRC-CYCLE-FLAG (WS-CYCLE-IDX) = "Y"
003600         ADD 1 TO WS-FLAG-COUNT
003610         MOVE WS-CYCLE-CODE (WS-CYCLE-IDX)
003620             TO WS-SHOW-CODES (WS-FLAG-COUNT:1)
003630     END-IF.
003640 6210-SHOW-ONE-CODE-EXIT.
003650     EXIT.
003660*
003670*================================================================
003680* 7000-ENTER-CYCLES - TAKES THE CYCLE CODES AND DESCRIPTION
003690* FROM THE CONSOLE. WS-CYCLES-VALID-SW IS "Y" ONLY WHEN EVERY
003700* CODE IS ONE OF D P M T Y H AND A HOLIDAY STANDS ALONE.
003710*================================================================
003720 7000-ENTER-CYCLES.
003730     MOVE "N" TO WS-CYCLES-VALID-SW.
003740     MOVE SPACES TO WS-REJECT-REASON.
003750     DISPLAY "ENTER CYCLE CODES - D=DAILY P=PAY-END "
003760         "M=MONTH-END T=TERM-END Y=YEAR-END H=HOLIDAY: ".
003770     MOVE SPACES TO WS-ENTERED-CODES.
003780     ACCEPT WS-ENTERED-CODES.
003790     DISPLAY "ENTER DESCRIPTION: ".
003800     ACCEPT PRC-DESCRIPTION.
003810     IF WS-ENTERED-CODES = SPACES
003820         MOVE "AT LEAST ONE CYCLE CODE REQUIRED"
003830             TO WS-REJECT-REASON
003840         GO TO 7000-ENTER-CYCLES-EXIT
003850     END-IF.
003860     MOVE ZEROS TO WS-CODE-TOTAL.
003870     MOVE ZEROS TO WS-FLAG-COUNT.
003880     PERFORM 7010-SET-ONE-FLAG THRU 7010-SET-ONE-FLAG-EXIT
003890         VARYING WS-CYCLE-IDX FROM 1 BY 1
003900         UNTIL WS-CYCLE-IDX > 6.
003910     MOVE ZEROS TO WS-CODE-HITS.
003920     INSPECT WS-ENTERED-CODES TALLYING WS-CODE-HITS
003930         FOR ALL SPACES.
003940     ADD WS-CODE-HITS TO WS-CODE-TOTAL.
003950     IF WS-CODE-TOTAL NOT = 6
003960         MOVE "UNKNOWN CYCLE CODE ENTERED"
003970             TO WS-REJECT-REASON
003980         GO TO 7000-ENTER-CYCLES-EXIT
003990     END-IF.
004000     IF PRC-HOLIDAY AND WS-FLAG-COUNT > 1
004010         MOVE "A HOLIDAY CANNOT CARRY ANY OTHER CYCLE"
004020             TO WS-REJECT-REASON
004030         GO TO 7000-ENTER-CYCLES-EXIT
004040     END-IF.
004050     MOVE WS-TODAY TO PRC-UPDATED-DATE.
004060     MOVE "Y" TO WS-CYCLES-VALID-SW.
004070 7000-ENTER-CYCLES-EXIT.
004080     EXIT.
004090*
004100 7010-SET-ONE-FLAG.
004110     MOVE ZEROS TO WS-CODE-HITS.
004120     INSPECT WS-ENTERED-CODES TALLYING WS-CODE-HITS
004130         FOR ALL WS-CYCLE-CODE (WS-CYCLE-IDX).
004140     ADD WS-CODE-HITS TO WS-CODE-TOTAL.
004150     IF WS-CODE-HITS > ZERO
004160         MOVE "Y" TO PRC-CYCLE-FLAG (WS-CYCLE-IDX)
004170         ADD 1 TO WS-FLAG-COUNT
004180     ELSE
004190         MOVE "N" TO PRC-CYCLE-FLAG (WS-CYCLE-IDX)
004200     END-IF.
004210 7010-SET-ONE-FLAG-EXIT.
004220     EXIT.
004230*
004240 7200-ENTER-KEY.
004250     DISPLAY "ENTER DATE (YYYYMMDD): ".
004260     ACCEPT WS-SEARCH-DATE.
004270 7200-ENTER-KEY-EXIT.
004280     EXIT.
004290*
004300*================================================================
004310* 7500-GENERATE-YEAR - BUILDS A YEAR OF CALENDAR DATES, THEN
004320* MARKS THE PAY-PERIOD AND TERM ENDS FROM THEIR OWN CALENDARS
004330*================================================================
004340 7500-GENERATE-YEAR.
004350     DISPLAY "ENTER YEAR TO GENERATE (YYYY): ".
004360     ACCEPT WS-GEN-YEAR.
004370     IF WS-GEN-YEAR NOT NUMERIC
004380         DISPLAY "GENERATE REJECTED, YEAR MUST BE YYYY"
004390         GO TO 7500-GENERATE-YEAR-EXIT
004400     END-IF.
004410     MOVE ZEROS TO WS-GEN-ADDED WS-GEN-MARKED
004420         WS-GEN-CONFLICTS.
004430     MOVE WS-GEN-YEAR TO WS-GEN-DATE (1:4).
004440     MOVE "0101" TO WS-GEN-DATE (5:4).
004450     MOVE WS-GEN-YEAR TO WS-GEN-END-DATE (1:4).
004460     MOVE "1231" TO WS-GEN-END-DATE (5:4).
004470     PERFORM 7510-GENERATE-ONE-DATE
004480         THRU 7510-GENERATE-ONE-DATE-EXIT
004490         UNTIL WS-GEN-DATE > WS-GEN-END-DATE.
004500     PERFORM 7600-MARK-PAY-ENDS THRU 7600-MARK-PAY-ENDS-EXIT.
004510     PERFORM 7700-MARK-TERM-ENDS THRU 7700-MARK-TERM-ENDS-EXIT.
004520     DISPLAY "DATES ADDED:            " WS-GEN-ADDED.
004530     DISPLAY "CYCLES MARKED:          " WS-GEN-MARKED.
004540     DISPLAY "CYCLES ON HOLIDAYS:     " WS-GEN-CONFLICTS.
004550 7500-GENERATE-YEAR-EXIT.
004560     EXIT.
004570*
004580*    EVERY DATE IS DAILY; THE LAST DAY OF A MONTH IS ALSO
004590*    MONTH-END AND DECEMBER 31 ALSO YEAR-END
004600 7510-GENERATE-ONE-DATE.
004610     MOVE WS-GEN-DATE TO WS-WORK-DATE.
004620     PERFORM 7900-SPLIT-DATE THRU 7900-SPLIT-DATE-EXIT.
004630     MOVE WS-GEN-DATE TO PRC-DATE.
004640     READ PROC-CALENDAR
004650         INVALID KEY
004660             INITIALIZE PROC-CALENDAR-RECORD
004670             MOVE WS-GEN-DATE TO PRC-DATE
004680             MOVE "YNNNNN" TO PRC-CYCLE-FLAGS
004690             IF WS-WORK-DD = WS-DAYS-THIS-MONTH
004700                 MOVE "Y" TO PRC-MONTH-END-FLAG
004710             END-IF
004720             IF WS-WORK-MM = 12 AND WS-WORK-DD = 31
004730                 MOVE "Y" TO PRC-YEAR-END-FLAG
004740             END-IF
004750             MOVE WS-TODAY TO PRC-UPDATED-DATE
004760             WRITE PROC-CALENDAR-RECORD
004770             ADD 1 TO WS-GEN-ADDED
004780             MOVE SPACES TO WS-MA-BEFORE
004790             MOVE PROC-CALENDAR-RECORD TO WS-MA-AFTER
004800             MOVE PRC-DATE TO WS-MA-KEY
004810             MOVE "A" TO WS-MA-ACTION
004820             PERFORM 8500-WRITE-MAINT-AUDIT
004830                 THRU 8500-WRITE-MAINT-AUDIT-EXIT
004840         NOT INVALID KEY
004850             IF WS-WORK-DD = WS-DAYS-THIS-MONTH
004860                 MOVE WS-GEN-DATE TO WS-MARK-DATE
004870                 MOVE 3 TO WS-MARK-IDX
004880                 PERFORM 7800-MARK-ONE-CYCLE
004890                     THRU 7800-MARK-ONE-CYCLE-EXIT
004900             END-IF
004910             IF WS-WORK-MM = 12 AND WS-WORK-DD = 31
004920                 MOVE WS-GEN-DATE TO WS-MARK-DATE
004930                 MOVE 5 TO WS-MARK-IDX
004940                 PERFORM 7800-MARK-ONE-CYCLE
004950                     THRU 7800-MARK-ONE-CYCLE-EXIT
004960             END-IF
004970     END-READ.
004980     PERFORM 7950-NEXT-DATE THRU 7950-NEXT-DATE-EXIT.
004990     MOVE WS-WORK-DATE TO WS-GEN-DATE.
005000 7510-GENERATE-ONE-DATE-EXIT.
005010     EXIT.
005020*
005030 7600-MARK-PAY-ENDS.
005040     OPEN INPUT PAY-CALENDAR.
005050     IF WS-PCL-STATUS NOT = "00"
005060         DISPLAY "NO payCalendar (STATUS " WS-PCL-STATUS
005070             ") - PAY-PERIOD ENDS NOT MARKED"
005080         GO TO 7600-MARK-PAY-ENDS-EXIT
005090     END-IF.
005100     MOVE "N" TO WS-SCAN-EOF-SW.
005110     PERFORM 7610-MARK-ONE-PAY-END THRU 7610-MARK-ONE-PAY-END-EXIT
005120         UNTIL WS-END-OF-SCAN.
005130     CLOSE PAY-CALENDAR.
005140 7600-MARK-PAY-ENDS-EXIT.
005150     EXIT.
005160*
005170 7610-MARK-ONE-PAY-END.
005180     READ PAY-CALENDAR NEXT RECORD
005190         AT END
005200             MOVE "Y" TO WS-SCAN-EOF-SW
005210             GO TO 7610-MARK-ONE-PAY-END-EXIT
005220     END-READ.
005230     IF PCL-PERIOD-END (1:4) = WS-GEN-YEAR
005240         MOVE PCL-PERIOD-END TO WS-MARK-DATE
005250         MOVE 2 TO WS-MARK-IDX
005260         PERFORM 7800-MARK-ONE-CYCLE
005270             THRU 7800-MARK-ONE-CYCLE-EXIT
005280     END-IF.
005290 7610-MARK-ONE-PAY-END-EXIT.
005300     EXIT.
005310*
005320*    A TERM'S PROCESSING (STANDINGS, GRADE AUDIT) RUNS ONCE
005330*    ITS GRADES ARE DUE, SO THAT IS THE TERM-END NIGHT
005340 7700-MARK-TERM-ENDS.
005350     OPEN INPUT CALENDAR-MASTER.
005360     IF WS-CAL-STATUS NOT = "00"
005370         DISPLAY "NO academicCalendar (STATUS " WS-CAL-STATUS
005380             ") - TERM ENDS NOT MARKED"
005390         GO TO 7700-MARK-TERM-ENDS-EXIT
005400     END-IF.
005410     MOVE "N" TO WS-SCAN-EOF-SW.
005420     PERFORM 7710-MARK-ONE-TERM-END
005430         THRU 7710-MARK-ONE-TERM-END-EXIT
005440         UNTIL WS-END-OF-SCAN.
005450     CLOSE CALENDAR-MASTER.
005460 7700-MARK-TERM-ENDS-EXIT.
005470     EXIT.
005480*
005490 7710-MARK-ONE-TERM-END.
005500     READ CALENDAR-MASTER NEXT RECORD
005510         AT END
005520             MOVE "Y" TO WS-SCAN-EOF-SW
005530             GO TO 7710-MARK-ONE-TERM-END-EXIT
005540     END-READ.
005550     IF CAL-GRADE-DUE-DATE (1:4) = WS-GEN-YEAR
005560         MOVE CAL-GRADE-DUE-DATE TO WS-MARK-DATE
005570         MOVE 4 TO WS-MARK-IDX
005580         PERFORM 7800-MARK-ONE-CYCLE
005590             THRU 7800-MARK-ONE-CYCLE-EXIT
005600     END-IF.
005610 7710-MARK-ONE-TERM-END-EXIT.
005620     EXIT.
005630*
005640*================================================================
005650* 7800-MARK-ONE-CYCLE - SETS CYCLE WS-MARK-IDX ON WS-MARK-DATE.
005660* A HOLIDAY IS LEFT ALONE AND REPORTED INSTEAD.
005670*================================================================
005680 7800-MARK-ONE-CYCLE.
005690     MOVE WS-MARK-DATE TO PRC-DATE.
005700     READ PROC-CALENDAR
005710         INVALID KEY
005720             DISPLAY "  " WS-MARK-DATE " NOT ON CALENDAR - "
005730                 WS-CYCLE-NAME (WS-MARK-IDX) " NOT MARKED"
005740             GO TO 7800-MARK-ONE-CYCLE-EXIT
005750     END-READ.
005760     IF PRC-CYCLE-FLAG (WS-MARK-IDX) = "Y"
005770         GO TO 7800-MARK-ONE-CYCLE-EXIT
005780     END-IF.
005790     IF PRC-HOLIDAY
005800         DISPLAY "  " WS-CYCLE-NAME (WS-MARK-IDX)
005810             " FALLS ON HOLIDAY " WS-MARK-DATE
005820             " - MOVE IT TO A BUSINESS DATE BY HAND"
005830         ADD 1 TO WS-GEN-CONFLICTS
005840         GO TO 7800-MARK-ONE-CYCLE-EXIT
005850     END-IF.
005860     MOVE PROC-CALENDAR-RECORD TO WS-MA-BEFORE.
005870     MOVE "Y" TO PRC-CYCLE-FLAG (WS-MARK-IDX).
005880     MOVE WS-TODAY TO PRC-UPDATED-DATE.
005890     REWRITE PROC-CALENDAR-RECORD
005900         INVALID KEY
005910             DISPLAY "  " WS-MARK-DATE " NOT UPDATED, "
005920                 "STATUS = " WS-MASTER-STATUS
005930         NOT INVALID KEY
005940             ADD 1 TO WS-GEN-MARKED
005950             MOVE PROC-CALENDAR-RECORD TO WS-MA-AFTER
005960             MOVE PRC-DATE TO WS-MA-KEY
005970             MOVE "C" TO WS-MA-ACTION
005980             PERFORM 8500-WRITE-MAINT-AUDIT
005990                 THRU 8500-WRITE-MAINT-AUDIT-EXIT
006000     END-REWRITE.
006010 7800-MARK-ONE-CYCLE-EXIT.
006020     EXIT.
006030*
006040 7900-SPLIT-DATE.
006050     MOVE WS-WORK-DATE (1:4) TO WS-WORK-YYYY.
006060     MOVE WS-WORK-DATE (5:2) TO WS-WORK-MM.
006070     MOVE WS-WORK-DATE (7:2) TO WS-WORK-DD.
006080     MOVE WS-MONTH-DAYS (WS-WORK-MM) TO WS-DAYS-THIS-MONTH.
006090     IF WS-WORK-MM = 2
006100         PERFORM 7910-CHECK-LEAP-YEAR
006110             THRU 7910-CHECK-LEAP-YEAR-EXIT
006120         IF WS-LEAP-YEAR
006130             MOVE 29 TO WS-DAYS-THIS-MONTH
006140         END-IF
006150     END-IF.
006160 7900-SPLIT-DATE-EXIT.
006170     EXIT.
006180*
006190 7910-CHECK-LEAP-YEAR.
006200     MOVE "N" TO WS-LEAP-SW.
006210     DIVIDE WS-WORK-YYYY BY 4 GIVING WS-QUOTIENT
006220         REMAINDER WS-REMAINDER.
006230     IF WS-REMAINDER NOT = ZERO
006240         GO TO 7910-CHECK-LEAP-YEAR-EXIT
006250     END-IF.
006260     MOVE "Y" TO WS-LEAP-SW.
006270     DIVIDE WS-WORK-YYYY BY 100 GIVING WS-QUOTIENT
006280         REMAINDER WS-REMAINDER.
006290     IF WS-REMAINDER NOT = ZERO
006300         GO TO 7910-CHECK-LEAP-YEAR-EXIT
006310     END-IF.
006320     DIVIDE WS-WORK-YYYY BY 400 GIVING WS-QUOTIENT
006330         REMAINDER WS-REMAINDER.
006340     IF WS-REMAINDER NOT = ZERO
006350         MOVE "N" TO WS-LEAP-SW
006360     END-IF.
006370 7910-CHECK-LEAP-YEAR-EXIT.
006380     EXIT.
006390*
006400*    ADVANCES WS-WORK-DATE (ALREADY SPLIT BY 7900) ONE DAY
006410 7950-NEXT-DATE.
006420     ADD 1 TO WS-WORK-DD.
006430     IF WS-WORK-DD > WS-DAYS-THIS-MONTH
006440         MOVE 1 TO WS-WORK-DD
006450         ADD 1 TO WS-WORK-MM
006460         IF WS-WORK-MM > 12
006470             MOVE 1 TO WS-WORK-MM
006480             ADD 1 TO WS-WORK-YYYY
006490         END-IF
006500     END-IF.
006510     MOVE WS-WORK-YYYY TO WS-WORK-DATE (1:4).
006520     MOVE WS-WORK-MM TO WS-WORK-DATE (5:2).
006530     MOVE WS-WORK-DD TO WS-WORK-DATE (7:2).
006540 7950-NEXT-DATE-EXIT.
006550     EXIT.
006560*
006570 8500-WRITE-MAINT-AUDIT.
006580     CALL "MAINT-AUDIT" USING WS-MA-FILE WS-MA-ACTION
006590         WS-MA-KEY WS-MA-BEFORE WS-MA-AFTER.
006600 8500-WRITE-MAINT-AUDIT-EXIT.
006610     EXIT.
006620*
006621 8900-LOG-INCIDENT.
006622     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
006623         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
006624         WS-IL-MESSAGE.
006625 8900-LOG-INCIDENT-EXIT.
006626     EXIT.
006627*
006630 9000-TERMINATE.
006640     IF WS-LOCK-IS-HELD
006650         MOVE "R" TO WS-FL-FUNCTION
006660         MOVE "procCalendar" TO WS-FL-FILE-NAME
006670         MOVE "PRCLMANT" TO WS-FL-HOLDER
006680         CALL "FILE-LOCK" USING WS-FL-FUNCTION
006690             WS-FL-FILE-NAME WS-FL-HOLDER
006700             WS-FL-REPLY WS-FL-INFO
006710     END-IF.
006720     IF WS-MASTER-IS-OPENED
006730         CLOSE PROC-CALENDAR
006740     END-IF.
006750 9000-TERMINATE-EXIT.
006760     EXIT.
006770*
006780 END PROGRAM PRCL-MAINT.
