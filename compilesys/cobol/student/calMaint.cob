000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CAL-MAINT.
000030 AUTHOR. REGISTRAR-SYSTEMS-GROUP.
000040 INSTALLATION. REGISTRARS-OFFICE.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED. 2026-10-14.
000070*================================================================
000080* MODIFICATION HISTORY
000090*   2026-10-14  RSG  INITIAL VERSION - ADD/CHANGE/DELETE/LIST
000100*                    MAINTENANCE AGAINST THE ACADEMIC CALENDAR
000110*                    MASTER: PER TERM, THE REGISTRATION-OPEN,
000120*                    LAST-ADD, LAST-DROP (NO W), GRADES-DUE, AND
000130*                    INCOMPLETE-LAPSE DATES. THE DATES MUST BE
000140*                    VALID AND RUN IN THAT ORDER. ADD/CHANGE/
000150*                    DELETE WRITE BEFORE/AFTER IMAGES TO
000160*                    maintAudit. A SUPERVISOR CAN ALSO GRANT A
000170*                    CALENDAR EXCEPTION FOR ONE STUDENT, TERM,
000180*                    AND KIND OF TRANSACTION - GRANTS GO ON
000190*                    calendarOverrides AND ARE AUDITED THE SAME
000200*                    WAY.
000202*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000204*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000210*================================================================
000220*
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT CALENDAR-MASTER ASSIGN TO DISK
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS DYNAMIC
000300         RECORD KEY IS CAL-TERM-CODE
000310         FILE STATUS IS WS-MASTER-STATUS.
000320     SELECT COURSE-MASTER ASSIGN TO DISK
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS RANDOM
000350         RECORD KEY IS CRS-COURSE-ID
000360         FILE STATUS IS WS-COURSE-STATUS.
000370     SELECT OVERRIDE-FILE ASSIGN TO DISK
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-OVERRIDE-STATUS.
000400     SELECT SESSION-FILE ASSIGN TO DISK
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-SESSION-STATUS.
000430*
000440 DATA DIVISION.
000450 FILE SECTION.
000460*
000470 FD  CALENDAR-MASTER
000480     LABEL RECORDS ARE STANDARD
000490     VALUE OF FILE-ID IS "academicCalendar".
000500     COPY "acadcal.cpy".
000510*
000520 FD  COURSE-MASTER
000530     LABEL RECORDS ARE STANDARD
000540     VALUE OF FILE-ID IS "courseMaster".
000550     COPY "crsmstr.cpy".
000560*
000570 FD  OVERRIDE-FILE
000580     LABEL RECORDS ARE STANDARD
000590     VALUE OF FILE-ID IS "calendarOverrides".
000600     COPY "calovrd.cpy".
000610*
000620 FD  SESSION-FILE
000630     LABEL RECORDS ARE STANDARD
000640     VALUE OF FILE-ID IS "signonSession".
000650 01  SESSION-REC.
000660     05  SESSION-OPERATOR-ID     PIC X(10).
000670     05  SESSION-AUTH-LEVEL      PIC 9(01).
000680*
000690 WORKING-STORAGE SECTION.
000700*----------------------------------------------------------------
000710* SWITCHES, STATUS FIELDS, AND MENU CONTROL
000720*----------------------------------------------------------------
000730 77  WS-MASTER-STATUS        PIC X(02) VALUE "00".
000740 77  WS-COURSE-STATUS        PIC X(02) VALUE "00".
000750 77  WS-OVERRIDE-STATUS      PIC X(02) VALUE "00".
000760 77  WS-SESSION-STATUS       PIC X(02) VALUE "00".
000770 77  WS-CONTINUE-SW          PIC X(01) VALUE "Y".
000780     88  WS-CONTINUE-MAINT       VALUE "Y".
000790 77  WS-MENU-CHOICE          PIC X(01) VALUE SPACES.
000800     88  WS-CHOICE-ADD           VALUE "1".
000810     88  WS-CHOICE-CHANGE        VALUE "2".
000820     88  WS-CHOICE-DELETE        VALUE "3".
000830     88  WS-CHOICE-LIST          VALUE "4".
000840     88  WS-CHOICE-OVERRIDE      VALUE "5".
000850     88  WS-CHOICE-EXIT          VALUE "6".
000860 77  WS-SEARCH-TERM          PIC X(06) VALUE SPACES.
000870 77  WS-LIST-EOF-SW          PIC X(01) VALUE "N".
000880     88  WS-END-OF-LIST          VALUE "Y".
000890 77  WS-LIST-COUNT           PIC 9(05) VALUE ZEROS.
000900 77  WS-DATES-VALID-SW       PIC X(01) VALUE "Y".
000910     88  WS-DATES-ARE-VALID      VALUE "Y".
000920 77  WS-COURSE-VALID-SW      PIC X(01) VALUE "N".
000930     88  WS-COURSE-IS-VALID      VALUE "Y".
000940 77  WS-AUTH-LEVEL           PIC 9(01) VALUE 1.
000950     88  WS-LEVEL-SUPERVISOR     VALUE 3.
000960 77  WS-OPERATOR-ID          PIC X(10) VALUE SPACES.
000970 77  WS-SYSTEM-DATE          PIC 9(08) VALUE ZEROS.
000980 77  WS-MA-FILE              PIC X(12) VALUE "academicCal".
000990 77  WS-MA-ACTION            PIC X(01) VALUE SPACE.
001000 77  WS-MA-KEY               PIC X(20) VALUE SPACES.
001010 77  WS-MA-BEFORE            PIC X(80) VALUE SPACES.
001020 77  WS-MA-AFTER             PIC X(80) VALUE SPACES.
001021*----------------------------------------------------------------
001022* INCIDENT LOG CALL FIELDS
001023*----------------------------------------------------------------
001024 77  WS-IL-PROGRAM           PIC X(20) VALUE "CAL-MAINT".
001025 77  WS-IL-STEP              PIC X(08) VALUE SPACES.
001026 77  WS-IL-PARAGRAPH         PIC X(30) VALUE SPACES.
001027 77  WS-IL-SEVERITY          PIC X(01) VALUE SPACES.
001028 77  WS-IL-FILE-STATUS       PIC X(02) VALUE SPACES.
001029 77  WS-IL-MESSAGE           PIC X(60) VALUE SPACES.
001030*----------------------------------------------------------------
001040* DATE EDIT WORK AREA
001050*----------------------------------------------------------------
001060 01  WS-CHECK-DATE           PIC X(08) VALUE SPACES.
001070 01  WS-DATE-PARTS REDEFINES WS-CHECK-DATE.
001080     05  WS-DATE-YEAR        PIC 9(04).
001090     05  WS-DATE-MONTH       PIC 9(02).
001100         88  WS-VALID-MONTH      VALUE 01 THRU 12.
001110     05  WS-DATE-DAY         PIC 9(02).
001120         88  WS-VALID-DAY        VALUE 01 THRU 31.
001130*
001140 PROCEDURE DIVISION.
001150*================================================================
001160* 0000-MAINLINE
001170*================================================================
001180 0000-MAINLINE.
001190     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001200     PERFORM 2000-MENU-CYCLE THRU 2000-MENU-CYCLE-EXIT
001210         UNTIL NOT WS-CONTINUE-MAINT.
001220     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001230     GOBACK.
001240*
001250 1000-INITIALIZE.
001260     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
001270     OPEN INPUT SESSION-FILE.
001280     IF WS-SESSION-STATUS = "00"
001290         READ SESSION-FILE
001300             AT END
001310                 MOVE 1 TO WS-AUTH-LEVEL
001320             NOT AT END
001330                 MOVE SESSION-OPERATOR-ID TO WS-OPERATOR-ID
001340                 IF SESSION-AUTH-LEVEL IS NUMERIC
001350                     MOVE SESSION-AUTH-LEVEL TO WS-AUTH-LEVEL
001360                 END-IF
001370         END-READ
001380         CLOSE SESSION-FILE
001390     END-IF.
001400     OPEN I-O CALENDAR-MASTER.
001410     IF WS-MASTER-STATUS = "35"
001420         OPEN OUTPUT CALENDAR-MASTER
001430         CLOSE CALENDAR-MASTER
001440         OPEN I-O CALENDAR-MASTER
001450     END-IF.
001460     IF WS-MASTER-STATUS NOT = "00" AND NOT = "05"
001470         DISPLAY "CAL-MAINT: UNABLE TO OPEN MASTER, "
001480             "STATUS = " WS-MASTER-STATUS
001481         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001482         MOVE "E" TO WS-IL-SEVERITY
001483         MOVE WS-MASTER-STATUS TO WS-IL-FILE-STATUS
001484         MOVE "UNABLE TO OPEN MASTER" TO WS-IL-MESSAGE
001485         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001490         MOVE "N" TO WS-CONTINUE-SW
001500     END-IF.
001510     IF WS-CONTINUE-MAINT
001520         OPEN INPUT COURSE-MASTER
001530         IF WS-COURSE-STATUS NOT = "00"
001540             DISPLAY "CAL-MAINT: UNABLE TO OPEN "
001550                 "courseMaster, STATUS = " WS-COURSE-STATUS
001551             MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001552             MOVE "E" TO WS-IL-SEVERITY
001553             MOVE WS-COURSE-STATUS TO WS-IL-FILE-STATUS
001554             MOVE "UNABLE TO OPEN courseMaster" TO WS-IL-MESSAGE
001555             PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001560             DISPLAY "CAL-MAINT: RUN COURSE-MAINT TO BUILD "
001570                 "THE CATALOG FIRST"
001580             MOVE "N" TO WS-CONTINUE-SW
001590         END-IF
001600     END-IF.
001610 1000-INITIALIZE-EXIT.
001620     EXIT.
001630*
001640 2000-MENU-CYCLE.
001650     DISPLAY "1 = ADD  2 = CHANGE  3 = DELETE  4 = LIST  "
001660         "5 = OVERRIDE  6 = EXIT".
001670     DISPLAY "ENTER CHOICE: ".
001680     ACCEPT WS-MENU-CHOICE.
001690     EVALUATE TRUE
001700         WHEN WS-CHOICE-ADD
001710             PERFORM 3000-ADD-TERM THRU 3000-ADD-TERM-EXIT
001720         WHEN WS-CHOICE-CHANGE
001730             PERFORM 4000-CHANGE-TERM THRU 4000-CHANGE-TERM-EXIT
001740         WHEN WS-CHOICE-DELETE
001750             PERFORM 5000-DELETE-TERM THRU 5000-DELETE-TERM-EXIT
001760         WHEN WS-CHOICE-LIST
001770             PERFORM 6000-LIST-TERMS THRU 6000-LIST-TERMS-EXIT
001780         WHEN WS-CHOICE-OVERRIDE
001790             PERFORM 7500-GRANT-OVERRIDE
001800                 THRU 7500-GRANT-OVERRIDE-EXIT
001810         WHEN WS-CHOICE-EXIT
001820             MOVE "N" TO WS-CONTINUE-SW
001830         WHEN OTHER
001840             DISPLAY "INVALID CHOICE, TRY AGAIN"
001850     END-EVALUATE.
001860 2000-MENU-CYCLE-EXIT.
001870     EXIT.
001880*
001890 3000-ADD-TERM.
001900     DISPLAY "ENTER TERM CODE: ".
001910     ACCEPT WS-SEARCH-TERM.
001920     IF WS-SEARCH-TERM = SPACES
001930         DISPLAY "ADD REJECTED, TERM CODE IS REQUIRED"
001940         GO TO 3000-ADD-TERM-EXIT
001950     END-IF.
001960     MOVE SPACES TO ACADEMIC-CALENDAR-RECORD.
001970     MOVE WS-SEARCH-TERM TO CAL-TERM-CODE.
001980     PERFORM 7000-ACCEPT-DATES THRU 7000-ACCEPT-DATES-EXIT.
001990     IF NOT WS-DATES-ARE-VALID
002000         DISPLAY "ADD REJECTED, BAD OR OUT-OF-ORDER DATES"
002010         GO TO 3000-ADD-TERM-EXIT
002020     END-IF.
002030     MOVE WS-OPERATOR-ID TO CAL-UPDATED-BY.
002040     MOVE WS-SYSTEM-DATE TO CAL-UPDATED-DATE.
002050     WRITE ACADEMIC-CALENDAR-RECORD
002060         INVALID KEY
002070             DISPLAY "ADD FAILED, TERM ALREADY ON FILE, "
002080                 "STATUS = " WS-MASTER-STATUS
002090         NOT INVALID KEY
002100             DISPLAY "CALENDAR ADDED: " CAL-TERM-CODE
002110             MOVE SPACES TO WS-MA-BEFORE
002120             MOVE ACADEMIC-CALENDAR-RECORD TO WS-MA-AFTER
002130             MOVE CAL-TERM-CODE TO WS-MA-KEY
002140             MOVE "A" TO WS-MA-ACTION
002150             PERFORM 8500-WRITE-MAINT-AUDIT
002160                 THRU 8500-WRITE-MAINT-AUDIT-EXIT
002170     END-WRITE.
002180 3000-ADD-TERM-EXIT.
002190     EXIT.
002200*
002210 4000-CHANGE-TERM.
002220     DISPLAY "ENTER TERM CODE TO CHANGE: ".
002230     ACCEPT WS-SEARCH-TERM.
002240     MOVE WS-SEARCH-TERM TO CAL-TERM-CODE.
002250     READ CALENDAR-MASTER
002260         INVALID KEY
002270             DISPLAY "NO CALENDAR FOUND FOR TERM "
002280                 WS-SEARCH-TERM
002290         NOT INVALID KEY
002300             PERFORM 4100-APPLY-CHANGES
002310                 THRU 4100-APPLY-CHANGES-EXIT
002320     END-READ.
002330 4000-CHANGE-TERM-EXIT.
002340     EXIT.
002350*
002360 4100-APPLY-CHANGES.
002370     MOVE ACADEMIC-CALENDAR-RECORD TO WS-MA-BEFORE.
002380     DISPLAY "CURRENT DATES: " CAL-REG-OPEN-DATE " "
002390         CAL-LAST-ADD-DATE " " CAL-LAST-DROP-DATE " "
002400         CAL-GRADE-DUE-DATE " " CAL-LAPSE-DATE.
002410     DISPLAY "RE-ENTER THE FULL TERM CALENDAR".
002420     PERFORM 7000-ACCEPT-DATES THRU 7000-ACCEPT-DATES-EXIT.
002430     IF NOT WS-DATES-ARE-VALID
002440         DISPLAY "CHANGE REJECTED, BAD OR OUT-OF-ORDER DATES"
002450         GO TO 4100-APPLY-CHANGES-EXIT
002460     END-IF.
002470     MOVE WS-OPERATOR-ID TO CAL-UPDATED-BY.
002480     MOVE WS-SYSTEM-DATE TO CAL-UPDATED-DATE.
002490     REWRITE ACADEMIC-CALENDAR-RECORD
002500         INVALID KEY
002510             DISPLAY "CHANGE FAILED, STATUS = "
002520                 WS-MASTER-STATUS
002530         NOT INVALID KEY
002540             DISPLAY "CALENDAR CHANGED: " CAL-TERM-CODE
002550             MOVE ACADEMIC-CALENDAR-RECORD TO WS-MA-AFTER
002560             MOVE CAL-TERM-CODE TO WS-MA-KEY
002570             MOVE "C" TO WS-MA-ACTION
002580             PERFORM 8500-WRITE-MAINT-AUDIT
002590                 THRU 8500-WRITE-MAINT-AUDIT-EXIT
002600     END-REWRITE.
002610 4100-APPLY-CHANGES-EXIT.
002620     EXIT.
002630*
002640 5000-DELETE-TERM.
002650     DISPLAY "ENTER TERM CODE TO DELETE: ".
002660     ACCEPT WS-SEARCH-TERM.
002670     MOVE WS-SEARCH-TERM TO CAL-TERM-CODE.
002680     READ CALENDAR-MASTER
002690         INVALID KEY
002700             DISPLAY "NO CALENDAR FOUND FOR TERM "
002710                 WS-SEARCH-TERM
002720         NOT INVALID KEY
002730             MOVE ACADEMIC-CALENDAR-RECORD TO WS-MA-BEFORE
002740             DELETE CALENDAR-MASTER RECORD
002750                 INVALID KEY
002760                     DISPLAY "DELETE FAILED, STATUS = "
002770                         WS-MASTER-STATUS
002780                 NOT INVALID KEY
002790                     DISPLAY "CALENDAR DELETED: "
002800                         WS-SEARCH-TERM
002810                     MOVE SPACES TO WS-MA-AFTER
002820                     MOVE WS-SEARCH-TERM TO WS-MA-KEY
002830                     MOVE "D" TO WS-MA-ACTION
002840                     PERFORM 8500-WRITE-MAINT-AUDIT
002850                         THRU 8500-WRITE-MAINT-AUDIT-EXIT
002860             END-DELETE
002870     END-READ.
002880 5000-DELETE-TERM-EXIT.
002890     EXIT.
002900*
002910 6000-LIST-TERMS.
002920     MOVE "N" TO WS-LIST-EOF-SW.
002930     MOVE ZEROS TO WS-LIST-COUNT.
002940     MOVE LOW-VALUES TO CAL-TERM-CODE.
002950     START CALENDAR-MASTER KEY NOT LESS THAN CAL-TERM-CODE
002960         INVALID KEY MOVE "Y" TO WS-LIST-EOF-SW
002970     END-START.
002980     DISPLAY "TERM   NAME                 REG-OPEN LAST-ADD "
002990         "LAST-DRP GRDS-DUE I-LAPSE".
003000     PERFORM 6100-LIST-ONE-TERM THRU 6100-LIST-ONE-TERM-EXIT
003010         UNTIL WS-END-OF-LIST.
003020     DISPLAY "TERMS ON THE CALENDAR: " WS-LIST-COUNT.
003030 6000-LIST-TERMS-EXIT.
003040     EXIT.
003050*
003060 6100-LIST-ONE-TERM.
003070     READ CALENDAR-MASTER NEXT RECORD
003080         AT END
003090             MOVE "Y" TO WS-LIST-EOF-SW
003100         NOT AT END
003110             DISPLAY CAL-TERM-CODE " " CAL-TERM-NAME " "
003120                 CAL-REG-OPEN-DATE " " CAL-LAST-ADD-DATE " "
003130                 CAL-LAST-DROP-DATE " " CAL-GRADE-DUE-DATE " "
003140                 CAL-LAPSE-DATE
003150             ADD 1 TO WS-LIST-COUNT
003160     END-READ.
003170 6100-LIST-ONE-TERM-EXIT.
003180     EXIT.
003190*
003200 6500-CHECK-COURSE.
003210     MOVE "N" TO WS-COURSE-VALID-SW.
003220     MOVE COV-COURSE-ID TO CRS-COURSE-ID.
003230     READ COURSE-MASTER
003240         INVALID KEY
003250             CONTINUE
003260         NOT INVALID KEY
003270             MOVE "Y" TO WS-COURSE-VALID-SW
003280     END-READ.
003290 6500-CHECK-COURSE-EXIT.
003300     EXIT.
003310*
003320 7000-ACCEPT-DATES.
003330     MOVE "Y" TO WS-DATES-VALID-SW.
003340     DISPLAY "ENTER TERM NAME: ".
003350     ACCEPT CAL-TERM-NAME.
003360     DISPLAY "ENTER REGISTRATION OPEN DATE (YYYYMMDD): ".
003370     ACCEPT CAL-REG-OPEN-DATE.
003380     MOVE CAL-REG-OPEN-DATE TO WS-CHECK-DATE.
003390     PERFORM 7100-CHECK-DATE THRU 7100-CHECK-DATE-EXIT.
003400     DISPLAY "ENTER LAST DAY TO ADD (YYYYMMDD): ".
003410     ACCEPT CAL-LAST-ADD-DATE.
003420     MOVE CAL-LAST-ADD-DATE TO WS-CHECK-DATE.
003430     PERFORM 7100-CHECK-DATE THRU 7100-CHECK-DATE-EXIT.
003440     DISPLAY "ENTER LAST DAY TO DROP WITHOUT A W (YYYYMMDD): ".
003450     ACCEPT CAL-LAST-DROP-DATE.
003460     MOVE CAL-LAST-DROP-DATE TO WS-CHECK-DATE.
003470     PERFORM 7100-CHECK-DATE THRU 7100-CHECK-DATE-EXIT.
003480     DISPLAY "ENTER GRADE DUE DATE (YYYYMMDD): ".
003490     ACCEPT CAL-GRADE-DUE-DATE.
003500     MOVE CAL-GRADE-DUE-DATE TO WS-CHECK-DATE.
003510     PERFORM 7100-CHECK-DATE THRU 7100-CHECK-DATE-EXIT.
003520     DISPLAY "ENTER INCOMPLETE LAPSE DATE (YYYYMMDD): ".
003530     ACCEPT CAL-LAPSE-DATE.
003540     MOVE CAL-LAPSE-DATE TO WS-CHECK-DATE.
003550     PERFORM 7100-CHECK-DATE THRU 7100-CHECK-DATE-EXIT.
003560     IF NOT WS-DATES-ARE-VALID
003570         GO TO 7000-ACCEPT-DATES-EXIT
003580     END-IF.
003590     IF CAL-LAST-ADD-DATE < CAL-REG-OPEN-DATE
003600             OR CAL-LAST-DROP-DATE < CAL-LAST-ADD-DATE
003610             OR CAL-GRADE-DUE-DATE < CAL-LAST-DROP-DATE
003620             OR CAL-LAPSE-DATE < CAL-GRADE-DUE-DATE
003630         DISPLAY "DATES MUST RUN REGISTRATION OPEN, LAST ADD, "
003640             "LAST DROP, GRADES DUE, INCOMPLETE LAPSE"
003650         MOVE "N" TO WS-DATES-VALID-SW
003660     END-IF.
003670 7000-ACCEPT-DATES-EXIT.
003680     EXIT.
003690*
003700 7100-CHECK-DATE.
003710     IF WS-CHECK-DATE NOT NUMERIC
003720         DISPLAY "BAD DATE '" WS-CHECK-DATE "'"
003730         MOVE "N" TO WS-DATES-VALID-SW
003740         GO TO 7100-CHECK-DATE-EXIT
003750     END-IF.
003760     IF NOT WS-VALID-MONTH OR NOT WS-VALID-DAY
003770             OR WS-DATE-YEAR < 1900
003780         DISPLAY "BAD DATE '" WS-CHECK-DATE "'"
003790         MOVE "N" TO WS-DATES-VALID-SW
003800     END-IF.
003810 7100-CHECK-DATE-EXIT.
003820     EXIT.
003830*
003840 7500-GRANT-OVERRIDE.
003850     IF NOT WS-LEVEL-SUPERVISOR
003860         DISPLAY "CALENDAR EXCEPTIONS NEED SUPERVISOR "
003870             "AUTHORITY"
003880         GO TO 7500-GRANT-OVERRIDE-EXIT
003890     END-IF.
003900     MOVE SPACES TO CALENDAR-OVERRIDE-RECORD.
003910     DISPLAY "ENTER STUDENT ID-NUMBER: ".
003920     ACCEPT COV-ID-NUMBER.
003930     DISPLAY "ENTER TERM CODE: ".
003940     ACCEPT COV-TERM-CODE.
003950     DISPLAY "ENTER TYPE (A = ADD, D = DROP, G = GRADE "
003960         "CHANGE): ".
003970     ACCEPT COV-TRANS-TYPE.
003980     DISPLAY "ENTER COURSE-ID (BLANK = ANY COURSE): ".
003990     ACCEPT COV-COURSE-ID.
004000     DISPLAY "ENTER REASON: ".
004010     ACCEPT COV-REASON.
004020     IF COV-ID-NUMBER NOT NUMERIC
004030             OR NOT COV-VALID-TRANS-TYPE
004040         DISPLAY "EXCEPTION REJECTED, BAD ID OR TYPE"
004050         GO TO 7500-GRANT-OVERRIDE-EXIT
004060     END-IF.
004070     MOVE COV-TERM-CODE TO CAL-TERM-CODE.
004080     READ CALENDAR-MASTER
004090         INVALID KEY
004100             DISPLAY "EXCEPTION REJECTED, TERM NOT ON THE "
004110                 "CALENDAR: " COV-TERM-CODE
004120             GO TO 7500-GRANT-OVERRIDE-EXIT
004130     END-READ.
004140     IF COV-COURSE-ID NOT = SPACES
004150         PERFORM 6500-CHECK-COURSE THRU 6500-CHECK-COURSE-EXIT
004160         IF NOT WS-COURSE-IS-VALID
004170             DISPLAY "EXCEPTION REJECTED, COURSE NOT IN "
004180                 "CATALOG: " COV-COURSE-ID
004190             GO TO 7500-GRANT-OVERRIDE-EXIT
004200         END-IF
004210     END-IF.
004220     MOVE WS-OPERATOR-ID TO COV-GRANTED-BY.
004230     MOVE WS-SYSTEM-DATE TO COV-GRANTED-DATE.
004240     OPEN EXTEND OVERRIDE-FILE.
004250     IF WS-OVERRIDE-STATUS = "35"
004260         OPEN OUTPUT OVERRIDE-FILE
004270     END-IF.
004280     IF WS-OVERRIDE-STATUS NOT = "00"
004290         DISPLAY "EXCEPTION FAILED, CANNOT OPEN "
004300             "calendarOverrides, STATUS = " WS-OVERRIDE-STATUS
004301         MOVE "7500-GRANT-OVERRIDE" TO WS-IL-PARAGRAPH
004302         MOVE "E" TO WS-IL-SEVERITY
004303         MOVE WS-OVERRIDE-STATUS TO WS-IL-FILE-STATUS
004304         MOVE "CANNOT OPEN calendarOverrides" TO WS-IL-MESSAGE
004305         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
004310         GO TO 7500-GRANT-OVERRIDE-EXIT
004320     END-IF.
004330     WRITE CALENDAR-OVERRIDE-RECORD.
004340     CLOSE OVERRIDE-FILE.
004350     DISPLAY "EXCEPTION GRANTED: " COV-ID-NUMBER " "
004360         COV-TERM-CODE " " COV-TRANS-TYPE " " COV-COURSE-ID.
004370     MOVE "calOverride" TO WS-MA-FILE.
004380     MOVE SPACES TO WS-MA-BEFORE.
004390     MOVE CALENDAR-OVERRIDE-RECORD TO WS-MA-AFTER.
004400     MOVE CALENDAR-OVERRIDE-RECORD (1:17) TO WS-MA-KEY.
004410     MOVE "A" TO WS-MA-ACTION.
004420     PERFORM 8500-WRITE-MAINT-AUDIT
004430         THRU 8500-WRITE-MAINT-AUDIT-EXIT.
004440     MOVE "academicCal" TO WS-MA-FILE.
004450 7500-GRANT-OVERRIDE-EXIT.
004460     EXIT.
004470*
004480 8500-WRITE-MAINT-AUDIT.
004490     CALL "MAINT-AUDIT" USING WS-MA-FILE WS-MA-ACTION
004500         WS-MA-KEY WS-MA-BEFORE WS-MA-AFTER.
004510 8500-WRITE-MAINT-AUDIT-EXIT.
004520     EXIT.
004530*
004531 8900-LOG-INCIDENT.
004532     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
004533         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
004534         WS-IL-MESSAGE.
004535 8900-LOG-INCIDENT-EXIT.
004536     EXIT.
004537*
004540 9000-TERMINATE.
004550     IF WS-MASTER-STATUS = "00" OR = "05" OR = "10"
004560             OR = "22" OR = "23"
004570         CLOSE CALENDAR-MASTER
004580     END-IF.
004590     IF WS-COURSE-STATUS = "00" OR = "23"
004600         CLOSE COURSE-MASTER
004610     END-IF.
004620 9000-TERMINATE-EXIT.
004630     EXIT.
004640*
004650 END PROGRAM CAL-MAINT.
