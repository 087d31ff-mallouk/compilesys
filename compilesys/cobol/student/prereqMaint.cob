000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PREREQ-MAINT.
000030 AUTHOR. REGISTRAR-SYSTEMS-GROUP.
000040 INSTALLATION. REGISTRARS-OFFICE.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED. 2026-10-14.
000070*================================================================
000080* MODIFICATION HISTORY
000090*   2026-10-14  RSG  INITIAL VERSION - ADD/CHANGE/DELETE/LIST
000100*                    MAINTENANCE AGAINST THE COURSE
000110*                    PREREQUISITE MASTER (UP TO FIVE REQUIRED
000120*                    COURSES, EACH WITH A MINIMUM GRADE) THE
000130*                    ENTRY PROGRAM CHECKS AT REGISTRATION.
000140*                    EVERY COURSE-ID IS EDITED AGAINST THE
000150*                    CATALOG. ADD/CHANGE/DELETE WRITE
000160*                    BEFORE/AFTER IMAGES TO maintAudit. A
000170*                    SUPERVISOR CAN ALSO GRANT AN INSTRUCTOR
000180*                    PERMISSION FOR ONE STUDENT, COURSE, AND
000190*                    TERM - GRANTS GO ON prereqPermits AND ARE
000200*                    AUDITED THE SAME WAY.
000202*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000204*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000210*================================================================
000220*
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT PREREQ-MASTER ASSIGN TO DISK
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS DYNAMIC
000300         RECORD KEY IS PRQ-COURSE-ID
000310         FILE STATUS IS WS-MASTER-STATUS.
000320     SELECT COURSE-MASTER ASSIGN TO DISK
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS RANDOM
000350         RECORD KEY IS CRS-COURSE-ID
000360         FILE STATUS IS WS-COURSE-STATUS.
000370     SELECT PERMIT-FILE ASSIGN TO DISK
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-PERMIT-STATUS.
000400     SELECT SESSION-FILE ASSIGN TO DISK
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-SESSION-STATUS.
000430*
000440 DATA DIVISION.
000450 FILE SECTION.
000460*
000470 FD  PREREQ-MASTER
000480     LABEL RECORDS ARE STANDARD
000490     VALUE OF FILE-ID IS "prereqMaster".
000500     COPY "prereq.cpy".
000510*
000520 FD  COURSE-MASTER
000530     LABEL RECORDS ARE STANDARD
000540     VALUE OF FILE-ID IS "courseMaster".
000550     COPY "crsmstr.cpy".
000560*
000570 FD  PERMIT-FILE
000580     LABEL RECORDS ARE STANDARD
000590     VALUE OF FILE-ID IS "prereqPermits".
000600     COPY "prqpermt.cpy".
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
000750 77  WS-PERMIT-STATUS        PIC X(02) VALUE "00".
000760 77  WS-SESSION-STATUS       PIC X(02) VALUE "00".
000770 77  WS-CONTINUE-SW          PIC X(01) VALUE "Y".
000780     88  WS-CONTINUE-MAINT       VALUE "Y".
000790 77  WS-MENU-CHOICE          PIC X(01) VALUE SPACES.
000800     88  WS-CHOICE-ADD           VALUE "1".
000810     88  WS-CHOICE-CHANGE        VALUE "2".
000820     88  WS-CHOICE-DELETE        VALUE "3".
000830     88  WS-CHOICE-LIST          VALUE "4".
000840     88  WS-CHOICE-PERMIT        VALUE "5".
000850     88  WS-CHOICE-EXIT          VALUE "6".
000860 77  WS-SEARCH-ID            PIC X(06) VALUE SPACES.
000870 77  WS-LIST-EOF-SW          PIC X(01) VALUE "N".
000880     88  WS-END-OF-LIST          VALUE "Y".
000890 77  WS-LIST-COUNT           PIC 9(05) VALUE ZEROS.
000900 77  WS-REQ-SUB              PIC 9(01) VALUE ZEROS.
000910 77  WS-REQS-VALID-SW        PIC X(01) VALUE "Y".
000920     88  WS-REQS-ARE-VALID       VALUE "Y".
000930 77  WS-REQS-DONE-SW         PIC X(01) VALUE "N".
000940     88  WS-REQS-DONE            VALUE "Y".
000950 77  WS-COURSE-VALID-SW      PIC X(01) VALUE "N".
000960     88  WS-COURSE-IS-VALID      VALUE "Y".
000970 77  WS-CHECK-COURSE-ID      PIC X(06) VALUE SPACES.
000980 77  WS-AUTH-LEVEL           PIC 9(01) VALUE 1.
000990     88  WS-LEVEL-SUPERVISOR     VALUE 3.
001000 77  WS-OPERATOR-ID          PIC X(10) VALUE SPACES.
001010 77  WS-SYSTEM-DATE          PIC 9(08) VALUE ZEROS.
001020 77  WS-MA-FILE              PIC X(12) VALUE "prereqMaster".
001030 77  WS-MA-ACTION            PIC X(01) VALUE SPACE.
001040 77  WS-MA-KEY               PIC X(20) VALUE SPACES.
001050 77  WS-MA-BEFORE            PIC X(80) VALUE SPACES.
001060 77  WS-MA-AFTER             PIC X(80) VALUE SPACES.
001061*----------------------------------------------------------------
001062* INCIDENT LOG CALL FIELDS
001063*----------------------------------------------------------------
001064 77  WS-IL-PROGRAM           PIC X(20) VALUE "PREREQ-MAINT".
001065 77  WS-IL-STEP              PIC X(08) VALUE SPACES.
001066 77  WS-IL-PARAGRAPH         PIC X(30) VALUE SPACES.
001067 77  WS-IL-SEVERITY          PIC X(01) VALUE SPACES.
001068 77  WS-IL-FILE-STATUS       PIC X(02) VALUE SPACES.
001069 77  WS-IL-MESSAGE           PIC X(60) VALUE SPACES.
001070*
001080 PROCEDURE DIVISION.
001090*================================================================
001100* 0000-MAINLINE
001110*================================================================
001120 0000-MAINLINE.
001130     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001140     PERFORM 2000-MENU-CYCLE THRU 2000-MENU-CYCLE-EXIT
001150         UNTIL NOT WS-CONTINUE-MAINT.
001160     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001170     GOBACK.
001180*
001190 1000-INITIALIZE.
001200     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
001210     OPEN INPUT SESSION-FILE.
001220     IF WS-SESSION-STATUS = "00"
001230         READ SESSION-FILE
001240             AT END
001250                 MOVE 1 TO WS-AUTH-LEVEL
001260             NOT AT END
001270                 MOVE SESSION-OPERATOR-ID TO WS-OPERATOR-ID
001280                 IF SESSION-AUTH-LEVEL IS NUMERIC
001290                     MOVE SESSION-AUTH-LEVEL TO WS-AUTH-LEVEL
001300                 END-IF
001310         END-READ
001320         CLOSE SESSION-FILE
001330     END-IF.
001340     OPEN I-O PREREQ-MASTER.
001350     IF WS-MASTER-STATUS = "35"
001360         OPEN OUTPUT PREREQ-MASTER
001370         CLOSE PREREQ-MASTER
001380         OPEN I-O PREREQ-MASTER
001390     END-IF.
001400     IF WS-MASTER-STATUS NOT = "00" AND NOT = "05"
001410         DISPLAY "PREREQ-MAINT: UNABLE TO OPEN MASTER, "
001420             "STATUS = " WS-MASTER-STATUS
001421         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001422         MOVE "E" TO WS-IL-SEVERITY
001423         MOVE WS-MASTER-STATUS TO WS-IL-FILE-STATUS
001424         MOVE "UNABLE TO OPEN MASTER" TO WS-IL-MESSAGE
001425         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001430         MOVE "N" TO WS-CONTINUE-SW
001440     END-IF.
001450     IF WS-CONTINUE-MAINT
001460         OPEN INPUT COURSE-MASTER
001470         IF WS-COURSE-STATUS NOT = "00"
001480             DISPLAY "PREREQ-MAINT: UNABLE TO OPEN "
001490                 "courseMaster, STATUS = " WS-COURSE-STATUS
001491             MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001492             MOVE "E" TO WS-IL-SEVERITY
001493             MOVE WS-COURSE-STATUS TO WS-IL-FILE-STATUS
001494             MOVE "UNABLE TO OPEN courseMaster" TO WS-IL-MESSAGE
001495             PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001500             DISPLAY "PREREQ-MAINT: RUN COURSE-MAINT TO BUILD "
001510                 "THE CATALOG FIRST"
001520             MOVE "N" TO WS-CONTINUE-SW
001530         END-IF
001540     END-IF.
001550 1000-INITIALIZE-EXIT.
001560     EXIT.
001570*
001580 2000-MENU-CYCLE.
001590     DISPLAY "1 = ADD  2 = CHANGE  3 = DELETE  4 = LIST  "
001600         "5 = PERMIT  6 = EXIT".
001610     DISPLAY "ENTER CHOICE: ".
001620     ACCEPT WS-MENU-CHOICE.
001630     EVALUATE TRUE
001640         WHEN WS-CHOICE-ADD
001650             PERFORM 3000-ADD-PREREQ THRU 3000-ADD-PREREQ-EXIT
001660         WHEN WS-CHOICE-CHANGE
001670             PERFORM 4000-CHANGE-PREREQ
001680                 THRU 4000-CHANGE-PREREQ-EXIT
001690         WHEN WS-CHOICE-DELETE
001700             PERFORM 5000-DELETE-PREREQ
001710                 THRU 5000-DELETE-PREREQ-EXIT
001720         WHEN WS-CHOICE-LIST
001730             PERFORM 6000-LIST-PREREQS THRU 6000-LIST-PREREQS-EXIT
001740         WHEN WS-CHOICE-PERMIT
001750             PERFORM 7500-GRANT-PERMIT THRU 7500-GRANT-PERMIT-EXIT
001760         WHEN WS-CHOICE-EXIT
001770             MOVE "N" TO WS-CONTINUE-SW
001780         WHEN OTHER
001790             DISPLAY "INVALID CHOICE, TRY AGAIN"
001800     END-EVALUATE.
001810 2000-MENU-CYCLE-EXIT.
001820     EXIT.
001830*
001840 3000-ADD-PREREQ.
001850     DISPLAY "ENTER COURSE-ID: ".
001860     ACCEPT WS-SEARCH-ID.
001870     MOVE WS-SEARCH-ID TO WS-CHECK-COURSE-ID.
001880     PERFORM 6500-CHECK-COURSE THRU 6500-CHECK-COURSE-EXIT.
001890     IF NOT WS-COURSE-IS-VALID
001900         DISPLAY "ADD REJECTED, COURSE NOT IN CATALOG: "
001910             WS-SEARCH-ID
001920         GO TO 3000-ADD-PREREQ-EXIT
001930     END-IF.
001940     MOVE SPACES TO PREREQ-RECORD.
001950     MOVE WS-SEARCH-ID TO PRQ-COURSE-ID.
001960     PERFORM 7000-ACCEPT-REQUIREMENTS
001970         THRU 7000-ACCEPT-REQUIREMENTS-EXIT.
001980     IF NOT WS-REQS-ARE-VALID
001990         DISPLAY "ADD REJECTED, BAD REQUIRED COURSE OR GRADE"
002000         GO TO 3000-ADD-PREREQ-EXIT
002010     END-IF.
002020     WRITE PREREQ-RECORD
002030         INVALID KEY
002040             DISPLAY "ADD FAILED, COURSE ALREADY ON FILE, "
002050                 "STATUS = " WS-MASTER-STATUS
002060         NOT INVALID KEY
002070             DISPLAY "PREREQUISITES ADDED: " PRQ-COURSE-ID
002080             MOVE SPACES TO WS-MA-BEFORE
002090             MOVE PREREQ-RECORD TO WS-MA-AFTER
002100             MOVE PRQ-COURSE-ID TO WS-MA-KEY
002110             MOVE "A" TO WS-MA-ACTION
002120             PERFORM 8500-WRITE-MAINT-AUDIT
002130                 THRU 8500-WRITE-MAINT-AUDIT-EXIT
002140     END-WRITE.
002150 3000-ADD-PREREQ-EXIT.
002160     EXIT.
002170*
002180 4000-CHANGE-PREREQ.
002190     DISPLAY "ENTER COURSE-ID TO CHANGE: ".
002200     ACCEPT WS-SEARCH-ID.
002210     MOVE WS-SEARCH-ID TO PRQ-COURSE-ID.
002220     READ PREREQ-MASTER
002230         INVALID KEY
002240             DISPLAY "NO PREREQUISITES FOUND FOR COURSE-ID "
002250                 WS-SEARCH-ID
002260         NOT INVALID KEY
002270             PERFORM 4100-APPLY-CHANGES
002280                 THRU 4100-APPLY-CHANGES-EXIT
002290     END-READ.
002300 4000-CHANGE-PREREQ-EXIT.
002310     EXIT.
002320*
002330 4100-APPLY-CHANGES.
002340     MOVE PREREQ-RECORD TO WS-MA-BEFORE.
002350     DISPLAY "RE-ENTER THE FULL REQUIREMENT LIST".
002360     PERFORM 7000-ACCEPT-REQUIREMENTS
002370         THRU 7000-ACCEPT-REQUIREMENTS-EXIT.
002380     IF NOT WS-REQS-ARE-VALID
002390         DISPLAY "CHANGE REJECTED, BAD REQUIRED COURSE OR GRADE"
002400         GO TO 4100-APPLY-CHANGES-EXIT
002410     END-IF.
002420     REWRITE PREREQ-RECORD
002430         INVALID KEY
002440             DISPLAY "CHANGE FAILED, STATUS = "
002450                 WS-MASTER-STATUS
002460         NOT INVALID KEY
002470             DISPLAY "PREREQUISITES CHANGED: " PRQ-COURSE-ID
002480             MOVE PREREQ-RECORD TO WS-MA-AFTER
002490             MOVE PRQ-COURSE-ID TO WS-MA-KEY
002500             MOVE "C" TO WS-MA-ACTION
002510             PERFORM 8500-WRITE-MAINT-AUDIT
002520                 THRU 8500-WRITE-MAINT-AUDIT-EXIT
002530     END-REWRITE.
002540 4100-APPLY-CHANGES-EXIT.
002550     EXIT.
002560*
002570 5000-DELETE-PREREQ.
002580     DISPLAY "ENTER COURSE-ID TO DELETE: ".
002590     ACCEPT WS-SEARCH-ID.
002600     MOVE WS-SEARCH-ID TO PRQ-COURSE-ID.
002610     READ PREREQ-MASTER
002620         INVALID KEY
002630             DISPLAY "NO PREREQUISITES FOUND FOR COURSE-ID "
002640                 WS-SEARCH-ID
002650         NOT INVALID KEY
002660             MOVE PREREQ-RECORD TO WS-MA-BEFORE
002670             DELETE PREREQ-MASTER RECORD
002680                 INVALID KEY
002690                     DISPLAY "DELETE FAILED, STATUS = "
002700                         WS-MASTER-STATUS
002710                 NOT INVALID KEY
002720                     DISPLAY "PREREQUISITES DELETED: "
002730                         WS-SEARCH-ID
002740                     MOVE SPACES TO WS-MA-AFTER
002750                     MOVE WS-SEARCH-ID TO WS-MA-KEY
002760                     MOVE "D" TO WS-MA-ACTION
002770                     PERFORM 8500-WRITE-MAINT-AUDIT
002780                         THRU 8500-WRITE-MAINT-AUDIT-EXIT
002790             END-DELETE
002800     END-READ.
002810 5000-DELETE-PREREQ-EXIT.
002820     EXIT.
002830*
002840 6000-LIST-PREREQS.
002850     MOVE "N" TO WS-LIST-EOF-SW.
002860     MOVE ZEROS TO WS-LIST-COUNT.
002870     MOVE LOW-VALUES TO PRQ-COURSE-ID.
002880     START PREREQ-MASTER KEY NOT LESS THAN PRQ-COURSE-ID
002890         INVALID KEY MOVE "Y" TO WS-LIST-EOF-SW
002900     END-START.
002910     PERFORM 6100-LIST-ONE-PREREQ THRU 6100-LIST-ONE-PREREQ-EXIT
002920         UNTIL WS-END-OF-LIST.
002930     DISPLAY "COURSES WITH PREREQUISITES: " WS-LIST-COUNT.
002940 6000-LIST-PREREQS-EXIT.
002950     EXIT.
002960*
002970 6100-LIST-ONE-PREREQ.
002980     READ PREREQ-MASTER NEXT RECORD
002990         AT END
003000             MOVE "Y" TO WS-LIST-EOF-SW
003010         NOT AT END
003020             DISPLAY PRQ-COURSE-ID " REQUIRES "
003030                 PRQ-REQ-COURSE-ID (1) " " PRQ-MIN-GRADE (1) " "
003040                 PRQ-REQ-COURSE-ID (2) " " PRQ-MIN-GRADE (2) " "
003050                 PRQ-REQ-COURSE-ID (3) " " PRQ-MIN-GRADE (3) " "
003060                 PRQ-REQ-COURSE-ID (4) " " PRQ-MIN-GRADE (4) " "
003070                 PRQ-REQ-COURSE-ID (5) " " PRQ-MIN-GRADE (5)
003080             ADD 1 TO WS-LIST-COUNT
003090     END-READ.
003100 6100-LIST-ONE-PREREQ-EXIT.
003110     EXIT.
003120*
003130 6500-CHECK-COURSE.
003140     MOVE "N" TO WS-COURSE-VALID-SW.
003150     MOVE WS-CHECK-COURSE-ID TO CRS-COURSE-ID.
003160     READ COURSE-MASTER
003170         INVALID KEY
003180             CONTINUE
003190         NOT INVALID KEY
003200             MOVE "Y" TO WS-COURSE-VALID-SW
003210     END-READ.
003220 6500-CHECK-COURSE-EXIT.
003230     EXIT.
003240*
003250 7000-ACCEPT-REQUIREMENTS.
003260     MOVE "Y" TO WS-REQS-VALID-SW.
003270     MOVE "N" TO WS-REQS-DONE-SW.
003280     PERFORM 7100-ACCEPT-ONE-REQUIREMENT
003290         THRU 7100-ACCEPT-ONE-REQUIREMENT-EXIT
003300         VARYING WS-REQ-SUB FROM 1 BY 1
003310         UNTIL WS-REQ-SUB > 5.
003320     IF PRQ-REQ-COURSE-ID (1) = SPACES
003330         DISPLAY "AT LEAST ONE REQUIRED COURSE IS NEEDED"
003340         MOVE "N" TO WS-REQS-VALID-SW
003350     END-IF.
003360 7000-ACCEPT-REQUIREMENTS-EXIT.
003370     EXIT.
003380*
003390 7100-ACCEPT-ONE-REQUIREMENT.
003400*    A BLANK COURSE-ID ENDS THE LIST - THE REMAINING SLOTS
003410*    ARE CLEARED SO A SHORTER LIST REPLACES A LONGER ONE
003420     IF WS-REQS-DONE
003430         MOVE SPACES TO PRQ-REQUIREMENT (WS-REQ-SUB)
003440         GO TO 7100-ACCEPT-ONE-REQUIREMENT-EXIT
003450     END-IF.
003460     DISPLAY "ENTER REQUIRED COURSE-ID " WS-REQ-SUB
003470         " (BLANK TO END): ".
003480     ACCEPT PRQ-REQ-COURSE-ID (WS-REQ-SUB).
003490     IF PRQ-REQ-COURSE-ID (WS-REQ-SUB) = SPACES
003500         MOVE "Y" TO WS-REQS-DONE-SW
003510         MOVE SPACES TO PRQ-REQUIREMENT (WS-REQ-SUB)
003520         GO TO 7100-ACCEPT-ONE-REQUIREMENT-EXIT
003530     END-IF.
003540     DISPLAY "ENTER MINIMUM GRADE (A/B/C/D): ".
003550     ACCEPT PRQ-MIN-GRADE (WS-REQ-SUB).
003560     MOVE PRQ-REQ-COURSE-ID (WS-REQ-SUB) TO WS-CHECK-COURSE-ID.
003570     PERFORM 6500-CHECK-COURSE THRU 6500-CHECK-COURSE-EXIT.
003580     IF NOT WS-COURSE-IS-VALID
003590         DISPLAY "REQUIRED COURSE NOT IN CATALOG: "
003600             PRQ-REQ-COURSE-ID (WS-REQ-SUB)
003610         MOVE "N" TO WS-REQS-VALID-SW
003620     END-IF.
003630     IF PRQ-REQ-COURSE-ID (WS-REQ-SUB) = PRQ-COURSE-ID
003640         DISPLAY "A COURSE CANNOT BE ITS OWN PREREQUISITE"
003650         MOVE "N" TO WS-REQS-VALID-SW
003660     END-IF.
003670     IF NOT PRQ-VALID-MIN-GRADE (WS-REQ-SUB)
003680         DISPLAY "BAD MINIMUM GRADE '"
003690             PRQ-MIN-GRADE (WS-REQ-SUB) "'"
003700         MOVE "N" TO WS-REQS-VALID-SW
003710     END-IF.
003720 7100-ACCEPT-ONE-REQUIREMENT-EXIT.
003730     EXIT.
003740*
003750 7500-GRANT-PERMIT.
003760     IF NOT WS-LEVEL-SUPERVISOR
003770         DISPLAY "INSTRUCTOR PERMISSION NEEDS SUPERVISOR "
003780             "AUTHORITY"
003790         GO TO 7500-GRANT-PERMIT-EXIT
003800     END-IF.
003810     MOVE SPACES TO PREREQ-PERMIT-RECORD.
003820     DISPLAY "ENTER STUDENT ID-NUMBER: ".
003830     ACCEPT PPM-ID-NUMBER.
003840     DISPLAY "ENTER COURSE-ID: ".
003850     ACCEPT PPM-COURSE-ID.
003860     DISPLAY "ENTER TERM CODE: ".
003870     ACCEPT PPM-TERM-CODE.
003880     DISPLAY "ENTER REASON: ".
003890     ACCEPT PPM-REASON.
003900     MOVE PPM-COURSE-ID TO WS-CHECK-COURSE-ID.
003910     PERFORM 6500-CHECK-COURSE THRU 6500-CHECK-COURSE-EXIT.
003920     IF PPM-ID-NUMBER NOT NUMERIC
003930             OR PPM-TERM-CODE = SPACES
003940             OR NOT WS-COURSE-IS-VALID
003950         DISPLAY "PERMISSION REJECTED, BAD ID, COURSE, OR TERM"
003960         GO TO 7500-GRANT-PERMIT-EXIT
003970     END-IF.
003980     MOVE WS-OPERATOR-ID TO PPM-GRANTED-BY.
003990     MOVE WS-SYSTEM-DATE TO PPM-GRANTED-DATE.
004000     OPEN EXTEND PERMIT-FILE.
004010     IF WS-PERMIT-STATUS = "35"
004020         OPEN OUTPUT PERMIT-FILE
004030     END-IF.
004040     IF WS-PERMIT-STATUS NOT = "00"
004050         DISPLAY "PERMISSION FAILED, CANNOT OPEN "
004060             "prereqPermits, STATUS = " WS-PERMIT-STATUS
004061         MOVE "7500-GRANT-PERMIT" TO WS-IL-PARAGRAPH
004062         MOVE "E" TO WS-IL-SEVERITY
004063         MOVE WS-PERMIT-STATUS TO WS-IL-FILE-STATUS
004064         MOVE "CANNOT OPEN prereqPermits" TO WS-IL-MESSAGE
004065         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
004070         GO TO 7500-GRANT-PERMIT-EXIT
004080     END-IF.
004090     WRITE PREREQ-PERMIT-RECORD.
004100     CLOSE PERMIT-FILE.
004110     DISPLAY "PERMISSION GRANTED: " PPM-ID-NUMBER " "
004120         PPM-COURSE-ID " " PPM-TERM-CODE.
004130     MOVE "prereqPermit" TO WS-MA-FILE.
004140     MOVE SPACES TO WS-MA-BEFORE.
004150     MOVE PREREQ-PERMIT-RECORD TO WS-MA-AFTER.
004160     MOVE PREREQ-PERMIT-RECORD (1:16) TO WS-MA-KEY.
004170     MOVE "A" TO WS-MA-ACTION.
004180     PERFORM 8500-WRITE-MAINT-AUDIT
004190         THRU 8500-WRITE-MAINT-AUDIT-EXIT.
004200     MOVE "prereqMaster" TO WS-MA-FILE.
004210 7500-GRANT-PERMIT-EXIT.
004220     EXIT.
004230*
004240 8500-WRITE-MAINT-AUDIT.
004250     CALL "MAINT-AUDIT" USING WS-MA-FILE WS-MA-ACTION
004260         WS-MA-KEY WS-MA-BEFORE WS-MA-AFTER.
004270 8500-WRITE-MAINT-AUDIT-EXIT.
004280     EXIT.
004290*
004291 8900-LOG-INCIDENT.
004292     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
004293         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
004294         WS-IL-MESSAGE.
004295 8900-LOG-INCIDENT-EXIT.
004296     EXIT.
004297*
004300 9000-TERMINATE.
004310     IF WS-MASTER-STATUS = "00" OR = "05" OR = "10"
004320             OR = "22" OR = "23"
004330         CLOSE PREREQ-MASTER
004340     END-IF.
004350     IF WS-COURSE-STATUS = "00" OR = "23"
004360         CLOSE COURSE-MASTER
004370     END-IF.
004380 9000-TERMINATE-EXIT.
004390     EXIT.
004400*
004410 END PROGRAM PREREQ-MAINT.
