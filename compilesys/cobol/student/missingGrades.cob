000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MISSING-GRADES.
000030 AUTHOR. REGISTRAR-SYSTEMS-GROUP.
000040 INSTALLATION. REGISTRARS-OFFICE.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED. 2026-10-14.
000070*================================================================
000080* MODIFICATION HISTORY
000090*   2026-10-14  RSG  INITIAL VERSION - MISSING GRADES REPORT.
000100*                    AFTER THE GRADE DEADLINE, LISTS EVERY
000110*                    SECTION OF THE TERM THAT STILL HAS UNGRADED
000120*                    ENROLLMENTS ON enrollDetail, GROUPED BY THE
000130*                    INSTRUCTOR OF RECORD, WITH THE COUNT OF
000140*                    GRADES OUTSTANDING. PARM (OR paramMaster
000150*                    STEP MISSGRD) IS TERM CODE THEN THE GRADE
000160*                    DEADLINE AS YYYYMMDD.
000162*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000164*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000170*================================================================
000180*
000190 ENVIRONMENT DIVISION.
000200 CONFIGURATION SECTION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230     SELECT ENROLL-DETAIL ASSIGN TO DISK
000240         ORGANIZATION IS INDEXED
000250         ACCESS MODE IS SEQUENTIAL
000260         RECORD KEY IS ENR-KEY
000270         FILE STATUS IS WS-ENROLL-STATUS.
000280     SELECT SECTION-MASTER ASSIGN TO DISK
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS RANDOM
000310         RECORD KEY IS SEC-KEY
000320         FILE STATUS IS WS-SECTION-STATUS.
000330     SELECT EMPLOYEE-MASTER ASSIGN TO DISK
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS RANDOM
000360         RECORD KEY IS EMP-MST-ID
000370         FILE STATUS IS WS-EMPLOYEE-STATUS.
000380     SELECT SORT-WORK-FILE ASSIGN TO DISK.
000390     SELECT REPORT-FILE ASSIGN TO DISK
000400         ORGANIZATION IS LINE SEQUENTIAL.
000410*
000420 DATA DIVISION.
000430 FILE SECTION.
000440*
000450 FD  ENROLL-DETAIL
000460     LABEL RECORDS ARE STANDARD
000470     VALUE OF FILE-ID IS "enrollDetail".
000480     COPY "stuenrl.cpy".
000490*
000500 FD  SECTION-MASTER
000510     LABEL RECORDS ARE STANDARD
000520     VALUE OF FILE-ID IS "sectionMaster".
000530     COPY "crssect.cpy".
000540*
000550 FD  EMPLOYEE-MASTER
000560     LABEL RECORDS ARE STANDARD
000570     VALUE OF FILE-ID IS "employeeMaster".
000580     COPY "empmstr.cpy".
000590*
000600 SD  SORT-WORK-FILE.
000610 01  SORT-REC.
000620     05  SRT-INSTRUCTOR-ID       PIC X(04).
000630     05  SRT-COURSE-ID           PIC X(06).
000640     05  SRT-ID-NUMBER           PIC X(04).
000650     05  SRT-ENROLLED            PIC 9(03).
000660*
000670 FD  REPORT-FILE
000680     LABEL RECORDS ARE STANDARD
000690     VALUE OF FILE-ID IS "missingGrades".
000700 01  RPT-LINE                    PIC X(80).
000710*
000720 WORKING-STORAGE SECTION.
000730*----------------------------------------------------------------
000740* PRINT LINE LAYOUTS
000750*----------------------------------------------------------------
000760 01  WS-HEADER-1.
000770     05  FILLER                  PIC X(24) VALUE SPACES.
000780     05  FILLER                  PIC X(21) VALUE
000790         "MISSING GRADES REPORT".
000800     05  FILLER                  PIC X(07) VALUE " TERM: ".
000810     05  HDR-TERM-CODE           PIC X(06).
000820     05  FILLER                  PIC X(04) VALUE SPACES.
000830     05  FILLER                  PIC X(06) VALUE "PAGE  ".
000840     05  HDR-PAGE-NO             PIC ZZ9.
000850 01  WS-HEADER-2.
000860     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
000870     05  HDR-RUN-DATE            PIC X(08).
000880     05  FILLER                  PIC X(19) VALUE
000890         "   GRADES DUE BY:  ".
000900     05  HDR-DEADLINE            PIC X(08).
000910 01  WS-EARLY-LINE.
000920     05  FILLER                  PIC X(49) VALUE
000930         "*** DEADLINE NOT YET PASSED - LIST IS PROVISIONAL".
000940 01  WS-INSTR-HDR-LINE.
000950     05  FILLER                  PIC X(12) VALUE "INSTRUCTOR: ".
000960     05  IHL-INSTRUCTOR-ID       PIC X(04).
000970     05  FILLER                  PIC X(02) VALUE SPACES.
000980     05  IHL-INSTRUCTOR-NAME     PIC X(25).
000990 01  WS-COLUMN-HDR.
001000     05  FILLER                  PIC X(04) VALUE SPACES.
001010     05  FILLER                  PIC X(10) VALUE "COURSE".
001020     05  FILLER                  PIC X(10) VALUE "ENROLLED".
001030     05  FILLER                  PIC X(15) VALUE
001040         "GRADES MISSING".
001050 01  WS-DETAIL-LINE.
001060     05  FILLER                  PIC X(04) VALUE SPACES.
001070     05  DTL-COURSE-ID           PIC X(06).
001080     05  FILLER                  PIC X(07) VALUE SPACES.
001090     05  DTL-ENROLLED            PIC ZZ9.
001100     05  FILLER                  PIC X(10) VALUE SPACES.
001110     05  DTL-MISSING             PIC ZZ9.
001120 01  WS-INSTR-TOTAL-LINE.
001130     05  FILLER                  PIC X(04) VALUE SPACES.
001140     05  FILLER                  PIC X(18) VALUE
001150         "INSTRUCTOR TOTAL  ".
001160     05  ITL-SECTIONS            PIC ZZ9.
001170     05  FILLER                  PIC X(10) VALUE " SECTIONS ".
001180     05  ITL-MISSING             PIC ZZZ9.
001190     05  FILLER                  PIC X(07) VALUE " GRADES".
001200 01  WS-TRAILER-LINE.
001210     05  TRL-LABEL               PIC X(30).
001220     05  TRL-COUNT               PIC ZZZZ9.
001230*----------------------------------------------------------------
001240* RUN PARAMETERS - TERM CODE THEN GRADE DEADLINE (YYYYMMDD)
001250*----------------------------------------------------------------
001260 01  WS-PARM.
001270     05  WS-PARM-TERM            PIC X(06).
001280     05  WS-PARM-DEADLINE        PIC X(08).
001290     05  FILLER                  PIC X(26).
001300*----------------------------------------------------------------
001310* CONTROL FIELDS
001320*----------------------------------------------------------------
001330 77  WS-ENROLL-STATUS            PIC X(02) VALUE "00".
001340 77  WS-SECTION-STATUS           PIC X(02) VALUE "00".
001350 77  WS-EMPLOYEE-STATUS          PIC X(02) VALUE "00".
001360 77  WS-ENROLL-EOF-SW            PIC X(01) VALUE "N".
001370     88  WS-END-OF-ENROLLMENTS       VALUE "Y".
001380 77  WS-EOF-SW                   PIC X(01) VALUE "N".
001390     88  WS-END-OF-SORT              VALUE "Y".
001400 77  WS-FIRST-RECORD-SW          PIC X(01) VALUE "Y".
001410     88  WS-FIRST-RECORD             VALUE "Y".
001420 77  WS-ENROLL-OPENED-SW         PIC X(01) VALUE "N".
001430     88  WS-ENROLL-IS-OPENED         VALUE "Y".
001440 77  WS-SECTION-OPENED-SW        PIC X(01) VALUE "N".
001450     88  WS-SECTION-IS-OPENED        VALUE "Y".
001460 77  WS-EMPLOYEE-OPENED-SW       PIC X(01) VALUE "N".
001470     88  WS-EMPLOYEE-IS-OPENED       VALUE "Y".
001480 77  WS-PF-STEP                  PIC X(08) VALUE "MISSGRD".
001490 77  WS-PF-VALUE                 PIC X(40) VALUE SPACES.
001500 77  WS-PF-FOUND                 PIC X(01) VALUE "N".
001510 77  WS-TERM-CODE                PIC X(06) VALUE SPACES.
001520 77  WS-SYSTEM-DATE              PIC 9(08) VALUE ZEROS.
001530 77  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
001540 77  WS-PAGE-NO                  PIC 9(03) VALUE ZEROS.
001550 77  WS-INSTRUCTOR-HOLD          PIC X(04) VALUE SPACES.
001560 77  WS-COURSE-HOLD              PIC X(06) VALUE SPACES.
001570 77  WS-ENROLLED-HOLD            PIC 9(03) VALUE ZEROS.
001580 77  WS-SEC-MISSING              PIC 9(03) VALUE ZEROS.
001590 77  WS-INS-SECTIONS             PIC 9(03) VALUE ZEROS.
001600 77  WS-INS-MISSING              PIC 9(04) VALUE ZEROS.
001610 77  WS-INSTRUCTOR-COUNT         PIC 9(05) VALUE ZEROS.
001620 77  WS-SECTIONS-OUT             PIC 9(05) VALUE ZEROS.
001630 77  WS-GRADES-MISSING           PIC 9(05) VALUE ZEROS.
001640 77  WS-ENROLLMENTS-READ         PIC 9(07) VALUE ZEROS.
001641*----------------------------------------------------------------
001642* INCIDENT LOG CALL FIELDS
001643*----------------------------------------------------------------
001644 77  WS-IL-PROGRAM               PIC X(20) VALUE
001645         "MISSING-GRADES".
001646 77  WS-IL-STEP                  PIC X(08) VALUE "MISSGRD".
001647 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
001648 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
001649 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
001650 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
001651*
001660 PROCEDURE DIVISION.
001670*================================================================
001680* 0000-MAINLINE
001690*================================================================
001700 0000-MAINLINE.
001710     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001720     IF NOT WS-END-OF-ENROLLMENTS
001730         SORT SORT-WORK-FILE
001740             ON ASCENDING KEY SRT-INSTRUCTOR-ID SRT-COURSE-ID
001750                 SRT-ID-NUMBER
001760             INPUT PROCEDURE IS 2000-SELECT-UNGRADED
001770                 THRU 2000-SELECT-UNGRADED-EXIT
001780             OUTPUT PROCEDURE IS 3000-PRODUCE-REPORT
001790                 THRU 3000-PRODUCE-REPORT-EXIT
001800     END-IF.
001810     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001820     GOBACK.
001830*
001840 1000-INITIALIZE.
001850     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
001860     MOVE WS-SYSTEM-DATE TO WS-RUN-DATE.
001870     ACCEPT WS-PARM FROM COMMAND-LINE.
001880     IF WS-PARM = SPACES
001890         CALL "PARM-FETCH" USING WS-PF-STEP WS-PF-VALUE
001900             WS-PF-FOUND
001910         IF WS-PF-FOUND = "Y"
001920             MOVE WS-PF-VALUE TO WS-PARM
001930             DISPLAY "MISSING-GRADES: PARM TAKEN FROM "
001940                 "paramMaster: " WS-PF-VALUE
001950         END-IF
001960     END-IF.
001970     MOVE WS-PARM-TERM TO WS-TERM-CODE.
001980     IF WS-TERM-CODE = SPACES
001990         DISPLAY "MISSING-GRADES: TERM CODE REQUIRED IN THE PARM"
002000         MOVE "Y" TO WS-ENROLL-EOF-SW
002010         MOVE 4 TO RETURN-CODE
002020         GO TO 1000-INITIALIZE-EXIT
002030     END-IF.
002040     IF WS-PARM-DEADLINE NOT NUMERIC
002050         DISPLAY "MISSING-GRADES: NO GRADE DEADLINE IN THE PARM "
002060             "- ALL UNGRADED SECTIONS LISTED"
002070         MOVE SPACES TO WS-PARM-DEADLINE
002080     END-IF.
002090     OPEN INPUT ENROLL-DETAIL.
002100     IF WS-ENROLL-STATUS NOT = "00"
002110         DISPLAY "MISSING-GRADES: CANNOT OPEN enrollDetail, "
002120             "STATUS = " WS-ENROLL-STATUS
002121         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
002122         MOVE "E" TO WS-IL-SEVERITY
002123         MOVE WS-ENROLL-STATUS TO WS-IL-FILE-STATUS
002124         MOVE "CANNOT OPEN enrollDetail" TO WS-IL-MESSAGE
002125         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
002130         MOVE "Y" TO WS-ENROLL-EOF-SW
002140         MOVE 4 TO RETURN-CODE
002150         GO TO 1000-INITIALIZE-EXIT
002160     END-IF.
002170     MOVE "Y" TO WS-ENROLL-OPENED-SW.
002180     OPEN INPUT SECTION-MASTER.
002190     IF WS-SECTION-STATUS = "00"
002200         MOVE "Y" TO WS-SECTION-OPENED-SW
002210     ELSE
002220         DISPLAY "MISSING-GRADES: sectionMaster NOT AVAILABLE "
002230             "- SECTIONS LISTED AS UNSTAFFED"
002240     END-IF.
002250     OPEN INPUT EMPLOYEE-MASTER.
002260     IF WS-EMPLOYEE-STATUS = "00"
002270         MOVE "Y" TO WS-EMPLOYEE-OPENED-SW
002280     ELSE
002290         DISPLAY "MISSING-GRADES: employeeMaster NOT AVAILABLE "
002300             "- INSTRUCTOR NAMES NOT PRINTED"
002310     END-IF.
002320     OPEN OUTPUT REPORT-FILE.
002330     PERFORM 1100-WRITE-PAGE-HEADER
002340         THRU 1100-WRITE-PAGE-HEADER-EXIT.
002350     IF WS-PARM-DEADLINE NOT = SPACES
002360             AND WS-RUN-DATE NOT > WS-PARM-DEADLINE
002370         WRITE RPT-LINE FROM WS-EARLY-LINE
002380             AFTER ADVANCING 1 LINE
002390         WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE
002400     END-IF.
002410 1000-INITIALIZE-EXIT.
002420     EXIT.
002430*
002440 1100-WRITE-PAGE-HEADER.
002450     ADD 1 TO WS-PAGE-NO.
002460     MOVE WS-PAGE-NO TO HDR-PAGE-NO.
002470     MOVE WS-TERM-CODE TO HDR-TERM-CODE.
002480     WRITE RPT-LINE FROM WS-HEADER-1 AFTER ADVANCING PAGE.
002490     MOVE WS-RUN-DATE TO HDR-RUN-DATE.
002500     MOVE WS-PARM-DEADLINE TO HDR-DEADLINE.
002510     WRITE RPT-LINE FROM WS-HEADER-2 AFTER ADVANCING 1 LINE.
002520     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
002530 1100-WRITE-PAGE-HEADER-EXIT.
002540     EXIT.
002550*
002560 2000-SELECT-UNGRADED.
002570     PERFORM 2100-RELEASE-ONE-ENROLLMENT
002580         THRU 2100-RELEASE-ONE-ENROLLMENT-EXIT
002590         UNTIL WS-END-OF-ENROLLMENTS.
002600 2000-SELECT-UNGRADED-EXIT.
002610     EXIT.
002620*
002630*    AN ATTEMPT SET ASIDE BY A REPEAT NEEDS NO GRADE, SO IT IS
002640*    NOT COUNTED AS MISSING
002650 2100-RELEASE-ONE-ENROLLMENT.
002660     READ ENROLL-DETAIL
002670         AT END
002680             MOVE "Y" TO WS-ENROLL-EOF-SW
002690             GO TO 2100-RELEASE-ONE-ENROLLMENT-EXIT
002700     END-READ.
002710     ADD 1 TO WS-ENROLLMENTS-READ.
002720     IF ENR-TERM-CODE NOT = WS-TERM-CODE
002730             OR ENR-GRADE NOT = SPACE
002740             OR ENR-REPLACED-BY-REPEAT
002750         GO TO 2100-RELEASE-ONE-ENROLLMENT-EXIT
002760     END-IF.
002770     MOVE ENR-COURSE-ID TO SRT-COURSE-ID.
002780     MOVE ENR-ID-NUMBER TO SRT-ID-NUMBER.
002790     MOVE SPACES TO SRT-INSTRUCTOR-ID.
002800     MOVE ZEROS TO SRT-ENROLLED.
002810     IF WS-SECTION-IS-OPENED
002820         MOVE ENR-COURSE-ID TO SEC-COURSE-ID
002830         MOVE ENR-TERM-CODE TO SEC-TERM-CODE
002840         READ SECTION-MASTER
002850             INVALID KEY
002860                 CONTINUE
002870             NOT INVALID KEY
002880                 MOVE SEC-INSTRUCTOR-ID TO SRT-INSTRUCTOR-ID
002890                 MOVE SEC-ENROLLED TO SRT-ENROLLED
002900         END-READ
002910     END-IF.
002920     RELEASE SORT-REC.
002930 2100-RELEASE-ONE-ENROLLMENT-EXIT.
002940     EXIT.
002950*
002960 3000-PRODUCE-REPORT.
002970     MOVE "N" TO WS-EOF-SW.
002980     RETURN SORT-WORK-FILE AT END MOVE "Y" TO WS-EOF-SW.
002990     PERFORM 3100-PROCESS-SORTED-RECORD
003000         THRU 3100-PROCESS-SORTED-RECORD-EXIT
003010         UNTIL WS-END-OF-SORT.
003020     IF NOT WS-FIRST-RECORD
003030         PERFORM 3300-WRITE-SECTION-LINE
003040             THRU 3300-WRITE-SECTION-LINE-EXIT
003050         PERFORM 3400-WRITE-INSTRUCTOR-TOTAL
003060             THRU 3400-WRITE-INSTRUCTOR-TOTAL-EXIT
003070     END-IF.
003080     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
003090     MOVE "INSTRUCTORS WITH GRADES OUT:" TO TRL-LABEL.
003100     MOVE WS-INSTRUCTOR-COUNT TO TRL-COUNT.
003110     WRITE RPT-LINE FROM WS-TRAILER-LINE AFTER ADVANCING 1 LINE.
003120     MOVE "SECTIONS OUTSTANDING:" TO TRL-LABEL.
003130     MOVE WS-SECTIONS-OUT TO TRL-COUNT.
003140     WRITE RPT-LINE FROM WS-TRAILER-LINE AFTER ADVANCING 1 LINE.
003150     MOVE "GRADES MISSING:" TO TRL-LABEL.
003160     MOVE WS-GRADES-MISSING TO TRL-COUNT.
003170     WRITE RPT-LINE FROM WS-TRAILER-LINE AFTER ADVANCING 1 LINE.
003180     DISPLAY "MISSING-GRADES: SECTIONS OUTSTANDING = "
003190         WS-SECTIONS-OUT " GRADES MISSING = " WS-GRADES-MISSING.
003200 3000-PRODUCE-REPORT-EXIT.
003210     EXIT.
003220*
003230 3100-PROCESS-SORTED-RECORD.
003240     IF WS-FIRST-RECORD
003250         MOVE SRT-INSTRUCTOR-ID TO WS-INSTRUCTOR-HOLD
003260         MOVE SRT-COURSE-ID TO WS-COURSE-HOLD
003270         MOVE SRT-ENROLLED TO WS-ENROLLED-HOLD
003280         PERFORM 3200-WRITE-INSTRUCTOR-HEADER
003290             THRU 3200-WRITE-INSTRUCTOR-HEADER-EXIT
003300         MOVE "N" TO WS-FIRST-RECORD-SW
003310     END-IF.
003320     IF SRT-INSTRUCTOR-ID NOT = WS-INSTRUCTOR-HOLD
003330         PERFORM 3300-WRITE-SECTION-LINE
003340             THRU 3300-WRITE-SECTION-LINE-EXIT
003350         PERFORM 3400-WRITE-INSTRUCTOR-TOTAL
003360             THRU 3400-WRITE-INSTRUCTOR-TOTAL-EXIT
003370         MOVE SRT-INSTRUCTOR-ID TO WS-INSTRUCTOR-HOLD
003380         MOVE SRT-COURSE-ID TO WS-COURSE-HOLD
003390         MOVE SRT-ENROLLED TO WS-ENROLLED-HOLD
003400         PERFORM 3200-WRITE-INSTRUCTOR-HEADER
003410             THRU 3200-WRITE-INSTRUCTOR-HEADER-EXIT
003420     END-IF.
003430     IF SRT-COURSE-ID NOT = WS-COURSE-HOLD
003440         PERFORM 3300-WRITE-SECTION-LINE
003450             THRU 3300-WRITE-SECTION-LINE-EXIT
003460         MOVE SRT-COURSE-ID TO WS-COURSE-HOLD
003470         MOVE SRT-ENROLLED TO WS-ENROLLED-HOLD
003480     END-IF.
003490     ADD 1 TO WS-SEC-MISSING.
003500     RETURN SORT-WORK-FILE AT END MOVE "Y" TO WS-EOF-SW.
003510 3100-PROCESS-SORTED-RECORD-EXIT.
003520     EXIT.
003530*
003540 3200-WRITE-INSTRUCTOR-HEADER.
003550     MOVE WS-INSTRUCTOR-HOLD TO IHL-INSTRUCTOR-ID.
003560     MOVE SPACES TO IHL-INSTRUCTOR-NAME.
003570     IF WS-INSTRUCTOR-HOLD = SPACES
003580         MOVE "(UNSTAFFED)" TO IHL-INSTRUCTOR-NAME
003590         GO TO 3200-WRITE-HEADER-LINES
003600     END-IF.
003610     ADD 1 TO WS-INSTRUCTOR-COUNT.
003620     IF WS-EMPLOYEE-IS-OPENED
003630         MOVE WS-INSTRUCTOR-HOLD TO EMP-MST-ID
003640         READ EMPLOYEE-MASTER
003650             INVALID KEY
003660                 MOVE "(NOT ON employeeMaster)"
003670                     TO IHL-INSTRUCTOR-NAME
003680             NOT INVALID KEY
003690                 MOVE EMP-MST-NAME TO IHL-INSTRUCTOR-NAME
003700         END-READ
003710     END-IF.
003720 3200-WRITE-HEADER-LINES.
003730     WRITE RPT-LINE FROM WS-INSTR-HDR-LINE
003740         AFTER ADVANCING 1 LINE.
003750     WRITE RPT-LINE FROM WS-COLUMN-HDR AFTER ADVANCING 1 LINE.
003760 3200-WRITE-INSTRUCTOR-HEADER-EXIT.
003770     EXIT.
003780*
003790 3300-WRITE-SECTION-LINE.
003800     MOVE WS-COURSE-HOLD TO DTL-COURSE-ID.
003810     MOVE WS-ENROLLED-HOLD TO DTL-ENROLLED.
003820     MOVE WS-SEC-MISSING TO DTL-MISSING.
003830     WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.
003840     ADD 1 TO WS-INS-SECTIONS.
003850     ADD WS-SEC-MISSING TO WS-INS-MISSING.
003860     MOVE ZEROS TO WS-SEC-MISSING.
003870 3300-WRITE-SECTION-LINE-EXIT.
003880     EXIT.
003890*
003900 3400-WRITE-INSTRUCTOR-TOTAL.
003910     MOVE WS-INS-SECTIONS TO ITL-SECTIONS.
003920     MOVE WS-INS-MISSING TO ITL-MISSING.
003930     WRITE RPT-LINE FROM WS-INSTR-TOTAL-LINE
003940         AFTER ADVANCING 1 LINE.
003950     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
003960     ADD WS-INS-SECTIONS TO WS-SECTIONS-OUT.
003970     ADD WS-INS-MISSING TO WS-GRADES-MISSING.
003980     MOVE ZEROS TO WS-INS-SECTIONS.
003990     MOVE ZEROS TO WS-INS-MISSING.
004000 3400-WRITE-INSTRUCTOR-TOTAL-EXIT.
004010     EXIT.
004020*
004021 8900-LOG-INCIDENT.
004022     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
004023         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
004024         WS-IL-MESSAGE.
004025 8900-LOG-INCIDENT-EXIT.
004026     EXIT.
004027*
004030 9000-TERMINATE.
004040     IF WS-ENROLL-IS-OPENED
004050         CLOSE ENROLL-DETAIL
004060         CLOSE REPORT-FILE
004070     END-IF.
004080     IF WS-SECTION-IS-OPENED
004090         CLOSE SECTION-MASTER
004100     END-IF.
004110     IF WS-EMPLOYEE-IS-OPENED
004120         CLOSE EMPLOYEE-MASTER
004130     END-IF.
004140 9000-TERMINATE-EXIT.
004150     EXIT.
004160*
004170 END PROGRAM MISSING-GRADES.
