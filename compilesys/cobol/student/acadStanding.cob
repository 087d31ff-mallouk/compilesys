000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ACAD-STANDING.
000030 AUTHOR. REGISTRAR-SYSTEMS-GROUP.
000040 INSTALLATION. REGISTRARS-OFFICE.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED. 2026-10-14.
000070*================================================================
000080* MODIFICATION HISTORY
000090*   2026-10-14  RSG  INITIAL VERSION - TERM-END ACADEMIC
000100*                    STANDING RUN. FOR EVERY STUDENT WITH A
000110*                    studentTermHist RECORD FOR THE TERM, TAKES
000120*                    THE STANDING THE STUDENT ENTERED THE TERM
000130*                    WITH FROM standingHistory AND APPLIES THE
000140*                    PROGRESSION GOOD - PROBATION - SUSPENSION -
000150*                    DISMISSAL. A TERM THAT BRINGS THE
000160*                    CUMULATIVE GPA BACK TO THE MINIMUM CLEARS
000170*                    THE STUDENT TO GOOD STANDING; A TERM AT THE
000180*                    MINIMUM THAT LEAVES THE CUMULATIVE SHORT
000190*                    KEEPS THE STUDENT ON PROBATION.
000200*                    WRITES THE STANDING HISTORY RECORD, SETS
000210*                    STU-STANDING, PLACES A REGISTRAR (RG) HOLD
000220*                    ON holdMaster FOR SUSPENDED AND DISMISSED
000230*                    STUDENTS, AND PRINTS THE DEAN'S
000240*                    NOTIFICATION LIST OF EVERY CHANGE. PARM IS
000250*                    TERM CODE, THEN THE RUN-CONTROL FORCE FLAG;
000260*                    WITH NO PARM THE TERM COMES FROM paramMaster
000270*                    STEP ACSTAND. HOLDS THE studentMaster LOCK,
000280*                    IS GUARDED BY RUN-CONTROL AS STEP ACSTAND
000290*                    AND WRITES ITS CONTROL FIGURES TO runStats.
000292*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000294*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000300*================================================================
000310*
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT STUDENT-MASTER ASSIGN TO DISK
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS STU-ID-NUMBER
000400         ALTERNATE RECORD KEY IS STU-STUDENT-NAME
000410             WITH DUPLICATES
000420         FILE STATUS IS WS-MASTER-STATUS.
000430     SELECT TERM-HISTORY ASSIGN TO DISK
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS STT-TERM-KEY
000470         FILE STATUS IS WS-TERM-STATUS.
000480     SELECT STANDING-HISTORY ASSIGN TO DISK
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS SSH-KEY
000520         FILE STATUS IS WS-HISTORY-STATUS.
000530     SELECT HOLD-MASTER ASSIGN TO DISK
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS HLD-KEY
000570         FILE STATUS IS WS-HOLD-STATUS.
000580     SELECT SORT-WORK-FILE ASSIGN TO DISK.
000590     SELECT REPORT-FILE ASSIGN TO DISK
000600         ORGANIZATION IS LINE SEQUENTIAL.
000610     SELECT RUN-STATS-FILE ASSIGN TO DISK
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-STATS-STATUS.
000640*
000650 DATA DIVISION.
000660 FILE SECTION.
000670*
000680 FD  STUDENT-MASTER
000690     LABEL RECORDS ARE STANDARD
000700     VALUE OF FILE-ID IS "studentMaster".
000710     COPY "stumstr.cpy".
000720*
000730 FD  TERM-HISTORY
000740     LABEL RECORDS ARE STANDARD
000750     VALUE OF FILE-ID IS "studentTermHist".
000760     COPY "stuterm.cpy".
000770*
000780 FD  STANDING-HISTORY
000790     LABEL RECORDS ARE STANDARD
000800     VALUE OF FILE-ID IS "standingHistory".
000810     COPY "stustnd.cpy".
000820*
000830 FD  HOLD-MASTER
000840     LABEL RECORDS ARE STANDARD
000850     VALUE OF FILE-ID IS "holdMaster".
000860     COPY "stuhold.cpy".
000870*
000880 SD  SORT-WORK-FILE.
000890 01  SORT-REC.
000900     05  SRT-RANK                PIC 9(01).
000910     05  SRT-DEPT                PIC X(04).
000920     05  SRT-STUDENT-NAME        PIC X(25).
000930     05  SRT-ID-NUMBER           PIC X(04).
000940     05  SRT-PRIOR-STANDING      PIC X(01).
000950     05  SRT-NEW-STANDING        PIC X(01).
000960     05  SRT-TERM-GPA            PIC 9V99.
000970     05  SRT-CUM-GPA             PIC 9V99.
000980*
000990 FD  REPORT-FILE
001000     LABEL RECORDS ARE STANDARD
001010     VALUE OF FILE-ID IS "standingNotices".
001020 01  RPT-LINE                    PIC X(80).
001030*
001040 FD  RUN-STATS-FILE
001050     LABEL RECORDS ARE STANDARD
001060     VALUE OF FILE-ID IS "runStats".
001070     COPY "runstat.cpy".
001080*
001090 WORKING-STORAGE SECTION.
001100*----------------------------------------------------------------
001110* PRINT LINE LAYOUTS
001120*----------------------------------------------------------------
001130 01  WS-HEADER-1.
001140     05  FILLER                  PIC X(16) VALUE SPACES.
001150     05  FILLER                  PIC X(36) VALUE
001160         "ACADEMIC STANDING NOTIFICATION LIST".
001170     05  FILLER                  PIC X(06) VALUE "TERM: ".
001180     05  HDR-TERM-CODE           PIC X(06).
001190     05  FILLER                  PIC X(04) VALUE SPACES.
001200     05  FILLER                  PIC X(06) VALUE "PAGE  ".
001210     05  HDR-PAGE-NO             PIC ZZ9.
001220 01  WS-HEADER-2.
001230     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
001240     05  HDR-RUN-DATE            PIC X(08).
001250     05  FILLER                  PIC X(20) VALUE
001260         "   MINIMUM GPA:     ".
001270     05  HDR-MIN-GPA             PIC 9.99.
001280 01  WS-GROUP-HDR-LINE.
001290     05  GHL-TITLE               PIC X(40).
001300 01  WS-COLUMN-HDR.
001310     05  FILLER                  PIC X(09) VALUE "ID-NUMBER".
001320     05  FILLER                  PIC X(02) VALUE SPACES.
001330     05  FILLER                  PIC X(27) VALUE "STUDENT-NAME".
001340     05  FILLER                  PIC X(06) VALUE "DEPT".
001350     05  FILLER                  PIC X(10) VALUE "TERM GPA".
001360     05  FILLER                  PIC X(09) VALUE "CUM GPA".
001370     05  FILLER                  PIC X(05) VALUE "WAS".
001380 01  WS-DETAIL-LINE.
001390     05  DTL-ID-NUMBER           PIC X(04).
001400     05  FILLER                  PIC X(07) VALUE SPACES.
001410     05  DTL-STUDENT-NAME        PIC X(25).
001420     05  FILLER                  PIC X(02) VALUE SPACES.
001430     05  DTL-DEPT                PIC X(04).
001440     05  FILLER                  PIC X(04) VALUE SPACES.
001450     05  DTL-TERM-GPA            PIC 9.99.
001460     05  FILLER                  PIC X(06) VALUE SPACES.
001470     05  DTL-CUM-GPA             PIC 9.99.
001480     05  FILLER                  PIC X(05) VALUE SPACES.
001490     05  DTL-PRIOR-STANDING      PIC X(01).
001500 01  WS-GROUP-COUNT-LINE.
001510     05  FILLER                  PIC X(11) VALUE SPACES.
001520     05  FILLER                  PIC X(10) VALUE "STUDENTS: ".
001530     05  GCL-COUNT               PIC ZZZZ9.
001540 01  WS-SIGNATURE-LINE.
001550     05  FILLER                  PIC X(17) VALUE
001560         "DEAN'S SIGNATURE ".
001570     05  FILLER                  PIC X(30) VALUE ALL "_".
001580     05  FILLER                  PIC X(08) VALUE "  DATE: ".
001590     05  FILLER                  PIC X(10) VALUE ALL "_".
001600 01  WS-TRAILER-LINE.
001610     05  TRL-LABEL               PIC X(30).
001620     05  TRL-COUNT               PIC ZZZZ9.
001630*----------------------------------------------------------------
001640* GROUP TITLES IN PRINT ORDER - THE SORT RANK INDEXES THIS TABLE
001650*----------------------------------------------------------------
001660 01  WS-GROUP-TITLE-VALUES.
001670     05  FILLER                  PIC X(40) VALUE
001680         "ACADEMIC DISMISSAL".
001690     05  FILLER                  PIC X(40) VALUE
001700         "ACADEMIC SUSPENSION".
001710     05  FILLER                  PIC X(40) VALUE
001720         "PLACED ON ACADEMIC PROBATION".
001730     05  FILLER                  PIC X(40) VALUE
001740         "RETURNED TO GOOD STANDING".
001750 01  WS-GROUP-TITLE-TABLE        REDEFINES WS-GROUP-TITLE-VALUES.
001760     05  WS-GROUP-TITLE          PIC X(40) OCCURS 4 TIMES.
001770*----------------------------------------------------------------
001780* RUN PARAMETERS - TERM CODE THEN RUN-CONTROL FORCE FLAG
001790*----------------------------------------------------------------
001800 01  WS-PARM.
001810     05  WS-PARM-TERM            PIC X(06).
001820     05  WS-PARM-FORCE           PIC X(01).
001830     05  FILLER                  PIC X(33).
001840*----------------------------------------------------------------
001850* CONTROL FIELDS
001860*----------------------------------------------------------------
001870 77  WS-MASTER-STATUS            PIC X(02) VALUE "00".
001880 77  WS-TERM-STATUS              PIC X(02) VALUE "00".
001890 77  WS-HISTORY-STATUS           PIC X(02) VALUE "00".
001900 77  WS-HOLD-STATUS              PIC X(02) VALUE "00".
001910 77  WS-STATS-STATUS             PIC X(02) VALUE "00".
001920 77  WS-MASTER-EOF-SW            PIC X(01) VALUE "N".
001930     88  WS-END-OF-MASTER            VALUE "Y".
001940 77  WS-TERM-EOF-SW              PIC X(01) VALUE "N".
001950     88  WS-END-OF-TERMS             VALUE "Y".
001960 77  WS-HISTORY-EOF-SW           PIC X(01) VALUE "N".
001970     88  WS-END-OF-HISTORY           VALUE "Y".
001980 77  WS-EOF-SW                   PIC X(01) VALUE "N".
001990     88  WS-END-OF-SORT              VALUE "Y".
002000 77  WS-FIRST-RECORD-SW          PIC X(01) VALUE "Y".
002010     88  WS-FIRST-RECORD             VALUE "Y".
002020 77  WS-FILES-OPENED-SW          PIC X(01) VALUE "N".
002030     88  WS-FILES-ARE-OPENED         VALUE "Y".
002040 77  WS-RUN-BLOCKED-SW           PIC X(01) VALUE "N".
002050     88  WS-RUN-BLOCKED              VALUE "Y".
002060 77  WS-HISTORY-FOUND-SW         PIC X(01) VALUE "N".
002070     88  WS-HISTORY-FOUND            VALUE "Y".
002080 77  WS-PF-STEP                  PIC X(08) VALUE "ACSTAND".
002090 77  WS-PF-VALUE                 PIC X(40) VALUE SPACES.
002100 77  WS-PF-FOUND                 PIC X(01) VALUE "N".
002110 77  WS-TERM-CODE                PIC X(06) VALUE SPACES.
002120 77  WS-SYSTEM-DATE              PIC 9(08) VALUE ZEROS.
002130 77  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
002140 77  WS-PAGE-NO                  PIC 9(03) VALUE ZEROS.
002150 77  WS-MIN-GPA                  PIC 9V99 VALUE 2.00.
002160 77  WS-PRIOR-STANDING           PIC X(01) VALUE SPACES.
002170 77  WS-NEW-STANDING             PIC X(01) VALUE SPACES.
002180 77  WS-TERM-GPA                 PIC 9V99 VALUE ZEROS.
002190 77  WS-TERM-GPA-HOURS           PIC 9(03) VALUE ZEROS.
002200 77  WS-CUM-GPA                  PIC 9V99 VALUE ZEROS.
002210 77  WS-CUM-POINTS               PIC 9(07)V99 VALUE ZEROS.
002220 77  WS-CUM-GPA-HOURS            PIC 9(05) VALUE ZEROS.
002230 77  WS-RANK-HOLD                PIC 9(01) VALUE ZEROS.
002240 77  WS-GROUP-COUNT              PIC 9(05) VALUE ZEROS.
002250 77  WS-STUDENTS-READ            PIC 9(07) VALUE ZEROS.
002260 77  WS-STUDENTS-RATED           PIC 9(07) VALUE ZEROS.
002270 77  WS-NOT-ENROLLED             PIC 9(07) VALUE ZEROS.
002280 77  WS-ALREADY-DISMISSED        PIC 9(05) VALUE ZEROS.
002290 77  WS-CHANGED-COUNT            PIC 9(05) VALUE ZEROS.
002300 77  WS-PROBATION-COUNT          PIC 9(05) VALUE ZEROS.
002310 77  WS-SUSPENDED-COUNT          PIC 9(05) VALUE ZEROS.
002320 77  WS-DISMISSED-COUNT          PIC 9(05) VALUE ZEROS.
002330 77  WS-CLEARED-COUNT            PIC 9(05) VALUE ZEROS.
002340 77  WS-HOLDS-PLACED             PIC 9(05) VALUE ZEROS.
002350 77  WS-UPDATE-ERRORS            PIC 9(05) VALUE ZEROS.
002360*----------------------------------------------------------------
002370* RUN CONTROL AND FILE LOCK
002380*----------------------------------------------------------------
002390 77  WS-RC-FUNCTION              PIC X(01) VALUE SPACES.
002400 77  WS-RC-STEP                  PIC X(08) VALUE "ACSTAND".
002410 77  WS-RC-FORCE                 PIC X(01) VALUE SPACES.
002420 77  WS-RC-REPLY                 PIC X(01) VALUE "Y".
002430 77  WS-FL-FUNCTION              PIC X(01) VALUE SPACES.
002440 77  WS-FL-FILE-NAME             PIC X(14) VALUE SPACES.
002450 77  WS-FL-HOLDER                PIC X(08) VALUE SPACES.
002460 77  WS-FL-REPLY                 PIC X(01) VALUE "Y".
002470 77  WS-FL-INFO                  PIC X(40) VALUE SPACES.
002480 77  WS-LOCK-HELD-SW             PIC X(01) VALUE "N".
002490     88  WS-LOCK-IS-HELD             VALUE "Y".
002491*----------------------------------------------------------------
002492* INCIDENT LOG CALL FIELDS
002493*----------------------------------------------------------------
002494 77  WS-IL-PROGRAM               PIC X(20) VALUE "ACAD-STANDING".
002495 77  WS-IL-STEP                  PIC X(08) VALUE "ACSTAND".
002496 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
002497 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
002498 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
002499 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
002500*
002510 PROCEDURE DIVISION.
002520*================================================================
002530* 0000-MAINLINE
002540*================================================================
002550 0000-MAINLINE.
002560     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002570     IF WS-RUN-BLOCKED
002580         GOBACK
002590     END-IF.
002600     IF WS-FILES-ARE-OPENED
002610         SORT SORT-WORK-FILE
002620             ON ASCENDING KEY SRT-RANK SRT-DEPT
002630                 SRT-STUDENT-NAME
002640             INPUT PROCEDURE IS 2000-RATE-STUDENTS
002650                 THRU 2000-RATE-STUDENTS-EXIT
002660             OUTPUT PROCEDURE IS 3000-PRINT-NOTICES
002670                 THRU 3000-PRINT-NOTICES-EXIT
002680     END-IF.
002690     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
002700     GOBACK.
002710*
002720 1000-INITIALIZE.
002730     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
002740     MOVE WS-SYSTEM-DATE TO WS-RUN-DATE.
002750     ACCEPT WS-PARM FROM COMMAND-LINE.
002760     IF WS-PARM = SPACES
002770         CALL "PARM-FETCH" USING WS-PF-STEP WS-PF-VALUE
002780             WS-PF-FOUND
002790         IF WS-PF-FOUND = "Y"
002800             MOVE WS-PF-VALUE TO WS-PARM
002810             DISPLAY "ACAD-STANDING: PARM TAKEN FROM "
002820                 "paramMaster: " WS-PF-VALUE
002830         END-IF
002840     END-IF.
002850     MOVE WS-PARM-TERM TO WS-TERM-CODE.
002860     IF WS-TERM-CODE = SPACES
002870         DISPLAY "ACAD-STANDING: TERM CODE REQUIRED IN THE PARM"
002880         MOVE "Y" TO WS-RUN-BLOCKED-SW
002890         MOVE 4 TO RETURN-CODE
002900         GO TO 1000-INITIALIZE-EXIT
002910     END-IF.
002920     MOVE WS-PARM-FORCE TO WS-RC-FORCE.
002930     MOVE "S" TO WS-RC-FUNCTION.
002940     CALL "RUN-CONTROL" USING WS-RC-FUNCTION WS-RC-STEP
002950         WS-RC-FORCE WS-RC-REPLY.
002960     IF WS-RC-REPLY = "N"
002970         DISPLAY "ACAD-STANDING: STEP BLOCKED BY RUN CONTROL"
002980         MOVE "Y" TO WS-RUN-BLOCKED-SW
002990         MOVE 4 TO RETURN-CODE
003000         GO TO 1000-INITIALIZE-EXIT
003010     END-IF.
003020     MOVE "A" TO WS-FL-FUNCTION.
003030     MOVE "studentMaster" TO WS-FL-FILE-NAME.
003040     MOVE "ACSTAND" TO WS-FL-HOLDER.
003050     CALL "FILE-LOCK" USING WS-FL-FUNCTION WS-FL-FILE-NAME
003060         WS-FL-HOLDER WS-FL-REPLY WS-FL-INFO.
003070     IF WS-FL-REPLY = "N"
003080         DISPLAY "ACAD-STANDING: studentMaster IS IN USE - "
003090             WS-FL-INFO
003100         MOVE 4 TO RETURN-CODE
003110         GO TO 1000-INITIALIZE-EXIT
003120     END-IF.
003130     MOVE "Y" TO WS-LOCK-HELD-SW.
003140     OPEN I-O STUDENT-MASTER.
003150     IF WS-MASTER-STATUS NOT = "00"
003160         DISPLAY "ACAD-STANDING: CANNOT OPEN studentMaster, "
003170             "STATUS = " WS-MASTER-STATUS
003171         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
003172         MOVE "E" TO WS-IL-SEVERITY
003173         MOVE WS-MASTER-STATUS TO WS-IL-FILE-STATUS
003174         MOVE "CANNOT OPEN studentMaster" TO WS-IL-MESSAGE
003175         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
003180         MOVE 4 TO RETURN-CODE
003190         GO TO 1000-INITIALIZE-EXIT
003200     END-IF.
003210     OPEN INPUT TERM-HISTORY.
003220     IF WS-TERM-STATUS NOT = "00"
003230         DISPLAY "ACAD-STANDING: CANNOT OPEN studentTermHist, "
003240             "STATUS = " WS-TERM-STATUS
003241         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
003242         MOVE "E" TO WS-IL-SEVERITY
003243         MOVE WS-TERM-STATUS TO WS-IL-FILE-STATUS
003244         MOVE "CANNOT OPEN studentTermHist" TO WS-IL-MESSAGE
003245         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
003250         CLOSE STUDENT-MASTER
003260         MOVE 4 TO RETURN-CODE
003270         GO TO 1000-INITIALIZE-EXIT
003280     END-IF.
003290     OPEN I-O STANDING-HISTORY.
003300     IF WS-HISTORY-STATUS = "35"
003310         OPEN OUTPUT STANDING-HISTORY
003320         CLOSE STANDING-HISTORY
003330         OPEN I-O STANDING-HISTORY
003340     END-IF.
003350     OPEN I-O HOLD-MASTER.
003360     IF WS-HOLD-STATUS = "35"
003370         OPEN OUTPUT HOLD-MASTER
003380         CLOSE HOLD-MASTER
003390         OPEN I-O HOLD-MASTER
003400     END-IF.
003410     MOVE "Y" TO WS-FILES-OPENED-SW.
003420     IF WS-HISTORY-STATUS NOT = "00" AND NOT = "05"
003430             OR WS-HOLD-STATUS NOT = "00" AND NOT = "05"
003440         DISPLAY "ACAD-STANDING: CANNOT OPEN standingHistory "
003450             WS-HISTORY-STATUS " OR holdMaster " WS-HOLD-STATUS
003451         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
003452         MOVE "E" TO WS-IL-SEVERITY
003453         MOVE WS-HISTORY-STATUS TO WS-IL-FILE-STATUS
003454         MOVE "CANNOT OPEN standingHistory OR holdMaster"
003455             TO WS-IL-MESSAGE
003456         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
003460         MOVE "Y" TO WS-MASTER-EOF-SW
003470         MOVE 4 TO RETURN-CODE
003480     END-IF.
003490     OPEN OUTPUT REPORT-FILE.
003500     PERFORM 1100-WRITE-PAGE-HEADER
003510         THRU 1100-WRITE-PAGE-HEADER-EXIT.
003520     MOVE LOW-VALUES TO STU-ID-NUMBER.
003530     START STUDENT-MASTER KEY NOT LESS THAN STU-ID-NUMBER
003540         INVALID KEY MOVE "Y" TO WS-MASTER-EOF-SW
003550     END-START.
003560 1000-INITIALIZE-EXIT.
003570     EXIT.
003580*
003590 1100-WRITE-PAGE-HEADER.
003600     ADD 1 TO WS-PAGE-NO.
003610     MOVE WS-PAGE-NO TO HDR-PAGE-NO.
003620     MOVE WS-TERM-CODE TO HDR-TERM-CODE.
003630     WRITE RPT-LINE FROM WS-HEADER-1 AFTER ADVANCING PAGE.
003640     MOVE WS-RUN-DATE TO HDR-RUN-DATE.
003650     MOVE WS-MIN-GPA TO HDR-MIN-GPA.
003660     WRITE RPT-LINE FROM WS-HEADER-2 AFTER ADVANCING 1 LINE.
003670     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
003680 1100-WRITE-PAGE-HEADER-EXIT.
003690     EXIT.
003700*
003710*================================================================
003720* RATE EVERY STUDENT WHO ATTENDED THE TERM
003730*================================================================
003740 2000-RATE-STUDENTS.
003750     PERFORM 2100-RATE-ONE-STUDENT
003760         THRU 2100-RATE-ONE-STUDENT-EXIT
003770         UNTIL WS-END-OF-MASTER.
003780 2000-RATE-STUDENTS-EXIT.
003790     EXIT.
003800*
003810 2100-RATE-ONE-STUDENT.
003820     READ STUDENT-MASTER NEXT RECORD
003830         AT END
003840             MOVE "Y" TO WS-MASTER-EOF-SW
003850             GO TO 2100-RATE-ONE-STUDENT-EXIT
003860     END-READ.
003870     ADD 1 TO WS-STUDENTS-READ.
003880     IF STU-DISMISSED
003890         ADD 1 TO WS-ALREADY-DISMISSED
003900         GO TO 2100-RATE-ONE-STUDENT-EXIT
003910     END-IF.
003920     MOVE STU-ID-NUMBER TO STT-ID-NUMBER.
003930     MOVE WS-TERM-CODE TO STT-TERM-CODE.
003940     READ TERM-HISTORY
003950         INVALID KEY
003960             ADD 1 TO WS-NOT-ENROLLED
003970             GO TO 2100-RATE-ONE-STUDENT-EXIT
003980     END-READ.
003990     MOVE STT-GPA-HOURS TO WS-TERM-GPA-HOURS.
004000     IF STT-GPA-HOURS > ZEROS
004010         COMPUTE WS-TERM-GPA ROUNDED =
004020             STT-QUALITY-POINTS / STT-GPA-HOURS
004030     ELSE
004040         MOVE ZEROS TO WS-TERM-GPA
004050     END-IF.
004060     PERFORM 2200-SUM-CUMULATIVE THRU 2200-SUM-CUMULATIVE-EXIT.
004070     PERFORM 2300-FIND-PRIOR-STANDING
004080         THRU 2300-FIND-PRIOR-STANDING-EXIT.
004090     PERFORM 2400-APPLY-PROGRESSION
004100         THRU 2400-APPLY-PROGRESSION-EXIT.
004110     PERFORM 2500-WRITE-HISTORY THRU 2500-WRITE-HISTORY-EXIT.
004120     ADD 1 TO WS-STUDENTS-RATED.
004130     IF WS-NEW-STANDING NOT = STU-STANDING
004140         MOVE WS-NEW-STANDING TO STU-STANDING
004150         REWRITE STUDENT-MASTER-RECORD
004160             INVALID KEY
004170                 DISPLAY "ACAD-STANDING: studentMaster REWRITE "
004180                     "FAILED FOR " STU-ID-NUMBER
004190                 ADD 1 TO WS-UPDATE-ERRORS
004200                 MOVE 4 TO RETURN-CODE
004210         END-REWRITE
004220     END-IF.
004230     IF STU-SUSPENDED OR STU-DISMISSED
004240         PERFORM 2600-PLACE-REGISTRAR-HOLD
004250             THRU 2600-PLACE-REGISTRAR-HOLD-EXIT
004260     END-IF.
004270     IF WS-NEW-STANDING NOT = WS-PRIOR-STANDING
004280         PERFORM 2700-RELEASE-NOTICE
004290             THRU 2700-RELEASE-NOTICE-EXIT
004300     END-IF.
004310 2100-RATE-ONE-STUDENT-EXIT.
004320     EXIT.
004330*
004340*    CUMULATIVE GPA THROUGH THE TERM BEING RATED - A LATER TERM
004350*    ALREADY ON FILE DOES NOT COUNT IN THIS TERM'S DECISION
004360 2200-SUM-CUMULATIVE.
004370     MOVE ZEROS TO WS-CUM-POINTS.
004380     MOVE ZEROS TO WS-CUM-GPA-HOURS.
004390     MOVE "N" TO WS-TERM-EOF-SW.
004400     MOVE STU-ID-NUMBER TO STT-ID-NUMBER.
004410     MOVE LOW-VALUES TO STT-TERM-CODE.
004420     START TERM-HISTORY KEY NOT LESS THAN STT-TERM-KEY
004430         INVALID KEY MOVE "Y" TO WS-TERM-EOF-SW
004440     END-START.
004450     PERFORM 2210-ADD-ONE-TERM THRU 2210-ADD-ONE-TERM-EXIT
004460         UNTIL WS-END-OF-TERMS.
004470     IF WS-CUM-GPA-HOURS > ZEROS
004480         COMPUTE WS-CUM-GPA ROUNDED =
004490             WS-CUM-POINTS / WS-CUM-GPA-HOURS
004500     ELSE
004510         MOVE ZEROS TO WS-CUM-GPA
004520     END-IF.
004530 2200-SUM-CUMULATIVE-EXIT.
004540     EXIT.
004550*
004560 2210-ADD-ONE-TERM.
004570     READ TERM-HISTORY NEXT RECORD
004580         AT END
004590             MOVE "Y" TO WS-TERM-EOF-SW
004600             GO TO 2210-ADD-ONE-TERM-EXIT
004610     END-READ.
004620     IF STT-ID-NUMBER NOT = STU-ID-NUMBER
004630             OR STT-TERM-CODE > WS-TERM-CODE
004640         MOVE "Y" TO WS-TERM-EOF-SW
004650         GO TO 2210-ADD-ONE-TERM-EXIT
004660     END-IF.
004670     ADD STT-QUALITY-POINTS TO WS-CUM-POINTS.
004680     ADD STT-GPA-HOURS TO WS-CUM-GPA-HOURS.
004690 2210-ADD-ONE-TERM-EXIT.
004700     EXIT.
004710*
004720*    THE STANDING ENTERING THE TERM IS THE ONE ASSIGNED AT THE
004730*    END OF THE LATEST EARLIER TERM ON standingHistory. A
004740*    STUDENT WITH NO HISTORY YET STARTS FROM THE MASTER.
004750 2300-FIND-PRIOR-STANDING.
004760     MOVE "N" TO WS-HISTORY-FOUND-SW.
004770     MOVE "N" TO WS-HISTORY-EOF-SW.
004780     MOVE STU-ID-NUMBER TO SSH-ID-NUMBER.
004790     MOVE LOW-VALUES TO SSH-TERM-CODE.
004800     START STANDING-HISTORY KEY NOT LESS THAN SSH-KEY
004810         INVALID KEY MOVE "Y" TO WS-HISTORY-EOF-SW
004820     END-START.
004830     PERFORM 2310-READ-ONE-HISTORY
004840         THRU 2310-READ-ONE-HISTORY-EXIT
004850         UNTIL WS-END-OF-HISTORY.
004860     IF NOT WS-HISTORY-FOUND
004870         MOVE STU-STANDING TO WS-PRIOR-STANDING
004880     END-IF.
004890     IF WS-PRIOR-STANDING NOT = "P" AND NOT = "S"
004900         MOVE "G" TO WS-PRIOR-STANDING
004910     END-IF.
004920 2300-FIND-PRIOR-STANDING-EXIT.
004930     EXIT.
004940*
004950 2310-READ-ONE-HISTORY.
004960     READ STANDING-HISTORY NEXT RECORD
004970         AT END
004980             MOVE "Y" TO WS-HISTORY-EOF-SW
004990             GO TO 2310-READ-ONE-HISTORY-EXIT
005000     END-READ.
005010     IF SSH-ID-NUMBER NOT = STU-ID-NUMBER
005020             OR SSH-TERM-CODE NOT < WS-TERM-CODE
005030         MOVE "Y" TO WS-HISTORY-EOF-SW
005040         GO TO 2310-READ-ONE-HISTORY-EXIT
005050     END-IF.
005060     MOVE "Y" TO WS-HISTORY-FOUND-SW.
005070     MOVE SSH-NEW-STANDING TO WS-PRIOR-STANDING.
005080 2310-READ-ONE-HISTORY-EXIT.
005090     EXIT.
005100*
005110*    CUMULATIVE AT THE MINIMUM CLEARS TO GOOD STANDING FROM ANY
005120*    LEVEL. OTHERWISE A GOOD-STANDING STUDENT GOES ON PROBATION;
005130*    A STUDENT ALREADY ON PROBATION OR RETURNING FROM SUSPENSION
005140*    WHO EARNED THE MINIMUM THIS TERM STAYS ON PROBATION, AND
005150*    ONE WHO DID NOT MOVES UP A LEVEL.
005160 2400-APPLY-PROGRESSION.
005170     IF WS-CUM-GPA NOT < WS-MIN-GPA
005180         MOVE "G" TO WS-NEW-STANDING
005190         GO TO 2400-APPLY-PROGRESSION-EXIT
005200     END-IF.
005210     IF WS-PRIOR-STANDING = "G"
005220         MOVE "P" TO WS-NEW-STANDING
005230         GO TO 2400-APPLY-PROGRESSION-EXIT
005240     END-IF.
005250     IF WS-TERM-GPA-HOURS > ZEROS
005260             AND WS-TERM-GPA NOT < WS-MIN-GPA
005270         MOVE "P" TO WS-NEW-STANDING
005280         GO TO 2400-APPLY-PROGRESSION-EXIT
005290     END-IF.
005300     IF WS-PRIOR-STANDING = "P"
005310         MOVE "S" TO WS-NEW-STANDING
005320     ELSE
005330         MOVE "D" TO WS-NEW-STANDING
005340     END-IF.
005350 2400-APPLY-PROGRESSION-EXIT.
005360     EXIT.
005370*
005380 2500-WRITE-HISTORY.
005390     MOVE STU-ID-NUMBER TO SSH-ID-NUMBER.
005400     MOVE WS-TERM-CODE TO SSH-TERM-CODE.
005410     MOVE WS-PRIOR-STANDING TO SSH-PRIOR-STANDING.
005420     MOVE WS-NEW-STANDING TO SSH-NEW-STANDING.
005430     MOVE "N" TO SSH-ACTION.
005440     IF WS-NEW-STANDING = "G" AND WS-PRIOR-STANDING NOT = "G"
005450         MOVE "C" TO SSH-ACTION
005460     END-IF.
005470     IF WS-NEW-STANDING NOT = "G"
005480             AND WS-NEW-STANDING NOT = WS-PRIOR-STANDING
005490         MOVE "E" TO SSH-ACTION
005500     END-IF.
005510     MOVE WS-TERM-GPA TO SSH-TERM-GPA.
005520     MOVE WS-CUM-GPA TO SSH-CUM-GPA.
005530     MOVE WS-CUM-GPA-HOURS TO SSH-CUM-GPA-HOURS.
005540     MOVE WS-RUN-DATE TO SSH-RUN-DATE.
005550     WRITE STANDING-HISTORY-RECORD
005560         INVALID KEY
005570*            A RERUN OF THE TERM REPLACES ITS OWN RECORD
005580             REWRITE STANDING-HISTORY-RECORD
005590                 INVALID KEY
005600                     DISPLAY "ACAD-STANDING: standingHistory "
005610                         "UPDATE FAILED FOR " SSH-KEY
005620                     ADD 1 TO WS-UPDATE-ERRORS
005630                     MOVE 4 TO RETURN-CODE
005640             END-REWRITE
005650     END-WRITE.
005660 2500-WRITE-HISTORY-EXIT.
005670     EXIT.
005680*
005690 2600-PLACE-REGISTRAR-HOLD.
005700     MOVE STU-ID-NUMBER TO HLD-ID-NUMBER.
005710     MOVE "RG" TO HLD-CODE.
005720     MOVE "REGISTRAR" TO HLD-OFFICE.
005730     IF STU-DISMISSED
005740         MOVE "ACADEMIC DISMISSAL" TO HLD-REASON
005750     ELSE
005760         MOVE "ACADEMIC SUSPENSION" TO HLD-REASON
005770     END-IF.
005780     MOVE WS-RUN-DATE TO HLD-PLACED-DATE.
005790     MOVE "ACSTAND" TO HLD-PLACED-BY.
005800     WRITE HOLD-MASTER-RECORD
005810         INVALID KEY
005820*            ALREADY HELD - NOTHING MORE TO DO
005830             CONTINUE
005840         NOT INVALID KEY
005850             ADD 1 TO WS-HOLDS-PLACED
005860     END-WRITE.
005870 2600-PLACE-REGISTRAR-HOLD-EXIT.
005880     EXIT.
005890*
005900 2700-RELEASE-NOTICE.
005910     EVALUATE WS-NEW-STANDING
005920         WHEN "D"
005930             MOVE 1 TO SRT-RANK
005940             ADD 1 TO WS-DISMISSED-COUNT
005950         WHEN "S"
005960             MOVE 2 TO SRT-RANK
005970             ADD 1 TO WS-SUSPENDED-COUNT
005980         WHEN "P"
005990             MOVE 3 TO SRT-RANK
006000             ADD 1 TO WS-PROBATION-COUNT
006010         WHEN OTHER
006020             MOVE 4 TO SRT-RANK
006030             ADD 1 TO WS-CLEARED-COUNT
006040     END-EVALUATE.
006050     MOVE STU-DEPT TO SRT-DEPT.
006060     MOVE STU-STUDENT-NAME TO SRT-STUDENT-NAME.
006070     MOVE STU-ID-NUMBER TO SRT-ID-NUMBER.
006080     MOVE WS-PRIOR-STANDING TO SRT-PRIOR-STANDING.
006090     MOVE WS-NEW-STANDING TO SRT-NEW-STANDING.
006100     MOVE WS-TERM-GPA TO SRT-TERM-GPA.
006110     MOVE WS-CUM-GPA TO SRT-CUM-GPA.
006120     RELEASE SORT-REC.
006130     ADD 1 TO WS-CHANGED-COUNT.
006140 2700-RELEASE-NOTICE-EXIT.
006150     EXIT.
006160*
006170*================================================================
006180* DEAN'S NOTIFICATION LIST
006190*================================================================
006200 3000-PRINT-NOTICES.
006210     MOVE "N" TO WS-EOF-SW.
006220     RETURN SORT-WORK-FILE AT END MOVE "Y" TO WS-EOF-SW.
006230     PERFORM 3100-PROCESS-SORTED-RECORD
006240         THRU 3100-PROCESS-SORTED-RECORD-EXIT
006250         UNTIL WS-END-OF-SORT.
006260     IF NOT WS-FIRST-RECORD
006270         PERFORM 3300-WRITE-GROUP-COUNT
006280             THRU 3300-WRITE-GROUP-COUNT-EXIT
006290     END-IF.
006300     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
006310     MOVE "STUDENTS RATED FOR TERM:" TO TRL-LABEL.
006320     MOVE WS-STUDENTS-RATED TO TRL-COUNT.
006330     WRITE RPT-LINE FROM WS-TRAILER-LINE AFTER ADVANCING 1 LINE.
006340     MOVE "STANDING CHANGES:" TO TRL-LABEL.
006350     MOVE WS-CHANGED-COUNT TO TRL-COUNT.
006360     WRITE RPT-LINE FROM WS-TRAILER-LINE AFTER ADVANCING 1 LINE.
006370     MOVE "REGISTRAR HOLDS PLACED:" TO TRL-LABEL.
006380     MOVE WS-HOLDS-PLACED TO TRL-COUNT.
006390     WRITE RPT-LINE FROM WS-TRAILER-LINE AFTER ADVANCING 1 LINE.
006400     MOVE "PREVIOUSLY DISMISSED:" TO TRL-LABEL.
006410     MOVE WS-ALREADY-DISMISSED TO TRL-COUNT.
006420     WRITE RPT-LINE FROM WS-TRAILER-LINE AFTER ADVANCING 1 LINE.
006430     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 2 LINES.
006440     WRITE RPT-LINE FROM WS-SIGNATURE-LINE
006450         AFTER ADVANCING 1 LINE.
006460     DISPLAY "ACAD-STANDING: RATED = " WS-STUDENTS-RATED
006470         " PROBATION = " WS-PROBATION-COUNT
006480         " SUSPENDED = " WS-SUSPENDED-COUNT
006490         " DISMISSED = " WS-DISMISSED-COUNT
006500         " CLEARED = " WS-CLEARED-COUNT.
006510 3000-PRINT-NOTICES-EXIT.
006520     EXIT.
006530*
006540 3100-PROCESS-SORTED-RECORD.
006550     IF WS-FIRST-RECORD
006560         MOVE SRT-RANK TO WS-RANK-HOLD
006570         PERFORM 3200-WRITE-GROUP-HEADER
006580             THRU 3200-WRITE-GROUP-HEADER-EXIT
006590         MOVE "N" TO WS-FIRST-RECORD-SW
006600     END-IF.
006610     IF SRT-RANK NOT = WS-RANK-HOLD
006620         PERFORM 3300-WRITE-GROUP-COUNT
006630             THRU 3300-WRITE-GROUP-COUNT-EXIT
006640         MOVE SRT-RANK TO WS-RANK-HOLD
006650         PERFORM 3200-WRITE-GROUP-HEADER
006660             THRU 3200-WRITE-GROUP-HEADER-EXIT
006670     END-IF.
006680     MOVE SRT-ID-NUMBER TO DTL-ID-NUMBER.
006690     MOVE SRT-STUDENT-NAME TO DTL-STUDENT-NAME.
006700     MOVE SRT-DEPT TO DTL-DEPT.
006710     MOVE SRT-TERM-GPA TO DTL-TERM-GPA.
006720     MOVE SRT-CUM-GPA TO DTL-CUM-GPA.
006730     MOVE SRT-PRIOR-STANDING TO DTL-PRIOR-STANDING.
006740     WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.
006750     ADD 1 TO WS-GROUP-COUNT.
006760     RETURN SORT-WORK-FILE AT END MOVE "Y" TO WS-EOF-SW.
006770 3100-PROCESS-SORTED-RECORD-EXIT.
006780     EXIT.
006790*
006800 3200-WRITE-GROUP-HEADER.
006810     MOVE WS-GROUP-TITLE (WS-RANK-HOLD) TO GHL-TITLE.
006820     WRITE RPT-LINE FROM WS-GROUP-HDR-LINE AFTER ADVANCING 1 LINE.
006830     WRITE RPT-LINE FROM WS-COLUMN-HDR AFTER ADVANCING 1 LINE.
006840 3200-WRITE-GROUP-HEADER-EXIT.
006850     EXIT.
006860*
006870 3300-WRITE-GROUP-COUNT.
006880     MOVE WS-GROUP-COUNT TO GCL-COUNT.
006890     WRITE RPT-LINE FROM WS-GROUP-COUNT-LINE
006900         AFTER ADVANCING 1 LINE.
006910     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
006920     MOVE ZEROS TO WS-GROUP-COUNT.
006930 3300-WRITE-GROUP-COUNT-EXIT.
006940     EXIT.
006950*
006951 8900-LOG-INCIDENT.
006952     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
006953         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
006954         WS-IL-MESSAGE.
006955 8900-LOG-INCIDENT-EXIT.
006956     EXIT.
006957*
006960 9000-TERMINATE.
006970     IF WS-FILES-ARE-OPENED
006980         CLOSE STUDENT-MASTER TERM-HISTORY
006990         CLOSE STANDING-HISTORY HOLD-MASTER
007000         CLOSE REPORT-FILE
007010     END-IF.
007020     IF WS-LOCK-IS-HELD
007030         MOVE "R" TO WS-FL-FUNCTION
007040         MOVE "studentMaster" TO WS-FL-FILE-NAME
007050         CALL "FILE-LOCK" USING WS-FL-FUNCTION
007060             WS-FL-FILE-NAME WS-FL-HOLDER WS-FL-REPLY
007070             WS-FL-INFO
007080     END-IF.
007090     PERFORM 9100-WRITE-RUN-STATS
007100         THRU 9100-WRITE-RUN-STATS-EXIT.
007110     IF RETURN-CODE = ZERO
007120         MOVE "E" TO WS-RC-FUNCTION
007130         CALL "RUN-CONTROL" USING WS-RC-FUNCTION WS-RC-STEP
007140             WS-RC-FORCE WS-RC-REPLY
007150     END-IF.
007160 9000-TERMINATE-EXIT.
007170     EXIT.
007180*
007190 9100-WRITE-RUN-STATS.
007200     OPEN EXTEND RUN-STATS-FILE.
007210     IF WS-STATS-STATUS = "35"
007220         OPEN OUTPUT RUN-STATS-FILE
007230     END-IF.
007240     IF WS-STATS-STATUS = "00"
007250         MOVE WS-RUN-DATE TO RST-RUN-DATE
007260         MOVE "ACSTAND" TO RST-STEP-NAME
007270         MOVE WS-STUDENTS-READ TO RST-RECORDS-IN
007280         MOVE WS-STUDENTS-RATED TO RST-RECORDS-OUT
007290         MOVE WS-UPDATE-ERRORS TO RST-REJECTS
007300         MOVE ZEROS TO RST-AMOUNT-TOTAL
007310         MOVE WS-CHANGED-COUNT TO RST-HASH-TOTAL
007320         MOVE RETURN-CODE TO RST-RETURN-CODE
007330         WRITE RUN-STATS-RECORD
007340         CLOSE RUN-STATS-FILE
007350     ELSE
007360         DISPLAY "ACAD-STANDING: CANNOT OPEN runStats, "
007370             "STATUS = " WS-STATS-STATUS
007371         MOVE "9100-WRITE-RUN-STATS" TO WS-IL-PARAGRAPH
007372         MOVE "W" TO WS-IL-SEVERITY
007373         MOVE WS-STATS-STATUS TO WS-IL-FILE-STATUS
007374         MOVE "CANNOT OPEN runStats" TO WS-IL-MESSAGE
007375         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
007380     END-IF.
007390 9100-WRITE-RUN-STATS-EXIT.
007400     EXIT.
007410*
007420 END PROGRAM ACAD-STANDING.
