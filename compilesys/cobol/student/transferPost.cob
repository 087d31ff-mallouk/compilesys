000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TRANSFER-POST.
000030 AUTHOR. REGISTRAR-SYSTEMS-GROUP.
000040 INSTALLATION. REGISTRARS-OFFICE.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED. 2026-10-14.
000070*================================================================
000080* MODIFICATION HISTORY
000090*   2026-10-14  RSG  INITIAL VERSION - TRANSFER CREDIT POSTING.
000100*                    EACH OUTSIDE COURSE ON THE transferFeed
000110*                    FILE IS LOOKED UP ON THE EQUIVALENCY
000120*                    MASTER; A MATCHED COURSE POSTS ITS HOURS TO
000130*                    studentTermHist AND enrollDetail UNDER THE
000140*                    TRANSFER TERM 000000 WITH GRADE T (HOURS
000150*                    ONLY - NO QUALITY POINTS, NO GPA HOURS). AN
000160*                    UNMATCHED COURSE IS HELD ON transferCredit
000170*                    AS PENDING EVALUATION FOR THE STUDENT'S
000180*                    DEPARTMENT, AND EVERY RUN FIRST RETRIES THE
000190*                    PENDING ITEMS SO A NEW RULING POSTS WITHOUT
000200*                    RESUBMITTING THE COURSE. EVERY OUTCOME IS
000210*                    PRINTED ON transferRegister.
000212*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000214*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000220*================================================================
000230*
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT STUDENT-MASTER ASSIGN TO DISK
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS RANDOM
000310         RECORD KEY IS STU-ID-NUMBER
000320         ALTERNATE RECORD KEY IS STU-STUDENT-NAME
000330             WITH DUPLICATES
000340         FILE STATUS IS WS-MASTER-STATUS.
000350     SELECT TERM-HISTORY ASSIGN TO DISK
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS RANDOM
000380         RECORD KEY IS STT-TERM-KEY
000390         FILE STATUS IS WS-TERM-STATUS.
000400     SELECT ENROLL-DETAIL ASSIGN TO DISK
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS ENR-KEY
000440         FILE STATUS IS WS-ENROLL-STATUS.
000450     SELECT COURSE-MASTER ASSIGN TO DISK
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS CRS-COURSE-ID
000490         FILE STATUS IS WS-COURSE-STATUS.
000500     SELECT EQUIV-MASTER ASSIGN TO DISK
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS TEQ-KEY
000540         FILE STATUS IS WS-EQUIV-STATUS.
000550     SELECT TRANSFER-CREDIT ASSIGN TO DISK
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS TCR-KEY
000590         FILE STATUS IS WS-CREDIT-STATUS.
000600     SELECT FEED-FILE ASSIGN TO DISK
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-FEED-STATUS.
000630     SELECT REPORT-FILE ASSIGN TO DISK
000640         ORGANIZATION IS LINE SEQUENTIAL.
000650     SELECT RUN-STATS-FILE ASSIGN TO DISK
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-STATS-STATUS.
000680*
000690 DATA DIVISION.
000700 FILE SECTION.
000710*
000720 FD  STUDENT-MASTER
000730     LABEL RECORDS ARE STANDARD
000740     VALUE OF FILE-ID IS "studentMaster".
000750     COPY "stumstr.cpy".
000760*
000770 FD  TERM-HISTORY
000780     LABEL RECORDS ARE STANDARD
000790     VALUE OF FILE-ID IS "studentTermHist".
000800     COPY "stuterm.cpy".
000810*
000820 FD  ENROLL-DETAIL
000830     LABEL RECORDS ARE STANDARD
000840     VALUE OF FILE-ID IS "enrollDetail".
000850     COPY "stuenrl.cpy".
000860*
000870 FD  COURSE-MASTER
000880     LABEL RECORDS ARE STANDARD
000890     VALUE OF FILE-ID IS "courseMaster".
000900     COPY "crsmstr.cpy".
000910*
000920 FD  EQUIV-MASTER
000930     LABEL RECORDS ARE STANDARD
000940     VALUE OF FILE-ID IS "transferEquiv".
000950     COPY "trneqv.cpy".
000960*
000970 FD  TRANSFER-CREDIT
000980     LABEL RECORDS ARE STANDARD
000990     VALUE OF FILE-ID IS "transferCredit".
001000     COPY "trncred.cpy".
001010*
001020 FD  FEED-FILE
001030     LABEL RECORDS ARE STANDARD
001040     VALUE OF FILE-ID IS "transferFeed".
001050 01  FEED-RECORD.
001060     05  TRF-ID-NUMBER           PIC X(04).
001070     05  TRF-INSTITUTION         PIC X(06).
001080     05  TRF-OUTSIDE-COURSE      PIC X(08).
001090     05  TRF-OUTSIDE-TITLE       PIC X(30).
001100     05  TRF-CREDIT-HOURS        PIC X(02).
001110     05  TRF-OUTSIDE-GRADE       PIC X(02).
001120     05  FILLER                  PIC X(28).
001130*
001140 FD  REPORT-FILE
001150     LABEL RECORDS ARE STANDARD
001160     VALUE OF FILE-ID IS "transferRegister".
001170 01  RPT-LINE                    PIC X(80).
001180*
001190 FD  RUN-STATS-FILE
001200     LABEL RECORDS ARE STANDARD
001210     VALUE OF FILE-ID IS "runStats".
001220     COPY "runstat.cpy".
001230*
001240 WORKING-STORAGE SECTION.
001250*----------------------------------------------------------------
001260* PRINT LINE LAYOUTS
001270*----------------------------------------------------------------
001280 01  WS-HEADER-1.
001290     05  FILLER                  PIC X(22) VALUE SPACES.
001300     05  FILLER                  PIC X(32) VALUE
001310         "TRANSFER CREDIT POSTING REGISTER".
001320     05  FILLER                  PIC X(08) VALUE SPACES.
001330     05  FILLER                  PIC X(06) VALUE "DATE  ".
001340     05  HDR-RUN-DATE            PIC X(08).
001350 01  WS-COLUMN-HDR.
001360     05  FILLER                  PIC X(06) VALUE "ID".
001370     05  FILLER                  PIC X(08) VALUE "INST".
001380     05  FILLER                  PIC X(10) VALUE "COURSE".
001390     05  FILLER                  PIC X(05) VALUE "HRS".
001400     05  FILLER                  PIC X(05) VALUE "GRD".
001410     05  FILLER                  PIC X(06) VALUE "RESULT".
001420 01  WS-DETAIL-LINE.
001430     05  DTL-ID-NUMBER           PIC X(04).
001440     05  FILLER                  PIC X(02) VALUE SPACES.
001450     05  DTL-INSTITUTION         PIC X(06).
001460     05  FILLER                  PIC X(02) VALUE SPACES.
001470     05  DTL-OUTSIDE-COURSE      PIC X(08).
001480     05  FILLER                  PIC X(02) VALUE SPACES.
001490     05  DTL-HOURS               PIC Z9.
001500     05  FILLER                  PIC X(03) VALUE SPACES.
001510     05  DTL-GRADE               PIC X(02).
001520     05  FILLER                  PIC X(03) VALUE SPACES.
001530     05  DTL-RESULT              PIC X(22).
001540     05  FILLER                  PIC X(01) VALUE SPACES.
001550     05  DTL-COURSE-ID           PIC X(06).
001560     05  FILLER                  PIC X(01) VALUE SPACES.
001570     05  DTL-DEPT                PIC X(04).
001580 01  WS-SECTION-LINE.
001590     05  SCT-TEXT                PIC X(60).
001600 01  WS-TRAILER-LINE.
001610     05  TRL-LABEL               PIC X(30).
001620     05  TRL-COUNT               PIC ZZZZ9.
001630*----------------------------------------------------------------
001640* CONTROL FIELDS
001650*----------------------------------------------------------------
001660 77  WS-MASTER-STATUS            PIC X(02) VALUE "00".
001670 77  WS-TERM-STATUS              PIC X(02) VALUE "00".
001680 77  WS-ENROLL-STATUS            PIC X(02) VALUE "00".
001690 77  WS-COURSE-STATUS            PIC X(02) VALUE "00".
001700 77  WS-EQUIV-STATUS             PIC X(02) VALUE "00".
001710 77  WS-CREDIT-STATUS            PIC X(02) VALUE "00".
001720 77  WS-FEED-STATUS              PIC X(02) VALUE "00".
001730 77  WS-STATS-STATUS             PIC X(02) VALUE "00".
001740 77  WS-FILES-OPENED-SW          PIC X(01) VALUE "N".
001750     88  WS-FILES-ARE-OPENED         VALUE "Y".
001760 77  WS-FEED-OPENED-SW           PIC X(01) VALUE "N".
001770     88  WS-FEED-IS-OPENED           VALUE "Y".
001780 77  WS-FEED-EOF-SW              PIC X(01) VALUE "N".
001790     88  WS-END-OF-FEED              VALUE "Y".
001800 77  WS-CREDIT-EOF-SW            PIC X(01) VALUE "N".
001810     88  WS-END-OF-CREDITS           VALUE "Y".
001820 77  WS-NEW-CREDIT-SW            PIC X(01) VALUE "N".
001830     88  WS-NEW-CREDIT               VALUE "Y".
001840*    TRANSFER WORK IS CARRIED UNDER THIS TERM CODE, WHICH
001850*    COLLATES AHEAD OF EVERY REAL TERM
001860 77  WS-TRANSFER-TERM            PIC X(06) VALUE "000000".
001870 77  WS-TRANSFER-GRADE           PIC X(01) VALUE "T".
001880 77  WS-SYSTEM-DATE              PIC 9(08) VALUE ZEROS.
001890 77  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
001900 77  WS-POST-HOURS               PIC 9(02) VALUE ZEROS.
001910 77  WS-NEW-HOURS                PIC 9(03) VALUE ZEROS.
001920 77  WS-FEED-READ                PIC 9(05) VALUE ZEROS.
001930 77  WS-PENDING-RETRIED          PIC 9(05) VALUE ZEROS.
001940 77  WS-POSTED-COUNT             PIC 9(05) VALUE ZEROS.
001950 77  WS-PENDING-COUNT            PIC 9(05) VALUE ZEROS.
001960 77  WS-NOT-ACCEPTED-COUNT       PIC 9(05) VALUE ZEROS.
001970 77  WS-REJECT-COUNT             PIC 9(05) VALUE ZEROS.
001980 77  WS-HOURS-POSTED             PIC 9(07) VALUE ZEROS.
001981*----------------------------------------------------------------
001982* INCIDENT LOG CALL FIELDS
001983*----------------------------------------------------------------
001984 77  WS-IL-PROGRAM               PIC X(20) VALUE "TRANSFER-POST".
001985 77  WS-IL-STEP                  PIC X(08) VALUE "TRNPOST".
001986 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
001987 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
001988 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
001989 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
001990*
002000 PROCEDURE DIVISION.
002010*================================================================
002020* 0000-MAINLINE
002030*================================================================
002040 0000-MAINLINE.
002050     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002060     IF WS-FILES-ARE-OPENED
002070         PERFORM 2000-RETRY-ONE-PENDING
002080             THRU 2000-RETRY-ONE-PENDING-EXIT
002090             UNTIL WS-END-OF-CREDITS
002100         MOVE "SUBMITTED THIS RUN" TO SCT-TEXT
002110         WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE
002120         WRITE RPT-LINE FROM WS-SECTION-LINE
002130             AFTER ADVANCING 1 LINE
002140         PERFORM 3000-PROCESS-ONE-FEED
002150             THRU 3000-PROCESS-ONE-FEED-EXIT
002160             UNTIL WS-END-OF-FEED
002170     END-IF.
002180     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
002190     GOBACK.
002200*
002210 1000-INITIALIZE.
002220     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
002230     MOVE WS-SYSTEM-DATE TO WS-RUN-DATE.
002240     OPEN INPUT EQUIV-MASTER.
002250     IF WS-EQUIV-STATUS NOT = "00"
002260         DISPLAY "TRANSFER-POST: CANNOT OPEN transferEquiv, "
002270             "STATUS = " WS-EQUIV-STATUS
002271         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
002272         MOVE "E" TO WS-IL-SEVERITY
002273         MOVE WS-EQUIV-STATUS TO WS-IL-FILE-STATUS
002274         MOVE "CANNOT OPEN transferEquiv" TO WS-IL-MESSAGE
002275         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
002280         DISPLAY "TRANSFER-POST: RUN EQUIV-MAINT TO BUILD THE "
002290             "EQUIVALENCY TABLE FIRST"
002300         MOVE 4 TO RETURN-CODE
002310         GO TO 1000-INITIALIZE-EXIT
002320     END-IF.
002330     OPEN INPUT STUDENT-MASTER.
002340     OPEN INPUT COURSE-MASTER.
002350     IF WS-MASTER-STATUS NOT = "00"
002360             OR WS-COURSE-STATUS NOT = "00"
002370         DISPLAY "TRANSFER-POST: CANNOT OPEN studentMaster "
002380             WS-MASTER-STATUS " OR courseMaster "
002390             WS-COURSE-STATUS
002391         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
002392         MOVE "E" TO WS-IL-SEVERITY
002393         MOVE WS-MASTER-STATUS TO WS-IL-FILE-STATUS
002394         MOVE "CANNOT OPEN studentMaster OR courseMaster"
002395             TO WS-IL-MESSAGE
002396         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
002400         CLOSE EQUIV-MASTER
002410         MOVE 4 TO RETURN-CODE
002420         GO TO 1000-INITIALIZE-EXIT
002430     END-IF.
002440     OPEN I-O TERM-HISTORY.
002450     IF WS-TERM-STATUS = "35"
002460         OPEN OUTPUT TERM-HISTORY
002470         CLOSE TERM-HISTORY
002480         OPEN I-O TERM-HISTORY
002490     END-IF.
002500     OPEN I-O ENROLL-DETAIL.
002510     IF WS-ENROLL-STATUS = "35"
002520         OPEN OUTPUT ENROLL-DETAIL
002530         CLOSE ENROLL-DETAIL
002540         OPEN I-O ENROLL-DETAIL
002550     END-IF.
002560     OPEN I-O TRANSFER-CREDIT.
002570     IF WS-CREDIT-STATUS = "35"
002580         OPEN OUTPUT TRANSFER-CREDIT
002590         CLOSE TRANSFER-CREDIT
002600         OPEN I-O TRANSFER-CREDIT
002610     END-IF.
002620     MOVE "Y" TO WS-FILES-OPENED-SW.
002630     OPEN INPUT FEED-FILE.
002640     IF WS-FEED-STATUS = "00"
002650         MOVE "Y" TO WS-FEED-OPENED-SW
002660     ELSE
002670         DISPLAY "TRANSFER-POST: NO transferFeed FILE - "
002680             "PENDING ITEMS RETRIED ONLY"
002690         MOVE "Y" TO WS-FEED-EOF-SW
002700     END-IF.
002710     OPEN OUTPUT REPORT-FILE.
002720     MOVE WS-RUN-DATE TO HDR-RUN-DATE.
002730     WRITE RPT-LINE FROM WS-HEADER-1 AFTER ADVANCING PAGE.
002740     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
002750     WRITE RPT-LINE FROM WS-COLUMN-HDR AFTER ADVANCING 1 LINE.
002760     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
002770     MOVE "PENDING ITEMS RETRIED" TO SCT-TEXT.
002780     WRITE RPT-LINE FROM WS-SECTION-LINE AFTER ADVANCING 1 LINE.
002790     MOVE LOW-VALUES TO TCR-KEY.
002800     START TRANSFER-CREDIT KEY NOT LESS THAN TCR-KEY
002810         INVALID KEY MOVE "Y" TO WS-CREDIT-EOF-SW
002820     END-START.
002830 1000-INITIALIZE-EXIT.
002840     EXIT.
002850*
002860*================================================================
002870* PENDING ITEMS - AN ITEM STAYS PENDING UNTIL ITS DEPARTMENT
002880* PUTS A RULING ON THE EQUIVALENCY MASTER
002890*================================================================
002900 2000-RETRY-ONE-PENDING.
002910     READ TRANSFER-CREDIT NEXT RECORD
002920         AT END
002930             MOVE "Y" TO WS-CREDIT-EOF-SW
002940             GO TO 2000-RETRY-ONE-PENDING-EXIT
002950     END-READ.
002960     IF NOT TCR-PENDING
002970         GO TO 2000-RETRY-ONE-PENDING-EXIT
002980     END-IF.
002990     MOVE TCR-INSTITUTION TO TEQ-INSTITUTION.
003000     MOVE TCR-OUTSIDE-COURSE TO TEQ-OUTSIDE-COURSE.
003010     READ EQUIV-MASTER
003020         INVALID KEY
003030             GO TO 2000-RETRY-ONE-PENDING-EXIT
003040     END-READ.
003050     ADD 1 TO WS-PENDING-RETRIED.
003060     MOVE "N" TO WS-NEW-CREDIT-SW.
003070     MOVE TCR-ID-NUMBER TO STU-ID-NUMBER.
003080     READ STUDENT-MASTER
003090         INVALID KEY
003100             MOVE "STUDENT NOT ON MASTER" TO DTL-RESULT
003110             PERFORM 6000-WRITE-REGISTER-LINE
003120                 THRU 6000-WRITE-REGISTER-LINE-EXIT
003130             ADD 1 TO WS-REJECT-COUNT
003140             GO TO 2000-RETRY-ONE-PENDING-EXIT
003150     END-READ.
003160     PERFORM 4000-APPLY-RULING THRU 4000-APPLY-RULING-EXIT.
003170 2000-RETRY-ONE-PENDING-EXIT.
003180     EXIT.
003190*
003200*================================================================
003210* NEWLY SUBMITTED OUTSIDE COURSES
003220*================================================================
003230 3000-PROCESS-ONE-FEED.
003240     READ FEED-FILE
003250         AT END
003260             MOVE "Y" TO WS-FEED-EOF-SW
003270             GO TO 3000-PROCESS-ONE-FEED-EXIT
003280     END-READ.
003290     ADD 1 TO WS-FEED-READ.
003300     PERFORM 3100-LOAD-FROM-FEED THRU 3100-LOAD-FROM-FEED-EXIT.
003310     IF TRF-ID-NUMBER = SPACES OR TRF-INSTITUTION = SPACES
003320             OR TRF-OUTSIDE-COURSE = SPACES
003330             OR TRF-OUTSIDE-GRADE = SPACES
003340             OR TCR-CREDIT-HOURS = ZEROS
003350         MOVE "MISSING ID/CRS/HRS/GRD" TO DTL-RESULT
003360         PERFORM 6000-WRITE-REGISTER-LINE
003370             THRU 6000-WRITE-REGISTER-LINE-EXIT
003380         ADD 1 TO WS-REJECT-COUNT
003390         GO TO 3000-PROCESS-ONE-FEED-EXIT
003400     END-IF.
003410     MOVE TRF-ID-NUMBER TO STU-ID-NUMBER.
003420     READ STUDENT-MASTER
003430         INVALID KEY
003440             MOVE "STUDENT NOT ON MASTER" TO DTL-RESULT
003450             PERFORM 6000-WRITE-REGISTER-LINE
003460                 THRU 6000-WRITE-REGISTER-LINE-EXIT
003470             ADD 1 TO WS-REJECT-COUNT
003480             GO TO 3000-PROCESS-ONE-FEED-EXIT
003490     END-READ.
003500*    A COURSE ALREADY SUBMITTED FOR THE STUDENT IS NOT TAKEN
003510*    AGAIN - A PENDING ONE IS RETRIED AT THE START OF EACH RUN
003520     READ TRANSFER-CREDIT
003530         INVALID KEY
003540             CONTINUE
003550         NOT INVALID KEY
003560             MOVE "ALREADY SUBMITTED" TO DTL-RESULT
003570             PERFORM 6000-WRITE-REGISTER-LINE
003580                 THRU 6000-WRITE-REGISTER-LINE-EXIT
003590             ADD 1 TO WS-REJECT-COUNT
003600             GO TO 3000-PROCESS-ONE-FEED-EXIT
003610     END-READ.
003620     PERFORM 3100-LOAD-FROM-FEED THRU 3100-LOAD-FROM-FEED-EXIT.
003630     MOVE "Y" TO WS-NEW-CREDIT-SW.
003640     MOVE WS-RUN-DATE TO TCR-RECEIVED-DATE.
003650     MOVE STU-DEPT TO TCR-DEPT.
003660     MOVE TCR-INSTITUTION TO TEQ-INSTITUTION.
003670     MOVE TCR-OUTSIDE-COURSE TO TEQ-OUTSIDE-COURSE.
003680     READ EQUIV-MASTER
003690         INVALID KEY
003700             MOVE "E" TO TCR-STATUS
003710             MOVE "AWAITING DEPT RULING" TO TCR-REASON
003720             PERFORM 5000-SAVE-CREDIT THRU 5000-SAVE-CREDIT-EXIT
003730             MOVE "PENDING EVALUATION" TO DTL-RESULT
003740             PERFORM 6000-WRITE-REGISTER-LINE
003750                 THRU 6000-WRITE-REGISTER-LINE-EXIT
003760             ADD 1 TO WS-PENDING-COUNT
003770             GO TO 3000-PROCESS-ONE-FEED-EXIT
003780     END-READ.
003790     PERFORM 4000-APPLY-RULING THRU 4000-APPLY-RULING-EXIT.
003800 3000-PROCESS-ONE-FEED-EXIT.
003810     EXIT.
003820*
003830 3100-LOAD-FROM-FEED.
003840     MOVE SPACES TO TRANSFER-CREDIT-RECORD.
003850     MOVE TRF-ID-NUMBER TO TCR-ID-NUMBER.
003860     MOVE TRF-INSTITUTION TO TCR-INSTITUTION.
003870     MOVE TRF-OUTSIDE-COURSE TO TCR-OUTSIDE-COURSE.
003880     MOVE TRF-OUTSIDE-TITLE TO TCR-OUTSIDE-TITLE.
003890     MOVE TRF-OUTSIDE-GRADE TO TCR-OUTSIDE-GRADE.
003900     MOVE ZEROS TO TCR-CREDIT-HOURS.
003910     IF TRF-CREDIT-HOURS IS NUMERIC
003920         MOVE TRF-CREDIT-HOURS TO TCR-CREDIT-HOURS
003930     END-IF.
003940 3100-LOAD-FROM-FEED-EXIT.
003950     EXIT.
003960*
003970*================================================================
003980* APPLY THE RULING ON TRANSFER-EQUIV-RECORD TO THE OUTSIDE
003990* COURSE ON TRANSFER-CREDIT-RECORD FOR THE STUDENT ON
004000* STUDENT-MASTER-RECORD. OUTSIDE WORK BELOW A C IS NOT
004010* ACCEPTED, AND A DIRECT EQUIVALENT IS CREDITED ONLY ONCE.
004020*================================================================
004030 4000-APPLY-RULING.
004040     IF TEQ-NO-CREDIT
004050         MOVE "N" TO TCR-STATUS
004060         MOVE "NO-CREDIT RULING" TO TCR-REASON
004070         GO TO 4000-NOT-ACCEPTED
004080     END-IF.
004090     IF TCR-OUTSIDE-GRADE (1:1) NOT = "A" AND NOT = "B"
004100             AND NOT = "C" AND NOT = "P"
004110             OR TCR-OUTSIDE-GRADE = "C-"
004120         MOVE "N" TO TCR-STATUS
004130         MOVE "GRADE BELOW C" TO TCR-REASON
004140         GO TO 4000-NOT-ACCEPTED
004150     END-IF.
004160     MOVE TEQ-COURSE-ID TO CRS-COURSE-ID.
004170     READ COURSE-MASTER
004180         INVALID KEY
004190             MOVE "E" TO TCR-STATUS
004200             MOVE "EQUIV NOT IN CATALOG" TO TCR-REASON
004210             PERFORM 5000-SAVE-CREDIT THRU 5000-SAVE-CREDIT-EXIT
004220             MOVE "EQUIV NOT IN CATALOG" TO DTL-RESULT
004230             PERFORM 6000-WRITE-REGISTER-LINE
004240                 THRU 6000-WRITE-REGISTER-LINE-EXIT
004250             ADD 1 TO WS-PENDING-COUNT
004260             GO TO 4000-APPLY-RULING-EXIT
004270     END-READ.
004280     MOVE TCR-CREDIT-HOURS TO WS-POST-HOURS.
004290     MOVE STU-ID-NUMBER TO ENR-ID-NUMBER.
004300     MOVE WS-TRANSFER-TERM TO ENR-TERM-CODE.
004310     MOVE TEQ-COURSE-ID TO ENR-COURSE-ID.
004320     READ ENROLL-DETAIL
004330         INVALID KEY
004340             MOVE STU-ID-NUMBER TO ENR-ID-NUMBER
004350             MOVE WS-TRANSFER-TERM TO ENR-TERM-CODE
004360             MOVE TEQ-COURSE-ID TO ENR-COURSE-ID
004370             MOVE WS-TRANSFER-GRADE TO ENR-GRADE
004380             MOVE WS-POST-HOURS TO ENR-CREDIT-HOURS
004390             MOVE SPACE TO ENR-REPEAT-FLAG
004400             MOVE WS-RUN-DATE TO ENR-POSTED-DATE
004410             WRITE ENROLLMENT-DETAIL-RECORD
004420             GO TO 4000-ADD-TERM-HOURS
004430     END-READ.
004440     IF TEQ-DIRECT-EQUIVALENT
004450         MOVE "N" TO TCR-STATUS
004460         MOVE TEQ-COURSE-ID TO TCR-COURSE-ID
004470         MOVE "ALREADY CREDITED" TO TCR-REASON
004480         GO TO 4000-NOT-ACCEPTED
004490     END-IF.
004500     COMPUTE WS-NEW-HOURS = ENR-CREDIT-HOURS + WS-POST-HOURS.
004510     IF WS-NEW-HOURS > 99
004520         MOVE "E" TO TCR-STATUS
004530         MOVE "ELECTIVE HOURS FULL" TO TCR-REASON
004540         PERFORM 5000-SAVE-CREDIT THRU 5000-SAVE-CREDIT-EXIT
004550         MOVE "ELECTIVE HOURS FULL" TO DTL-RESULT
004560         PERFORM 6000-WRITE-REGISTER-LINE
004570             THRU 6000-WRITE-REGISTER-LINE-EXIT
004580         ADD 1 TO WS-PENDING-COUNT
004590         GO TO 4000-APPLY-RULING-EXIT
004600     END-IF.
004610     MOVE WS-NEW-HOURS TO ENR-CREDIT-HOURS.
004620     MOVE WS-RUN-DATE TO ENR-POSTED-DATE.
004630     REWRITE ENROLLMENT-DETAIL-RECORD.
004640 4000-ADD-TERM-HOURS.
004650     MOVE STU-ID-NUMBER TO STT-ID-NUMBER.
004660     MOVE WS-TRANSFER-TERM TO STT-TERM-CODE.
004670     READ TERM-HISTORY
004680         INVALID KEY
004690             MOVE STU-ID-NUMBER TO STT-ID-NUMBER
004700             MOVE WS-TRANSFER-TERM TO STT-TERM-CODE
004710             MOVE WS-POST-HOURS TO STT-TERM-HOURS
004720             MOVE ZEROS TO STT-QUALITY-POINTS
004730             MOVE ZEROS TO STT-GPA-HOURS
004740             WRITE STUDENT-TERM-RECORD
004750         NOT INVALID KEY
004760             ADD WS-POST-HOURS TO STT-TERM-HOURS
004770             REWRITE STUDENT-TERM-RECORD
004780     END-READ.
004790     MOVE "P" TO TCR-STATUS.
004800     MOVE TEQ-COURSE-ID TO TCR-COURSE-ID.
004810     MOVE CRS-DEPT TO TCR-DEPT.
004820     MOVE WS-RUN-DATE TO TCR-POSTED-DATE.
004830     MOVE SPACES TO TCR-REASON.
004840     PERFORM 5000-SAVE-CREDIT THRU 5000-SAVE-CREDIT-EXIT.
004850     IF TEQ-GENERIC-ELECTIVE
004860         MOVE "POSTED AS ELECTIVE" TO DTL-RESULT
004870     ELSE
004880         MOVE "POSTED AS" TO DTL-RESULT
004890     END-IF.
004900     PERFORM 6000-WRITE-REGISTER-LINE
004910         THRU 6000-WRITE-REGISTER-LINE-EXIT.
004920     ADD 1 TO WS-POSTED-COUNT.
004930     ADD WS-POST-HOURS TO WS-HOURS-POSTED.
004940     GO TO 4000-APPLY-RULING-EXIT.
004950 4000-NOT-ACCEPTED.
004960     PERFORM 5000-SAVE-CREDIT THRU 5000-SAVE-CREDIT-EXIT.
004970     MOVE TCR-REASON TO DTL-RESULT.
004980     PERFORM 6000-WRITE-REGISTER-LINE
004990         THRU 6000-WRITE-REGISTER-LINE-EXIT.
005000     ADD 1 TO WS-NOT-ACCEPTED-COUNT.
005010 4000-APPLY-RULING-EXIT.
005020     EXIT.
005030*
005040 5000-SAVE-CREDIT.
005050     IF WS-NEW-CREDIT
005060         WRITE TRANSFER-CREDIT-RECORD
005070             INVALID KEY
005080                 DISPLAY "TRANSFER-POST: transferCredit WRITE "
005090                     "FAILED FOR " TCR-KEY
005100                     " STATUS = " WS-CREDIT-STATUS
005110                 MOVE 4 TO RETURN-CODE
005120         END-WRITE
005130     ELSE
005140         REWRITE TRANSFER-CREDIT-RECORD
005150             INVALID KEY
005160                 DISPLAY "TRANSFER-POST: transferCredit "
005170                     "REWRITE FAILED FOR " TCR-KEY
005180                     " STATUS = " WS-CREDIT-STATUS
005190                 MOVE 4 TO RETURN-CODE
005200         END-REWRITE
005210     END-IF.
005220 5000-SAVE-CREDIT-EXIT.
005230     EXIT.
005240*
005250 6000-WRITE-REGISTER-LINE.
005260     MOVE TCR-ID-NUMBER TO DTL-ID-NUMBER.
005270     MOVE TCR-INSTITUTION TO DTL-INSTITUTION.
005280     MOVE TCR-OUTSIDE-COURSE TO DTL-OUTSIDE-COURSE.
005290     MOVE TCR-CREDIT-HOURS TO DTL-HOURS.
005300     MOVE TCR-OUTSIDE-GRADE TO DTL-GRADE.
005310     MOVE TCR-COURSE-ID TO DTL-COURSE-ID.
005320     MOVE TCR-DEPT TO DTL-DEPT.
005330     WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.
005340 6000-WRITE-REGISTER-LINE-EXIT.
005350     EXIT.
005360*
005361 8900-LOG-INCIDENT.
005362     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
005363         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
005364         WS-IL-MESSAGE.
005365 8900-LOG-INCIDENT-EXIT.
005366     EXIT.
005367*
005370 9000-TERMINATE.
005380     IF WS-FILES-ARE-OPENED
005390         WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE
005400         MOVE "OUTSIDE COURSES SUBMITTED:" TO TRL-LABEL
005410         MOVE WS-FEED-READ TO TRL-COUNT
005420         WRITE RPT-LINE FROM WS-TRAILER-LINE
005430             AFTER ADVANCING 1 LINE
005440         MOVE "PENDING ITEMS WITH A RULING:" TO TRL-LABEL
005450         MOVE WS-PENDING-RETRIED TO TRL-COUNT
005460         WRITE RPT-LINE FROM WS-TRAILER-LINE
005470             AFTER ADVANCING 1 LINE
005480         MOVE "POSTED:" TO TRL-LABEL
005490         MOVE WS-POSTED-COUNT TO TRL-COUNT
005500         WRITE RPT-LINE FROM WS-TRAILER-LINE
005510             AFTER ADVANCING 1 LINE
005520         MOVE "HOURS POSTED:" TO TRL-LABEL
005530         MOVE WS-HOURS-POSTED TO TRL-COUNT
005540         WRITE RPT-LINE FROM WS-TRAILER-LINE
005550             AFTER ADVANCING 1 LINE
005560         MOVE "PENDING EVALUATION:" TO TRL-LABEL
005570         MOVE WS-PENDING-COUNT TO TRL-COUNT
005580         WRITE RPT-LINE FROM WS-TRAILER-LINE
005590             AFTER ADVANCING 1 LINE
005600         MOVE "NOT ACCEPTED:" TO TRL-LABEL
005610         MOVE WS-NOT-ACCEPTED-COUNT TO TRL-COUNT
005620         WRITE RPT-LINE FROM WS-TRAILER-LINE
005630             AFTER ADVANCING 1 LINE
005640         MOVE "REJECTED:" TO TRL-LABEL
005650         MOVE WS-REJECT-COUNT TO TRL-COUNT
005660         WRITE RPT-LINE FROM WS-TRAILER-LINE
005670             AFTER ADVANCING 1 LINE
005680         DISPLAY "TRANSFER-POST: POSTED = " WS-POSTED-COUNT
005690             " PENDING = " WS-PENDING-COUNT
005700             " NOT ACCEPTED = " WS-NOT-ACCEPTED-COUNT
005710             " REJECTED = " WS-REJECT-COUNT
005720         CLOSE STUDENT-MASTER COURSE-MASTER EQUIV-MASTER
005730         CLOSE TERM-HISTORY ENROLL-DETAIL TRANSFER-CREDIT
005740         CLOSE REPORT-FILE
005750         IF WS-FEED-IS-OPENED
005760             CLOSE FEED-FILE
005770         END-IF
005780     END-IF.
005790     PERFORM 9100-WRITE-RUN-STATS THRU 9100-WRITE-RUN-STATS-EXIT.
005800 9000-TERMINATE-EXIT.
005810     EXIT.
005820*
005830 9100-WRITE-RUN-STATS.
005840     OPEN EXTEND RUN-STATS-FILE.
005850     IF WS-STATS-STATUS = "35"
005860         OPEN OUTPUT RUN-STATS-FILE
005870     END-IF.
005880     IF WS-STATS-STATUS = "00"
005890         MOVE WS-RUN-DATE TO RST-RUN-DATE
005900         MOVE "TRNPOST" TO RST-STEP-NAME
005910         MOVE WS-FEED-READ TO RST-RECORDS-IN
005920         MOVE WS-POSTED-COUNT TO RST-RECORDS-OUT
005930         MOVE WS-REJECT-COUNT TO RST-REJECTS
005940         MOVE ZEROS TO RST-AMOUNT-TOTAL
005950         MOVE WS-HOURS-POSTED TO RST-HASH-TOTAL
005960         MOVE RETURN-CODE TO RST-RETURN-CODE
005970         WRITE RUN-STATS-RECORD
005980         CLOSE RUN-STATS-FILE
005990     ELSE
006000         DISPLAY "TRANSFER-POST: CANNOT OPEN runStats, "
006010             "STATUS = " WS-STATS-STATUS
006011         MOVE "9100-WRITE-RUN-STATS" TO WS-IL-PARAGRAPH
006012         MOVE "W" TO WS-IL-SEVERITY
006013         MOVE WS-STATS-STATUS TO WS-IL-FILE-STATUS
006014         MOVE "CANNOT OPEN runStats" TO WS-IL-MESSAGE
006015         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
006020     END-IF.
006030 9100-WRITE-RUN-STATS-EXIT.
006040     EXIT.
006050*
006060 END PROGRAM TRANSFER-POST.
