000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ENRL-VERIFY.
000030 AUTHOR. REGISTRAR-SYSTEMS-GROUP.
000040 INSTALLATION. REGISTRARS-OFFICE.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED. 2026-10-14.
000070*================================================================
000080* MODIFICATION HISTORY
000090*   2026-10-14  RSG  INITIAL VERSION - ENROLLMENT STATUS
000100*                    DETERMINATION PER STUDENT PER TERM FROM
000110*                    studentTermHist: FULL-TIME, HALF-TIME, LESS
000120*                    THAN HALF-TIME, WITHDRAWN OR GRADUATED, WITH
000130*                    THE HOUR THRESHOLDS AND SCHOOL CODE TAKEN
000140*                    FROM paramMaster STEP ENRLSTAT. PARM "V"
000150*                    PRINTS A VERIFICATION LETTER FOR EACH ID ON
000160*                    THE verifyRequests FILE THE WAY TRANSCRIPT
000170*                    WORKS; A FERPA CONFIDENTIAL STUDENT GETS A
000180*                    LETTER ONLY WHEN THE REQUEST CARRIES THE
000190*                    STUDENT'S WRITTEN CONSENT, AND EVERY SUCH
000200*                    RELEASE IS LOGGED TO ferpaLog. PARM "C" +
000210*                    TERM WRITES THE FIXED-FORMAT CLEARINGHOUSE
000220*                    ENROLLMENT FILE WITH A COUNT/HASH TRAILER,
000230*                    GUARDED BY RUN-CONTROL AS STEP CLRHOUSE.
000232*   2026-10-14  RSG  TRANSFER-CREDIT TERM 000000 IS SKIPPED WHEN
000234*                    PICKING THE LATEST TERM AND IS NEVER REPORTED
000236*                    AS ENROLLMENT.
000237*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000238*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000240*================================================================
000250*
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT STUDENT-MASTER ASSIGN TO DISK
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS STU-ID-NUMBER
000340         ALTERNATE RECORD KEY IS STU-STUDENT-NAME
000350             WITH DUPLICATES
000360         FILE STATUS IS WS-MASTER-STATUS.
000370     SELECT TERM-HISTORY ASSIGN TO DISK
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS STT-TERM-KEY
000410         FILE STATUS IS WS-TERM-STATUS.
000420     SELECT REQUEST-FILE ASSIGN TO DISK
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-REQUEST-STATUS.
000450     SELECT SESSION-FILE ASSIGN TO DISK
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-SESSION-STATUS.
000480     SELECT FERPA-LOG ASSIGN TO DISK
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-FERPA-STATUS.
000510     SELECT REPORT-FILE ASSIGN TO DISK
000520         ORGANIZATION IS LINE SEQUENTIAL.
000530     SELECT EXPORT-FILE ASSIGN TO DISK
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-EXPORT-STATUS.
000560     SELECT RUN-STATS-FILE ASSIGN TO DISK
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-STATS-STATUS.
000590*
000600 DATA DIVISION.
000610 FILE SECTION.
000620*
000630 FD  STUDENT-MASTER
000640     LABEL RECORDS ARE STANDARD
000650     VALUE OF FILE-ID IS "studentMaster".
000660     COPY "stumstr.cpy".
000670*
000680 FD  TERM-HISTORY
000690     LABEL RECORDS ARE STANDARD
000700     VALUE OF FILE-ID IS "studentTermHist".
000710     COPY "stuterm.cpy".
000720*
000730 FD  REQUEST-FILE
000740     LABEL RECORDS ARE STANDARD
000750     VALUE OF FILE-ID IS "verifyRequests".
000760 01  REQUEST-RECORD.
000770     05  VRQ-ID-NUMBER           PIC X(04).
000780*        BLANK TERM = THE STUDENT'S LATEST TERM ON FILE
000790     05  VRQ-TERM-CODE           PIC X(06).
000800*        Y = STUDENT'S SIGNED RELEASE IS ON FILE WITH THE REQUEST
000810     05  VRQ-CONSENT             PIC X(01).
000820     05  VRQ-REQUESTER           PIC X(30).
000830     05  FILLER                  PIC X(39).
000840*
000850 FD  SESSION-FILE
000860     LABEL RECORDS ARE STANDARD
000870     VALUE OF FILE-ID IS "signonSession".
000880 01  SESSION-REC.
000890     05  SESSION-OPERATOR-ID     PIC X(10).
000900     05  SESSION-AUTH-LEVEL      PIC 9(01).
000910*
000920 FD  FERPA-LOG
000930     LABEL RECORDS ARE STANDARD
000940     VALUE OF FILE-ID IS "ferpaLog".
000950 01  FERPA-LOG-RECORD.
000960     05  FPL-RUN-DATE            PIC X(08).
000970     05  FPL-RUN-TIME            PIC X(08).
000980     05  FPL-OPERATOR-ID         PIC X(10).
000990     05  FPL-PROGRAM             PIC X(12).
001000     05  FPL-ID-NUMBER           PIC X(04).
001010*
001020 FD  REPORT-FILE
001030     LABEL RECORDS ARE STANDARD
001040     VALUE OF FILE-ID IS "verifyLetters".
001050 01  RPT-LINE                    PIC X(80).
001060*
001070*    CLEARINGHOUSE ENROLLMENT FILE - ONE HEADER, ONE DETAIL PER
001080*    STUDENT ENROLLED IN THE TERM, ONE TRAILER CARRYING THE
001090*    DETAIL COUNT AND THE SUM OF THE NUMERIC ID-NUMBERS
001100 FD  EXPORT-FILE
001110     LABEL RECORDS ARE STANDARD
001120     VALUE OF FILE-ID IS "clearinghouseFile".
001130 01  CLH-DETAIL-RECORD.
001140     05  CLH-REC-TYPE            PIC X(01).
001150     05  CLH-ID-NUMBER           PIC X(04).
001160     05  CLH-LAST-NAME           PIC X(15).
001170     05  CLH-FIRST-NAME          PIC X(10).
001180     05  CLH-DEPT                PIC X(04).
001190     05  CLH-TERM-CODE           PIC X(06).
001200     05  CLH-STATUS              PIC X(01).
001210     05  CLH-TERM-HOURS          PIC 9(03).
001220     05  CLH-STATUS-DATE         PIC X(08).
001230     05  CLH-FERPA-BLOCK         PIC X(01).
001240     05  FILLER                  PIC X(27).
001250 01  CLH-HEADER-RECORD           REDEFINES CLH-DETAIL-RECORD.
001260     05  CLH-HDR-REC-TYPE        PIC X(01).
001270     05  CLH-HDR-SCHOOL-CODE     PIC X(08).
001280     05  CLH-HDR-TERM-CODE       PIC X(06).
001290     05  CLH-HDR-CREATE-DATE     PIC X(08).
001300     05  CLH-HDR-FULL-HOURS      PIC 9(02).
001310     05  CLH-HDR-HALF-HOURS      PIC 9(02).
001320     05  FILLER                  PIC X(53).
001330 01  CLH-TRAILER-RECORD          REDEFINES CLH-DETAIL-RECORD.
001340     05  CLH-TRL-REC-TYPE        PIC X(01).
001350     05  CLH-TRL-SCHOOL-CODE     PIC X(08).
001360     05  CLH-TRL-RECORD-COUNT    PIC 9(07).
001370     05  CLH-TRL-HASH-TOTAL      PIC 9(09).
001380     05  FILLER                  PIC X(55).
001390*
001400 FD  RUN-STATS-FILE
001410     LABEL RECORDS ARE STANDARD
001420     VALUE OF FILE-ID IS "runStats".
001430     COPY "runstat.cpy".
001440*
001450 WORKING-STORAGE SECTION.
001460*----------------------------------------------------------------
001470* LETTER LINES
001480*----------------------------------------------------------------
001490 01  WS-LETTER-HDR-1.
001500     05  FILLER                  PIC X(22) VALUE SPACES.
001510     05  FILLER                  PIC X(36) VALUE
001520         "OFFICE OF THE REGISTRAR".
001530 01  WS-LETTER-HDR-2.
001540     05  FILLER                  PIC X(22) VALUE SPACES.
001550     05  FILLER                  PIC X(36) VALUE
001560         "ENROLLMENT VERIFICATION".
001570 01  WS-LETTER-DATE-LINE.
001580     05  FILLER                  PIC X(06) VALUE "DATE: ".
001590     05  LTR-RUN-DATE            PIC X(08).
001600 01  WS-LETTER-TO-LINE.
001610     05  FILLER                  PIC X(06) VALUE "TO:   ".
001620     05  LTR-REQUESTER           PIC X(30).
001630 01  WS-LETTER-BODY-1.
001640     05  FILLER                  PIC X(45) VALUE
001650         "THIS LETTER CERTIFIES THAT THE STUDENT NAMED".
001660     05  FILLER                  PIC X(35) VALUE
001670         "BELOW HAS THE FOLLOWING ENROLLMENT".
001680 01  WS-LETTER-BODY-2.
001690     05  FILLER                  PIC X(40) VALUE
001700         "STATUS ON THE RECORDS OF THIS OFFICE.".
001710 01  WS-LETTER-NAME-LINE.
001720     05  FILLER                  PIC X(04) VALUE SPACES.
001730     05  FILLER                  PIC X(14) VALUE "STUDENT.....: ".
001740     05  LTR-FIRST-NAME          PIC X(10).
001750     05  FILLER                  PIC X(01) VALUE SPACES.
001760     05  LTR-LAST-NAME           PIC X(15).
001770 01  WS-LETTER-ID-LINE.
001780     05  FILLER                  PIC X(04) VALUE SPACES.
001790     05  FILLER                  PIC X(14) VALUE "ID-NUMBER...: ".
001800     05  LTR-ID-NUMBER           PIC X(04).
001810 01  WS-LETTER-DEPT-LINE.
001820     05  FILLER                  PIC X(04) VALUE SPACES.
001830     05  FILLER                  PIC X(14) VALUE "DEPARTMENT..: ".
001840     05  LTR-DEPT                PIC X(04).
001850 01  WS-LETTER-TERM-LINE.
001860     05  FILLER                  PIC X(04) VALUE SPACES.
001870     05  FILLER                  PIC X(14) VALUE "TERM........: ".
001880     05  LTR-TERM-CODE           PIC X(06).
001890 01  WS-LETTER-STATUS-LINE.
001900     05  FILLER                  PIC X(04) VALUE SPACES.
001910     05  FILLER                  PIC X(14) VALUE "STATUS......: ".
001920     05  LTR-STATUS-TEXT         PIC X(24).
001930 01  WS-LETTER-HOURS-LINE.
001940     05  FILLER                  PIC X(04) VALUE SPACES.
001950     05  FILLER                  PIC X(14) VALUE "CREDIT HOURS: ".
001960     05  LTR-HOURS               PIC ZZ9.
001970 01  WS-LETTER-BASIS-LINE.
001980     05  FILLER                  PIC X(22) VALUE
001990         "FULL-TIME IS AT LEAST ".
002000     05  LTR-FULL-HOURS          PIC Z9.
002010     05  FILLER                  PIC X(27) VALUE
002020         " CREDIT HOURS, HALF-TIME AT".
002030     05  FILLER                  PIC X(07) VALUE " LEAST ".
002040     05  LTR-HALF-HOURS          PIC Z9.
002050     05  FILLER                  PIC X(01) VALUE ".".
002060 01  WS-LETTER-SIGN-LINE.
002070     05  FILLER                  PIC X(40) VALUE SPACES.
002080     05  FILLER                  PIC X(30) VALUE ALL "_".
002090 01  WS-LETTER-TITLE-LINE.
002100     05  FILLER                  PIC X(40) VALUE SPACES.
002110     05  FILLER                  PIC X(09) VALUE "REGISTRAR".
002120*----------------------------------------------------------------
002130* STATUS WORDING - ONE ENTRY PER STATUS CODE
002140*----------------------------------------------------------------
002150 01  WS-STATUS-VALUES.
002160     05  FILLER                  PIC X(25) VALUE
002170         "FFULL-TIME".
002180     05  FILLER                  PIC X(25) VALUE
002190         "HHALF-TIME".
002200     05  FILLER                  PIC X(25) VALUE
002210         "LLESS THAN HALF-TIME".
002220     05  FILLER                  PIC X(25) VALUE
002230         "WWITHDRAWN".
002240     05  FILLER                  PIC X(25) VALUE
002250         "GGRADUATED".
002260     05  FILLER                  PIC X(25) VALUE
002270         "NNOT ENROLLED THIS TERM".
002280 01  WS-STATUS-TABLE             REDEFINES WS-STATUS-VALUES.
002290     05  WS-STATUS-ENTRY         OCCURS 6 TIMES.
002300         10  WS-STATUS-CODE      PIC X(01).
002310         10  WS-STATUS-TEXT      PIC X(24).
002320*----------------------------------------------------------------
002330* RUN PARAMETERS
002340*   COMMAND LINE: FUNCTION (V = LETTERS, C = CLEARINGHOUSE),
002350*   THEN FOR C THE TERM CODE AND THE RUN-CONTROL FORCE FLAG
002360*   paramMaster STEP ENRLSTAT: FULL-TIME HOURS (2), HALF-TIME
002370*   HOURS (2), CLEARINGHOUSE SCHOOL CODE (8)
002380*----------------------------------------------------------------
002390 01  WS-PARM.
002400     05  WS-PARM-FUNCTION        PIC X(01).
002410         88  WS-LETTER-RUN           VALUE "V".
002420         88  WS-EXPORT-RUN           VALUE "C".
002430     05  WS-PARM-TERM            PIC X(06).
002440     05  WS-PARM-FORCE           PIC X(01).
002450     05  FILLER                  PIC X(32).
002460 01  WS-STATUS-PARM.
002470     05  WS-SP-FULL-HOURS        PIC X(02).
002480     05  WS-SP-HALF-HOURS        PIC X(02).
002490     05  WS-SP-SCHOOL-CODE       PIC X(08).
002500     05  FILLER                  PIC X(28).
002510*----------------------------------------------------------------
002520* CONTROL FIELDS
002530*----------------------------------------------------------------
002540 77  WS-MASTER-STATUS            PIC X(02) VALUE "00".
002550 77  WS-TERM-STATUS              PIC X(02) VALUE "00".
002560 77  WS-REQUEST-STATUS           PIC X(02) VALUE "00".
002570 77  WS-SESSION-STATUS           PIC X(02) VALUE "00".
002580 77  WS-FERPA-STATUS             PIC X(02) VALUE "00".
002590 77  WS-EXPORT-STATUS            PIC X(02) VALUE "00".
002600 77  WS-STATS-STATUS             PIC X(02) VALUE "00".
002610 77  WS-FILES-OPENED-SW          PIC X(01) VALUE "N".
002620     88  WS-FILES-ARE-OPENED         VALUE "Y".
002630 77  WS-RUN-BLOCKED-SW           PIC X(01) VALUE "N".
002640     88  WS-RUN-BLOCKED              VALUE "Y".
002650 77  WS-DONE-SW                  PIC X(01) VALUE "N".
002660     88  WS-ALL-DONE                 VALUE "Y".
002670 77  WS-MASTER-EOF-SW            PIC X(01) VALUE "N".
002680     88  WS-END-OF-MASTER            VALUE "Y".
002690 77  WS-TERM-EOF-SW              PIC X(01) VALUE "N".
002700     88  WS-END-OF-TERMS             VALUE "Y".
002710 77  WS-TERM-FOUND-SW            PIC X(01) VALUE "N".
002720     88  WS-TERM-FOUND               VALUE "Y".
002730 77  WS-PF-STEP                  PIC X(08) VALUE "ENRLSTAT".
002740 77  WS-PF-VALUE                 PIC X(40) VALUE SPACES.
002750 77  WS-PF-FOUND                 PIC X(01) VALUE "N".
002760 77  WS-FULL-HOURS               PIC 9(02) VALUE 12.
002770 77  WS-HALF-HOURS               PIC 9(02) VALUE 6.
002780 77  WS-SCHOOL-CODE              PIC X(08) VALUE "00000000".
002790 77  WS-SYSTEM-DATE              PIC 9(08) VALUE ZEROS.
002800 77  WS-SYSTEM-TIME              PIC X(08) VALUE SPACES.
002810 77  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
002820 77  WS-OPERATOR-ID              PIC X(10) VALUE "BATCH".
002830 77  WS-PAGE-NO                  PIC 9(03) VALUE ZEROS.
002840 77  WS-STATUS-IDX               PIC 9(01) VALUE ZEROS.
002850*    RESULT OF THE DETERMINATION FOR ONE STUDENT AND TERM
002860 77  WS-EVAL-TERM                PIC X(06) VALUE SPACES.
002870 77  WS-LATEST-TERM              PIC X(06) VALUE SPACES.
002872 77  WS-TRANSFER-TERM            PIC X(06) VALUE "000000".
002880 77  WS-ENRL-STATUS              PIC X(01) VALUE SPACES.
002890 77  WS-ENRL-HOURS               PIC 9(03) VALUE ZEROS.
002900 77  WS-ID-NUM                   PIC 9(04) VALUE ZEROS.
002910 77  WS-HASH-TOTAL               PIC 9(09) VALUE ZEROS.
002920 77  WS-REQUESTS-READ            PIC 9(05) VALUE ZEROS.
002930 77  WS-LETTERS-PRINTED          PIC 9(05) VALUE ZEROS.
002940 77  WS-NOT-FOUND-COUNT          PIC 9(05) VALUE ZEROS.
002950 77  WS-REFUSED-COUNT            PIC 9(05) VALUE ZEROS.
002960 77  WS-CONSENT-COUNT            PIC 9(05) VALUE ZEROS.
002970 77  WS-STUDENTS-READ            PIC 9(07) VALUE ZEROS.
002980 77  WS-RECORDS-WRITTEN          PIC 9(07) VALUE ZEROS.
002990 77  WS-BLOCKED-COUNT            PIC 9(07) VALUE ZEROS.
003000*----------------------------------------------------------------
003010* RUN CONTROL
003020*----------------------------------------------------------------
003030 77  WS-RC-FUNCTION              PIC X(01) VALUE SPACES.
003040 77  WS-RC-STEP                  PIC X(08) VALUE "CLRHOUSE".
003050 77  WS-RC-FORCE                 PIC X(01) VALUE SPACES.
003060 77  WS-RC-REPLY                 PIC X(01) VALUE "Y".
003061*----------------------------------------------------------------
003062* INCIDENT LOG CALL FIELDS
003063*----------------------------------------------------------------
003064 77  WS-IL-PROGRAM               PIC X(20) VALUE "ENRL-VERIFY".
003065 77  WS-IL-STEP                  PIC X(08) VALUE "ENRLSTAT".
003066 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
003067 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
003068 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
003069 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
003070*
003080 PROCEDURE DIVISION.
003090*================================================================
003100* 0000-MAINLINE
003110*================================================================
003120 0000-MAINLINE.
003130     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
003140     IF WS-RUN-BLOCKED
003150         GOBACK
003160     END-IF.
003170     IF WS-LETTER-RUN AND WS-FILES-ARE-OPENED
003180         PERFORM 2000-PROCESS-ONE-REQUEST
003190             THRU 2000-PROCESS-ONE-REQUEST-EXIT
003200             UNTIL WS-ALL-DONE
003210     END-IF.
003220     IF WS-EXPORT-RUN AND WS-FILES-ARE-OPENED
003230         PERFORM 3000-EXPORT-ONE-STUDENT
003240             THRU 3000-EXPORT-ONE-STUDENT-EXIT
003250             UNTIL WS-END-OF-MASTER
003260         PERFORM 3200-WRITE-TRAILER THRU 3200-WRITE-TRAILER-EXIT
003270     END-IF.
003280     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
003290     GOBACK.
003300*
003310 1000-INITIALIZE.
003320     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
003330     MOVE WS-SYSTEM-DATE TO WS-RUN-DATE.
003340     ACCEPT WS-SYSTEM-TIME FROM TIME.
003350     ACCEPT WS-PARM FROM COMMAND-LINE.
003360     IF WS-PARM-FUNCTION = "v"
003370         MOVE "V" TO WS-PARM-FUNCTION
003380     END-IF.
003390     IF WS-PARM-FUNCTION = "c"
003400         MOVE "C" TO WS-PARM-FUNCTION
003410     END-IF.
003420     IF NOT WS-LETTER-RUN AND NOT WS-EXPORT-RUN
003430         DISPLAY "ENRL-VERIFY: PARM MUST START WITH V (LETTERS) "
003440             "OR C (CLEARINGHOUSE FILE)"
003450         MOVE "Y" TO WS-RUN-BLOCKED-SW
003460         MOVE 4 TO RETURN-CODE
003470         GO TO 1000-INITIALIZE-EXIT
003480     END-IF.
003490     PERFORM 1100-LOAD-THRESHOLDS THRU 1100-LOAD-THRESHOLDS-EXIT.
003500     IF WS-LETTER-RUN
003510         PERFORM 1200-OPEN-LETTER-FILES
003520             THRU 1200-OPEN-LETTER-FILES-EXIT
003530     ELSE
003540         PERFORM 1300-OPEN-EXPORT-FILES
003550             THRU 1300-OPEN-EXPORT-FILES-EXIT
003560     END-IF.
003570 1000-INITIALIZE-EXIT.
003580     EXIT.
003590*
003600 1100-LOAD-THRESHOLDS.
003610     MOVE SPACES TO WS-STATUS-PARM.
003620     CALL "PARM-FETCH" USING WS-PF-STEP WS-PF-VALUE WS-PF-FOUND.
003630     IF WS-PF-FOUND = "Y"
003640         MOVE WS-PF-VALUE TO WS-STATUS-PARM
003650     END-IF.
003660     IF WS-SP-FULL-HOURS IS NUMERIC
003670         MOVE WS-SP-FULL-HOURS TO WS-FULL-HOURS
003680     END-IF.
003690     IF WS-SP-HALF-HOURS IS NUMERIC
003700         MOVE WS-SP-HALF-HOURS TO WS-HALF-HOURS
003710     END-IF.
003720     IF WS-SP-SCHOOL-CODE NOT = SPACES
003730         MOVE WS-SP-SCHOOL-CODE TO WS-SCHOOL-CODE
003740     END-IF.
003750     IF WS-HALF-HOURS = ZEROS OR WS-HALF-HOURS > WS-FULL-HOURS
003760         DISPLAY "ENRL-VERIFY: BAD THRESHOLDS ON paramMaster - "
003770             "USING 12 AND 06"
003780         MOVE 12 TO WS-FULL-HOURS
003790         MOVE 6 TO WS-HALF-HOURS
003800     END-IF.
003810     DISPLAY "ENRL-VERIFY: FULL-TIME " WS-FULL-HOURS
003820         " HALF-TIME " WS-HALF-HOURS
003830         " SCHOOL CODE " WS-SCHOOL-CODE.
003840 1100-LOAD-THRESHOLDS-EXIT.
003850     EXIT.
003860*
003870 1200-OPEN-LETTER-FILES.
003880     OPEN INPUT REQUEST-FILE.
003890     IF WS-REQUEST-STATUS NOT = "00"
003900         DISPLAY "ENRL-VERIFY: NO verifyRequests FILE - "
003910             "NOTHING TO PRINT"
003920         MOVE 4 TO RETURN-CODE
003930         GO TO 1200-OPEN-LETTER-FILES-EXIT
003940     END-IF.
003950     OPEN INPUT STUDENT-MASTER.
003960     OPEN INPUT TERM-HISTORY.
003970     IF WS-MASTER-STATUS NOT = "00"
003980             OR WS-TERM-STATUS NOT = "00"
003990         DISPLAY "ENRL-VERIFY: CANNOT OPEN studentMaster "
004000             WS-MASTER-STATUS " OR studentTermHist "
004010             WS-TERM-STATUS
004011         MOVE "1200-OPEN-LETTER-FILES" TO WS-IL-PARAGRAPH
004012         MOVE "E" TO WS-IL-SEVERITY
004013         MOVE WS-MASTER-STATUS TO WS-IL-FILE-STATUS
004014         MOVE "CANNOT OPEN studentMaster OR studentTermHist"
004015             TO WS-IL-MESSAGE
004016         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
004020         CLOSE REQUEST-FILE
004030         MOVE 4 TO RETURN-CODE
004040         GO TO 1200-OPEN-LETTER-FILES-EXIT
004050     END-IF.
004060     OPEN INPUT SESSION-FILE.
004070     IF WS-SESSION-STATUS = "00"
004080         READ SESSION-FILE
004090             AT END
004100                 CONTINUE
004110             NOT AT END
004120                 MOVE SESSION-OPERATOR-ID TO WS-OPERATOR-ID
004130         END-READ
004140         CLOSE SESSION-FILE
004150     END-IF.
004160     OPEN EXTEND FERPA-LOG.
004170     IF WS-FERPA-STATUS = "35"
004180         OPEN OUTPUT FERPA-LOG
004190     END-IF.
004200     OPEN OUTPUT REPORT-FILE.
004210     MOVE "Y" TO WS-FILES-OPENED-SW.
004220 1200-OPEN-LETTER-FILES-EXIT.
004230     EXIT.
004240*
004250 1300-OPEN-EXPORT-FILES.
004260     IF WS-PARM-TERM = SPACES
004270         DISPLAY "ENRL-VERIFY: TERM CODE REQUIRED - PARM IS "
004280             "C + TERM [+ FORCE]"
004290         MOVE "Y" TO WS-RUN-BLOCKED-SW
004300         MOVE 4 TO RETURN-CODE
004310         GO TO 1300-OPEN-EXPORT-FILES-EXIT
004320     END-IF.
004330     MOVE WS-PARM-FORCE TO WS-RC-FORCE.
004340     MOVE "S" TO WS-RC-FUNCTION.
004350     CALL "RUN-CONTROL" USING WS-RC-FUNCTION WS-RC-STEP
004360         WS-RC-FORCE WS-RC-REPLY.
004370     IF WS-RC-REPLY = "N"
004380         DISPLAY "ENRL-VERIFY: STEP BLOCKED BY RUN CONTROL"
004390         MOVE "Y" TO WS-RUN-BLOCKED-SW
004400         MOVE 4 TO RETURN-CODE
004410         GO TO 1300-OPEN-EXPORT-FILES-EXIT
004420     END-IF.
004430     OPEN INPUT STUDENT-MASTER.
004440     OPEN INPUT TERM-HISTORY.
004450     IF WS-MASTER-STATUS NOT = "00"
004460             OR WS-TERM-STATUS NOT = "00"
004470         DISPLAY "ENRL-VERIFY: CANNOT OPEN studentMaster "
004480             WS-MASTER-STATUS " OR studentTermHist "
004490             WS-TERM-STATUS
004491         MOVE "1300-OPEN-EXPORT-FILES" TO WS-IL-PARAGRAPH
004492         MOVE "E" TO WS-IL-SEVERITY
004493         MOVE WS-MASTER-STATUS TO WS-IL-FILE-STATUS
004494         MOVE "CANNOT OPEN studentMaster OR studentTermHist"
004495             TO WS-IL-MESSAGE
004496         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
004500         MOVE 4 TO RETURN-CODE
004510         GO TO 1300-OPEN-EXPORT-FILES-EXIT
004520     END-IF.
004530     OPEN OUTPUT EXPORT-FILE.
004540     MOVE "Y" TO WS-FILES-OPENED-SW.
004550     MOVE SPACES TO CLH-HEADER-RECORD.
004560     MOVE "H" TO CLH-HDR-REC-TYPE.
004570     MOVE WS-SCHOOL-CODE TO CLH-HDR-SCHOOL-CODE.
004580     MOVE WS-PARM-TERM TO CLH-HDR-TERM-CODE.
004590     MOVE WS-RUN-DATE TO CLH-HDR-CREATE-DATE.
004600     MOVE WS-FULL-HOURS TO CLH-HDR-FULL-HOURS.
004610     MOVE WS-HALF-HOURS TO CLH-HDR-HALF-HOURS.
004620     WRITE CLH-HEADER-RECORD.
004630     MOVE LOW-VALUES TO STU-ID-NUMBER.
004640     START STUDENT-MASTER KEY NOT LESS THAN STU-ID-NUMBER
004650         INVALID KEY MOVE "Y" TO WS-MASTER-EOF-SW
004660     END-START.
004670 1300-OPEN-EXPORT-FILES-EXIT.
004680     EXIT.
004690*
004700*================================================================
004710* VERIFICATION LETTERS
004720*================================================================
004730 2000-PROCESS-ONE-REQUEST.
004740     READ REQUEST-FILE
004750         AT END
004760             MOVE "Y" TO WS-DONE-SW
004770             GO TO 2000-PROCESS-ONE-REQUEST-EXIT
004780     END-READ.
004790     ADD 1 TO WS-REQUESTS-READ.
004800     MOVE VRQ-ID-NUMBER TO STU-ID-NUMBER.
004810     READ STUDENT-MASTER
004820         INVALID KEY
004830             DISPLAY "ENRL-VERIFY: NO STUDENT ON FILE FOR "
004840                 "ID-NUMBER " VRQ-ID-NUMBER
004850             ADD 1 TO WS-NOT-FOUND-COUNT
004860             GO TO 2000-PROCESS-ONE-REQUEST-EXIT
004870     END-READ.
004880     IF STU-IS-CONFIDENTIAL
004890         IF VRQ-CONSENT NOT = "Y" AND NOT = "y"
004900             DISPLAY "ENRL-VERIFY: ID-NUMBER " VRQ-ID-NUMBER
004910                 " IS FERPA CONFIDENTIAL AND THE REQUEST HAS "
004920                 "NO SIGNED RELEASE - LETTER REFUSED"
004930             ADD 1 TO WS-REFUSED-COUNT
004940             GO TO 2000-PROCESS-ONE-REQUEST-EXIT
004950         END-IF
004960         MOVE WS-RUN-DATE TO FPL-RUN-DATE
004970         MOVE WS-SYSTEM-TIME TO FPL-RUN-TIME
004980         MOVE WS-OPERATOR-ID TO FPL-OPERATOR-ID
004990         MOVE "ENRL-VERIFY" TO FPL-PROGRAM
005000         MOVE STU-ID-NUMBER TO FPL-ID-NUMBER
005010         IF WS-FERPA-STATUS = "00"
005020             WRITE FERPA-LOG-RECORD
005030         END-IF
005040         ADD 1 TO WS-CONSENT-COUNT
005050     END-IF.
005060     MOVE VRQ-TERM-CODE TO WS-EVAL-TERM.
005070     PERFORM 5000-DETERMINE-STATUS
005072         THRU 5000-DETERMINE-STATUS-EXIT.
005080     PERFORM 2100-PRINT-LETTER THRU 2100-PRINT-LETTER-EXIT.
005090 2000-PROCESS-ONE-REQUEST-EXIT.
005100     EXIT.
005110*
005120 2100-PRINT-LETTER.
005130     ADD 1 TO WS-PAGE-NO.
005140     WRITE RPT-LINE FROM WS-LETTER-HDR-1 AFTER ADVANCING PAGE.
005150     WRITE RPT-LINE FROM WS-LETTER-HDR-2 AFTER ADVANCING 1 LINE.
005160     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
005170     MOVE WS-RUN-DATE TO LTR-RUN-DATE.
005180     WRITE RPT-LINE FROM WS-LETTER-DATE-LINE
005190         AFTER ADVANCING 1 LINE.
005200     MOVE VRQ-REQUESTER TO LTR-REQUESTER.
005210     IF VRQ-REQUESTER = SPACES
005220         MOVE "TO WHOM IT MAY CONCERN" TO LTR-REQUESTER
005230     END-IF.
005240     WRITE RPT-LINE FROM WS-LETTER-TO-LINE AFTER ADVANCING 1 LINE.
005250     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
005260     WRITE RPT-LINE FROM WS-LETTER-BODY-1 AFTER ADVANCING 1 LINE.
005270     WRITE RPT-LINE FROM WS-LETTER-BODY-2 AFTER ADVANCING 1 LINE.
005280     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
005290     MOVE STU-FIRST-NAME TO LTR-FIRST-NAME.
005300     MOVE STU-LAST-NAME TO LTR-LAST-NAME.
005310     WRITE RPT-LINE FROM WS-LETTER-NAME-LINE
005320         AFTER ADVANCING 1 LINE.
005330     MOVE STU-ID-NUMBER TO LTR-ID-NUMBER.
005340     WRITE RPT-LINE FROM WS-LETTER-ID-LINE AFTER ADVANCING 1 LINE.
005350     MOVE STU-DEPT TO LTR-DEPT.
005360     WRITE RPT-LINE FROM WS-LETTER-DEPT-LINE
005370         AFTER ADVANCING 1 LINE.
005380     MOVE WS-EVAL-TERM TO LTR-TERM-CODE.
005390     WRITE RPT-LINE FROM WS-LETTER-TERM-LINE
005400         AFTER ADVANCING 1 LINE.
005410     MOVE SPACES TO LTR-STATUS-TEXT.
005420     PERFORM 2110-FIND-STATUS-TEXT THRU 2110-FIND-STATUS-TEXT-EXIT
005430         VARYING WS-STATUS-IDX FROM 1 BY 1
005440         UNTIL WS-STATUS-IDX > 6.
005450     WRITE RPT-LINE FROM WS-LETTER-STATUS-LINE
005460         AFTER ADVANCING 1 LINE.
005470     IF WS-ENRL-STATUS NOT = "N"
005480         MOVE WS-ENRL-HOURS TO LTR-HOURS
005490         WRITE RPT-LINE FROM WS-LETTER-HOURS-LINE
005500             AFTER ADVANCING 1 LINE
005510     END-IF.
005520     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
005530     MOVE WS-FULL-HOURS TO LTR-FULL-HOURS.
005540     MOVE WS-HALF-HOURS TO LTR-HALF-HOURS.
005550     WRITE RPT-LINE FROM WS-LETTER-BASIS-LINE
005560         AFTER ADVANCING 1 LINE.
005570     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 3 LINES.
005580     WRITE RPT-LINE FROM WS-LETTER-SIGN-LINE
005590         AFTER ADVANCING 1 LINE.
005600     WRITE RPT-LINE FROM WS-LETTER-TITLE-LINE
005610         AFTER ADVANCING 1 LINE.
005620     ADD 1 TO WS-LETTERS-PRINTED.
005630 2100-PRINT-LETTER-EXIT.
005640     EXIT.
005650*
005660 2110-FIND-STATUS-TEXT.
005670     IF WS-STATUS-CODE (WS-STATUS-IDX) = WS-ENRL-STATUS
005680         MOVE WS-STATUS-TEXT (WS-STATUS-IDX) TO LTR-STATUS-TEXT
005690     END-IF.
005700 2110-FIND-STATUS-TEXT-EXIT.
005710     EXIT.
005720*
005730*================================================================
005740* CLEARINGHOUSE ENROLLMENT FILE
005750*================================================================
005760*    EVERY STUDENT WITH A TERM RECORD IS REPORTED. A FERPA
005770*    CONFIDENTIAL STUDENT IS STILL REPORTED - THE CLEARINGHOUSE
005780*    RECEIVES ENROLLMENT FOR LOAN PURPOSES - BUT CARRIES THE
005790*    BLOCK FLAG SO IT IS NOT RELEASED AS DIRECTORY INFORMATION.
005800 3000-EXPORT-ONE-STUDENT.
005810     READ STUDENT-MASTER NEXT RECORD
005820         AT END
005830             MOVE "Y" TO WS-MASTER-EOF-SW
005840             GO TO 3000-EXPORT-ONE-STUDENT-EXIT
005850     END-READ.
005860     ADD 1 TO WS-STUDENTS-READ.
005870     MOVE WS-PARM-TERM TO WS-EVAL-TERM.
005880     PERFORM 5000-DETERMINE-STATUS
005882         THRU 5000-DETERMINE-STATUS-EXIT.
005890     IF WS-ENRL-STATUS = "N"
005900         GO TO 3000-EXPORT-ONE-STUDENT-EXIT
005910     END-IF.
005920     MOVE SPACES TO CLH-DETAIL-RECORD.
005930     MOVE "D" TO CLH-REC-TYPE.
005940     MOVE STU-ID-NUMBER TO CLH-ID-NUMBER.
005950     MOVE STU-LAST-NAME TO CLH-LAST-NAME.
005960     MOVE STU-FIRST-NAME TO CLH-FIRST-NAME.
005970     MOVE STU-DEPT TO CLH-DEPT.
005980     MOVE WS-EVAL-TERM TO CLH-TERM-CODE.
005990     MOVE WS-ENRL-STATUS TO CLH-STATUS.
006000     MOVE WS-ENRL-HOURS TO CLH-TERM-HOURS.
006010     MOVE WS-RUN-DATE TO CLH-STATUS-DATE.
006020     MOVE "N" TO CLH-FERPA-BLOCK.
006030     IF STU-IS-CONFIDENTIAL
006040         MOVE "Y" TO CLH-FERPA-BLOCK
006050         ADD 1 TO WS-BLOCKED-COUNT
006060     END-IF.
006070     WRITE CLH-DETAIL-RECORD.
006080     ADD 1 TO WS-RECORDS-WRITTEN.
006090     IF STU-ID-NUMBER IS NUMERIC
006100         MOVE STU-ID-NUMBER TO WS-ID-NUM
006110         ADD WS-ID-NUM TO WS-HASH-TOTAL
006120     END-IF.
006130 3000-EXPORT-ONE-STUDENT-EXIT.
006140     EXIT.
006150*
006160 3200-WRITE-TRAILER.
006170     MOVE SPACES TO CLH-TRAILER-RECORD.
006180     MOVE "T" TO CLH-TRL-REC-TYPE.
006190     MOVE WS-SCHOOL-CODE TO CLH-TRL-SCHOOL-CODE.
006200     MOVE WS-RECORDS-WRITTEN TO CLH-TRL-RECORD-COUNT.
006210     MOVE WS-HASH-TOTAL TO CLH-TRL-HASH-TOTAL.
006220     WRITE CLH-TRAILER-RECORD.
006230     DISPLAY "ENRL-VERIFY: CLEARINGHOUSE RECORDS = "
006240         WS-RECORDS-WRITTEN " HASH TOTAL = " WS-HASH-TOTAL
006250         " FERPA BLOCKED = " WS-BLOCKED-COUNT.
006260 3200-WRITE-TRAILER-EXIT.
006270     EXIT.
006280*
006290*================================================================
006300* ENROLLMENT STATUS FOR THE STUDENT ON STUDENT-MASTER-RECORD IN
006310* TERM WS-EVAL-TERM (BLANK = LATEST TERM ON FILE). GRADUATED
006320* AND WITHDRAWN FROM THE MASTER APPLY TO THE LATEST TERM ONLY;
006330* AN EARLIER TERM IS REPORTED ON ITS HOURS. A TERM RECORD WITH
006340* NO HOURS LEFT ON IT MEANS EVERY COURSE WAS WITHDRAWN.
006350*================================================================
006360 5000-DETERMINE-STATUS.
006370     MOVE "N" TO WS-ENRL-STATUS.
006380     MOVE ZEROS TO WS-ENRL-HOURS.
006390     MOVE SPACES TO WS-LATEST-TERM.
006400     MOVE "N" TO WS-TERM-FOUND-SW.
006410     MOVE "N" TO WS-TERM-EOF-SW.
006420     MOVE STU-ID-NUMBER TO STT-ID-NUMBER.
006430     MOVE LOW-VALUES TO STT-TERM-CODE.
006440     START TERM-HISTORY KEY NOT LESS THAN STT-TERM-KEY
006450         INVALID KEY MOVE "Y" TO WS-TERM-EOF-SW
006460     END-START.
006470     PERFORM 5100-SCAN-ONE-TERM THRU 5100-SCAN-ONE-TERM-EXIT
006480         UNTIL WS-END-OF-TERMS.
006490     IF WS-EVAL-TERM = SPACES
006500         MOVE WS-LATEST-TERM TO WS-EVAL-TERM
006510         MOVE "Y" TO WS-TERM-FOUND-SW
006520     END-IF.
006530     IF NOT WS-TERM-FOUND OR WS-EVAL-TERM = SPACES
006540         GO TO 5000-DETERMINE-STATUS-EXIT
006550     END-IF.
006560     MOVE STU-ID-NUMBER TO STT-ID-NUMBER.
006570     MOVE WS-EVAL-TERM TO STT-TERM-CODE.
006580     READ TERM-HISTORY
006590         INVALID KEY
006600             GO TO 5000-DETERMINE-STATUS-EXIT
006610     END-READ.
006620     MOVE STT-TERM-HOURS TO WS-ENRL-HOURS.
006630     IF WS-EVAL-TERM = WS-LATEST-TERM
006640         IF STU-GRADUATED
006650             MOVE "G" TO WS-ENRL-STATUS
006660             GO TO 5000-DETERMINE-STATUS-EXIT
006670         END-IF
006680         IF STU-WITHDRAWN
006690             MOVE "W" TO WS-ENRL-STATUS
006700             GO TO 5000-DETERMINE-STATUS-EXIT
006710         END-IF
006720     END-IF.
006730     EVALUATE TRUE
006740         WHEN WS-ENRL-HOURS NOT < WS-FULL-HOURS
006750             MOVE "F" TO WS-ENRL-STATUS
006760         WHEN WS-ENRL-HOURS NOT < WS-HALF-HOURS
006770             MOVE "H" TO WS-ENRL-STATUS
006780         WHEN WS-ENRL-HOURS > ZEROS
006790             MOVE "L" TO WS-ENRL-STATUS
006800         WHEN OTHER
006810             MOVE "W" TO WS-ENRL-STATUS
006820     END-EVALUATE.
006830 5000-DETERMINE-STATUS-EXIT.
006840     EXIT.
006850*
006860 5100-SCAN-ONE-TERM.
006870     READ TERM-HISTORY NEXT RECORD
006880         AT END
006890             MOVE "Y" TO WS-TERM-EOF-SW
006900             GO TO 5100-SCAN-ONE-TERM-EXIT
006910     END-READ.
006920     IF STT-ID-NUMBER NOT = STU-ID-NUMBER
006930         MOVE "Y" TO WS-TERM-EOF-SW
006940         GO TO 5100-SCAN-ONE-TERM-EXIT
006950     END-IF.
006951*    TRANSFER WORK IS NOT ENROLLMENT HERE - IT IS NEVER THE
006952*    LATEST TERM AND A REQUEST FOR IT FINDS NO RECORD
006953     IF STT-TERM-CODE = WS-TRANSFER-TERM
006954         GO TO 5100-SCAN-ONE-TERM-EXIT
006955     END-IF.
006960     MOVE STT-TERM-CODE TO WS-LATEST-TERM.
006970     IF STT-TERM-CODE = WS-EVAL-TERM
006980         MOVE "Y" TO WS-TERM-FOUND-SW
006990     END-IF.
007000 5100-SCAN-ONE-TERM-EXIT.
007010     EXIT.
007020*
007021 8900-LOG-INCIDENT.
007022     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
007023         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
007024         WS-IL-MESSAGE.
007025 8900-LOG-INCIDENT-EXIT.
007026     EXIT.
007027*
007030 9000-TERMINATE.
007040     IF WS-LETTER-RUN AND WS-FILES-ARE-OPENED
007050         CLOSE REQUEST-FILE STUDENT-MASTER TERM-HISTORY
007060         CLOSE REPORT-FILE
007070         IF WS-FERPA-STATUS = "00"
007080             CLOSE FERPA-LOG
007090         END-IF
007100         DISPLAY "ENRL-VERIFY: REQUESTS = " WS-REQUESTS-READ
007110             " LETTERS = " WS-LETTERS-PRINTED
007120             " NOT ON FILE = " WS-NOT-FOUND-COUNT
007130             " FERPA REFUSED = " WS-REFUSED-COUNT
007140             " RELEASED ON CONSENT = " WS-CONSENT-COUNT
007150     END-IF.
007160     IF WS-EXPORT-RUN AND WS-FILES-ARE-OPENED
007170         CLOSE STUDENT-MASTER TERM-HISTORY EXPORT-FILE
007180     END-IF.
007190     IF WS-EXPORT-RUN
007200         PERFORM 9100-WRITE-RUN-STATS
007210             THRU 9100-WRITE-RUN-STATS-EXIT
007220         IF RETURN-CODE = ZERO
007230             MOVE "E" TO WS-RC-FUNCTION
007240             CALL "RUN-CONTROL" USING WS-RC-FUNCTION WS-RC-STEP
007250                 WS-RC-FORCE WS-RC-REPLY
007260         END-IF
007270     END-IF.
007280 9000-TERMINATE-EXIT.
007290     EXIT.
007300*
007310 9100-WRITE-RUN-STATS.
007320     OPEN EXTEND RUN-STATS-FILE.
007330     IF WS-STATS-STATUS = "35"
007340         OPEN OUTPUT RUN-STATS-FILE
007350     END-IF.
007360     IF WS-STATS-STATUS = "00"
007370         MOVE WS-RUN-DATE TO RST-RUN-DATE
007380         MOVE "CLRHOUSE" TO RST-STEP-NAME
007390         MOVE WS-STUDENTS-READ TO RST-RECORDS-IN
007400         MOVE WS-RECORDS-WRITTEN TO RST-RECORDS-OUT
007410         MOVE ZEROS TO RST-REJECTS
007420         MOVE ZEROS TO RST-AMOUNT-TOTAL
007430         MOVE WS-HASH-TOTAL TO RST-HASH-TOTAL
007440         MOVE RETURN-CODE TO RST-RETURN-CODE
007450         WRITE RUN-STATS-RECORD
007460         CLOSE RUN-STATS-FILE
007470     ELSE
007480         DISPLAY "ENRL-VERIFY: CANNOT OPEN runStats, "
007490             "STATUS = " WS-STATS-STATUS
007491         MOVE "9100-WRITE-RUN-STATS" TO WS-IL-PARAGRAPH
007492         MOVE "W" TO WS-IL-SEVERITY
007493         MOVE WS-STATS-STATUS TO WS-IL-FILE-STATUS
007494         MOVE "CANNOT OPEN runStats" TO WS-IL-MESSAGE
007495         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
007500     END-IF.
007510 9100-WRITE-RUN-STATS-EXIT.
007520     EXIT.
007530*
007540 END PROGRAM ENRL-VERIFY.
