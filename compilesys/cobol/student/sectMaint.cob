000140*                    A FULL SECTION WAITLISTS INSTEAD OF
000150*                    OVERFILLING. A COURSE MUST BE ON THE
000160*                    CATALOG MASTER BEFORE A SECTION IS ADDED.
000170*   2026-10-14  RSG  SECTIONS NOW CARRY A MEETING PATTERN (DAYS,
000180*                    START/END TIME, BUILDING AND ROOM). ADD AND
000190*                    CHANGE REFUSE A ROOM NOT ON roomMaster, A
000200*                    CAPACITY LARGER THAN THE ROOM'S SEAT COUNT,
000210*                    AND A MEETING THAT OVERLAPS ANOTHER SECTION
000220*                    IN THE SAME ROOM THE SAME TERM.
000222*   2026-10-14  RSG  SECTIONS CARRY THE INSTRUCTOR OF RECORD - AN
000224*                    EMPLOYEE ID THAT MUST BE ACTIVE ON
000226*                    employeeMaster (BLANK = NOT YET STAFFED).
000227*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000228*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000230*================================================================
000240*
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT SECTION-MASTER ASSIGN TO DISK
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS SEC-KEY
000330         FILE STATUS IS WS-MASTER-STATUS.
000340     SELECT COURSE-MASTER ASSIGN TO DISK
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS RANDOM
000370         RECORD KEY IS CRS-COURSE-ID
000380         FILE STATUS IS WS-COURSE-STATUS.
000390     SELECT ROOM-MASTER ASSIGN TO DISK
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS RANDOM
000420         RECORD KEY IS RM-ROOM-ID
000430         FILE STATUS IS WS-ROOM-STATUS.
000431     SELECT EMPLOYEE-MASTER ASSIGN TO DISK
000432         ORGANIZATION IS INDEXED
000433         ACCESS MODE IS RANDOM
000434         RECORD KEY IS EMP-MST-ID
000435         FILE STATUS IS WS-EMPLOYEE-STATUS.
000440*
000450 DATA DIVISION.
000460 FILE SECTION.
000470*
000480 FD  SECTION-MASTER
000490     LABEL RECORDS ARE STANDARD
000500     VALUE OF FILE-ID IS "sectionMaster".
000510     COPY "crssect.cpy".
000520*
000530 FD  COURSE-MASTER
000540     LABEL RECORDS ARE STANDARD
000550     VALUE OF FILE-ID IS "courseMaster".
000560     COPY "crsmstr.cpy".
000570*
000580 FD  ROOM-MASTER
000590     LABEL RECORDS ARE STANDARD
000600     VALUE OF FILE-ID IS "roomMaster".
000610     COPY "roommstr.cpy".
000611*
000612 FD  EMPLOYEE-MASTER
000613     LABEL RECORDS ARE STANDARD
000614     VALUE OF FILE-ID IS "employeeMaster".
000615     COPY "empmstr.cpy".
000620*
000630 WORKING-STORAGE SECTION.
000640*----------------------------------------------------------------
000650* SWITCHES, STATUS FIELDS, AND MENU CONTROL
000660*----------------------------------------------------------------
000670 77  WS-MASTER-STATUS        PIC X(02) VALUE "00".
000680 77  WS-COURSE-STATUS        PIC X(02) VALUE "00".
000690 77  WS-CONTINUE-SW          PIC X(01) VALUE "Y".
000700     88  WS-CONTINUE-MAINT       VALUE "Y".
000710 77  WS-MENU-CHOICE          PIC X(01) VALUE SPACES.
000720     88  WS-CHOICE-ADD           VALUE "1".
000730     88  WS-CHOICE-CHANGE        VALUE "2".
000740     88  WS-CHOICE-DELETE        VALUE "3".
000750     88  WS-CHOICE-LIST          VALUE "4".
000760     88  WS-CHOICE-EXIT          VALUE "5".
000770 77  WS-SEARCH-COURSE        PIC X(06) VALUE SPACES.
000780 77  WS-SEARCH-TERM          PIC X(06) VALUE SPACES.
000790 77  WS-LIST-EOF-SW          PIC X(01) VALUE "N".
000800     88  WS-END-OF-LIST          VALUE "Y".
000810 77  WS-LIST-COUNT           PIC 9(05) VALUE ZEROS.
000820 77  WS-COURSE-VALID-SW      PIC X(01) VALUE "N".
000830     88  WS-COURSE-IS-VALID      VALUE "Y".
000840 77  WS-ROOM-STATUS          PIC X(02) VALUE "00".
000850 77  WS-MEETING-VALID-SW     PIC X(01) VALUE "Y".
000860     88  WS-MEETING-IS-VALID     VALUE "Y".
000861 77  WS-EMPLOYEE-STATUS      PIC X(02) VALUE "00".
000862 77  WS-EMPLOYEE-OPENED-SW   PIC X(01) VALUE "N".
000863     88  WS-EMPLOYEE-IS-OPENED   VALUE "Y".
000864 77  WS-INSTRUCTOR-VALID-SW  PIC X(01) VALUE "Y".
000865     88  WS-INSTRUCTOR-IS-VALID  VALUE "Y".
000870 77  WS-COLLISION-SW         PIC X(01) VALUE "N".
000880     88  WS-COLLISION-FOUND      VALUE "Y".
000890 77  WS-DAY-OVERLAP-SW       PIC X(01) VALUE "N".
000900     88  WS-DAYS-OVERLAP         VALUE "Y".
000910 77  WS-DAY-SUB              PIC 9(01) VALUE ZEROS.
000920 77  WS-IN-START             PIC X(04) VALUE SPACES.
000930 77  WS-IN-END               PIC X(04) VALUE SPACES.
000940 77  WS-TIME-CHECK           PIC 9(04) VALUE ZEROS.
000950 77  WS-TIME-HH              PIC 9(02) VALUE ZEROS.
000960 77  WS-TIME-MM              PIC 9(02) VALUE ZEROS.
000961*----------------------------------------------------------------
000962* INCIDENT LOG CALL FIELDS
000963*----------------------------------------------------------------
000964 77  WS-IL-PROGRAM           PIC X(20) VALUE "SECT-MAINT".
000965 77  WS-IL-STEP              PIC X(08) VALUE SPACES.
000966 77  WS-IL-PARAGRAPH         PIC X(30) VALUE SPACES.
000967 77  WS-IL-SEVERITY          PIC X(01) VALUE SPACES.
000968 77  WS-IL-FILE-STATUS       PIC X(02) VALUE SPACES.
000969 77  WS-IL-MESSAGE           PIC X(60) VALUE SPACES.
000970*----------------------------------------------------------------
000980* CANDIDATE SECTION - SAME LAYOUT AS THE MASTER RECORD, HELD
000990* WHILE THE MASTER IS SCANNED FOR ROOM COLLISIONS
001000*----------------------------------------------------------------
001010 01  WS-NEW-SECTION.
001020     05  WS-NEW-KEY.
001030         10  WS-NEW-COURSE-ID    PIC X(06).
001040         10  WS-NEW-TERM-CODE    PIC X(06).
001050     05  WS-NEW-CAPACITY         PIC 9(03).
001060     05  WS-NEW-ENROLLED         PIC 9(03).
001070     05  WS-NEW-MEET-DAYS        PIC X(07).
001080     05  WS-NEW-MEET-DAY         REDEFINES WS-NEW-MEET-DAYS
001090                                 PIC X(01) OCCURS 7 TIMES.
001100     05  WS-NEW-START-TIME       PIC 9(04).
001110     05  WS-NEW-END-TIME         PIC 9(04).
001120     05  WS-NEW-ROOM-ID          PIC X(08).
001122     05  WS-NEW-INSTRUCTOR-ID    PIC X(04).
001130 01  WS-DAY-LETTERS              PIC X(07) VALUE "MTWRFSU".
001140 01  WS-DAY-LETTER               REDEFINES WS-DAY-LETTERS
001150                                 PIC X(01) OCCURS 7 TIMES.
001160*
001170 PROCEDURE DIVISION.
001180*================================================================
001190* 0000-MAINLINE
001200*================================================================
001210 0000-MAINLINE.
001220     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001230     PERFORM 2000-MENU-CYCLE THRU 2000-MENU-CYCLE-EXIT
001240         UNTIL NOT WS-CONTINUE-MAINT.
001250     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001260     GOBACK.
001270*
001280 1000-INITIALIZE.
001290     OPEN I-O SECTION-MASTER.
001300     IF WS-MASTER-STATUS = "35"
001310         OPEN OUTPUT SECTION-MASTER
001320         CLOSE SECTION-MASTER
001330         OPEN I-O SECTION-MASTER
001340     END-IF.
001350     IF WS-MASTER-STATUS NOT = "00" AND NOT = "05"
001360         DISPLAY "SECT-MAINT: UNABLE TO OPEN MASTER, "
001370             "STATUS = " WS-MASTER-STATUS
001371         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001372         MOVE "E" TO WS-IL-SEVERITY
001373         MOVE WS-MASTER-STATUS TO WS-IL-FILE-STATUS
001374         MOVE "UNABLE TO OPEN MASTER" TO WS-IL-MESSAGE
001375         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001380         MOVE "N" TO WS-CONTINUE-SW
001390     END-IF.
001400     IF WS-CONTINUE-MAINT
001410         OPEN INPUT COURSE-MASTER
001420         IF WS-COURSE-STATUS NOT = "00"
001430             DISPLAY "SECT-MAINT: UNABLE TO OPEN courseMaster, "
001440                 "STATUS = " WS-COURSE-STATUS
001441             MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001442             MOVE "E" TO WS-IL-SEVERITY
001443             MOVE WS-COURSE-STATUS TO WS-IL-FILE-STATUS
001444             MOVE "UNABLE TO OPEN courseMaster" TO WS-IL-MESSAGE
001445             PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001450             DISPLAY "SECT-MAINT: RUN COURSE-MAINT TO BUILD "
001460                 "THE COURSE CATALOG FIRST"
001470             MOVE "N" TO WS-CONTINUE-SW
001480         END-IF
001490     END-IF.
001500     IF WS-CONTINUE-MAINT
001510         OPEN INPUT ROOM-MASTER
001520         IF WS-ROOM-STATUS NOT = "00"
001530             DISPLAY "SECT-MAINT: UNABLE TO OPEN roomMaster, "
001540                 "STATUS = " WS-ROOM-STATUS
001541             MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001542             MOVE "E" TO WS-IL-SEVERITY
001543             MOVE WS-ROOM-STATUS TO WS-IL-FILE-STATUS
001544             MOVE "UNABLE TO OPEN roomMaster" TO WS-IL-MESSAGE
001545             PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001550             DISPLAY "SECT-MAINT: RUN ROOM-MAINT TO BUILD "
001560                 "THE ROOM MASTER FIRST"
001570             MOVE "N" TO WS-CONTINUE-SW
001580         END-IF
001590     END-IF.
001591     OPEN INPUT EMPLOYEE-MASTER.
001592     IF WS-EMPLOYEE-STATUS = "00"
001593         MOVE "Y" TO WS-EMPLOYEE-OPENED-SW
001594     ELSE
001595         DISPLAY "SECT-MAINT: employeeMaster NOT AVAILABLE, "
001596             "STATUS = " WS-EMPLOYEE-STATUS
001597             " - SECTIONS CAN ONLY BE LEFT UNSTAFFED"
001598     END-IF.
001600 1000-INITIALIZE-EXIT.
001610     EXIT.
001620*
001630 2000-MENU-CYCLE.
001640     DISPLAY "1 = ADD  2 = CHANGE  3 = DELETE  4 = LIST  "
001650         "5 = EXIT".
001660     DISPLAY "ENTER CHOICE: ".
001670     ACCEPT WS-MENU-CHOICE.
001680     EVALUATE TRUE
001690         WHEN WS-CHOICE-ADD
001700             PERFORM 3000-ADD-SECTION THRU 3000-ADD-SECTION-EXIT
001710         WHEN WS-CHOICE-CHANGE
001720             PERFORM 4000-CHANGE-SECTION
001730                 THRU 4000-CHANGE-SECTION-EXIT
001740         WHEN WS-CHOICE-DELETE
001750             PERFORM 5000-DELETE-SECTION
001760                 THRU 5000-DELETE-SECTION-EXIT
001770         WHEN WS-CHOICE-LIST
001780             PERFORM 6000-LIST-SECTIONS
001790                 THRU 6000-LIST-SECTIONS-EXIT
001800         WHEN WS-CHOICE-EXIT
001810             MOVE "N" TO WS-CONTINUE-SW
001820         WHEN OTHER
001830             DISPLAY "INVALID CHOICE, TRY AGAIN"
001840     END-EVALUATE.
001850 2000-MENU-CYCLE-EXIT.
001860     EXIT.
001870*
001880 3000-ADD-SECTION.
001890     DISPLAY "ENTER COURSE-ID: ".
001900     ACCEPT SEC-COURSE-ID.
001910     DISPLAY "ENTER TERM CODE: ".
001920     ACCEPT SEC-TERM-CODE.
001930     DISPLAY "ENTER SEAT CAPACITY: ".
001940     ACCEPT SEC-CAPACITY.
001950     MOVE ZEROS TO SEC-ENROLLED.
001960     PERFORM 7000-ACCEPT-MEETING THRU 7000-ACCEPT-MEETING-EXIT.
001962     DISPLAY "ENTER INSTRUCTOR EMPLOYEE ID (BLANK = STAFF): ".
001964     ACCEPT SEC-INSTRUCTOR-ID.
001970     PERFORM 6500-CHECK-CATALOG THRU 6500-CHECK-CATALOG-EXIT.
001980     IF SEC-COURSE-ID = SPACES OR SEC-TERM-CODE = SPACES
001990             OR SEC-CAPACITY NOT NUMERIC
002000             OR NOT WS-COURSE-IS-VALID
002010         DISPLAY "ADD REJECTED, BAD COURSE, TERM, OR CAPACITY"
002020         GO TO 3000-ADD-SECTION-EXIT
002030     END-IF.
002040     PERFORM 7100-EDIT-MEETING THRU 7100-EDIT-MEETING-EXIT.
002050     IF NOT WS-MEETING-IS-VALID
002060         DISPLAY "ADD REJECTED, BAD MEETING PATTERN OR ROOM"
002070         GO TO 3000-ADD-SECTION-EXIT
002080     END-IF.
002081     PERFORM 7400-CHECK-INSTRUCTOR
002082         THRU 7400-CHECK-INSTRUCTOR-EXIT.
002083     IF NOT WS-INSTRUCTOR-IS-VALID
002084         DISPLAY "ADD REJECTED, INSTRUCTOR NOT AN ACTIVE EMPLOYEE"
002085         GO TO 3000-ADD-SECTION-EXIT
002086     END-IF.
002090     PERFORM 7300-CHECK-COLLISION THRU 7300-CHECK-COLLISION-EXIT.
002100     IF WS-COLLISION-FOUND
002110         DISPLAY "ADD REJECTED, ROOM ALREADY IN USE AT THAT TIME"
002120         GO TO 3000-ADD-SECTION-EXIT
002130     END-IF.
002140     WRITE SECTION-MASTER-RECORD
002150         INVALID KEY
002160             DISPLAY "ADD FAILED, SECTION ALREADY ON FILE, "
002170                 "STATUS = " WS-MASTER-STATUS
002180         NOT INVALID KEY
002190             DISPLAY "SECTION ADDED: " SEC-COURSE-ID
002200                 " " SEC-TERM-CODE
002210     END-WRITE.
002220 3000-ADD-SECTION-EXIT.
002230     EXIT.
002240*
002250 4000-CHANGE-SECTION.
002260     DISPLAY "ENTER COURSE-ID TO CHANGE: ".
002270     ACCEPT WS-SEARCH-COURSE.
002280     DISPLAY "ENTER TERM CODE: ".
002290     ACCEPT WS-SEARCH-TERM.
002300     MOVE WS-SEARCH-COURSE TO SEC-COURSE-ID.
002310     MOVE WS-SEARCH-TERM TO SEC-TERM-CODE.
002320     READ SECTION-MASTER
002330         INVALID KEY
002340             DISPLAY "NO SECTION FOUND FOR " WS-SEARCH-COURSE
002350                 " " WS-SEARCH-TERM
002360         NOT INVALID KEY
002370             PERFORM 4100-APPLY-CHANGES
002380                 THRU 4100-APPLY-CHANGES-EXIT
002390     END-READ.
002400 4000-CHANGE-SECTION-EXIT.
002410     EXIT.
002420*
002430 4100-APPLY-CHANGES.
002440     DISPLAY "ENROLLED NOW: " SEC-ENROLLED.
002450     DISPLAY "MEETS NOW: " SEC-MEET-DAYS " " SEC-START-TIME
002460         "-" SEC-END-TIME " " SEC-BUILDING " " SEC-ROOM-NUMBER.
002462     DISPLAY "INSTRUCTOR NOW: " SEC-INSTRUCTOR-ID.
002470     DISPLAY "ENTER NEW SEAT CAPACITY: ".
002480     ACCEPT SEC-CAPACITY.
002490     PERFORM 7000-ACCEPT-MEETING THRU 7000-ACCEPT-MEETING-EXIT.
002492     DISPLAY "ENTER INSTRUCTOR EMPLOYEE ID (BLANK = STAFF): ".
002494     ACCEPT SEC-INSTRUCTOR-ID.
002500     IF SEC-CAPACITY NOT NUMERIC
002510         DISPLAY "CHANGE REJECTED, BAD CAPACITY"
002520         GO TO 4100-APPLY-CHANGES-EXIT
002530     END-IF.
002540     PERFORM 7100-EDIT-MEETING THRU 7100-EDIT-MEETING-EXIT.
002550     IF NOT WS-MEETING-IS-VALID
002560         DISPLAY "CHANGE REJECTED, BAD MEETING PATTERN OR ROOM"
002561         GO TO 4100-APPLY-CHANGES-EXIT
002562     END-IF.
002563     PERFORM 7400-CHECK-INSTRUCTOR
002564         THRU 7400-CHECK-INSTRUCTOR-EXIT.
002565     IF NOT WS-INSTRUCTOR-IS-VALID
002566         DISPLAY "CHANGE REJECTED, INSTRUCTOR NOT AN ACTIVE "
002567             "EMPLOYEE"
002570         GO TO 4100-APPLY-CHANGES-EXIT
002580     END-IF.
002590     PERFORM 7300-CHECK-COLLISION THRU 7300-CHECK-COLLISION-EXIT.
002600     IF WS-COLLISION-FOUND
002610         DISPLAY "CHANGE REJECTED, ROOM ALREADY IN USE AT THAT "
002620             "TIME"
002630         GO TO 4100-APPLY-CHANGES-EXIT
002640     END-IF.
002650     REWRITE SECTION-MASTER-RECORD
002660         INVALID KEY
002670             DISPLAY "CHANGE FAILED, STATUS = "
002680                 WS-MASTER-STATUS
002690         NOT INVALID KEY
002700             DISPLAY "SECTION CHANGED: "
002710                 SEC-COURSE-ID " " SEC-TERM-CODE
002720     END-REWRITE.
002730 4100-APPLY-CHANGES-EXIT.
002740     EXIT.
002750*
002760 5000-DELETE-SECTION.
002770     DISPLAY "ENTER COURSE-ID TO DELETE: ".
002780     ACCEPT WS-SEARCH-COURSE.
002790     DISPLAY "ENTER TERM CODE: ".
002800     ACCEPT WS-SEARCH-TERM.
002810     MOVE WS-SEARCH-COURSE TO SEC-COURSE-ID.
002820     MOVE WS-SEARCH-TERM TO SEC-TERM-CODE.
002830     READ SECTION-MASTER
002840         INVALID KEY
002850             DISPLAY "NO SECTION FOUND FOR " WS-SEARCH-COURSE
002860                 " " WS-SEARCH-TERM
002870         NOT INVALID KEY
002880             DELETE SECTION-MASTER RECORD
002890                 INVALID KEY
002900                     DISPLAY "DELETE FAILED, STATUS = "
002910                         WS-MASTER-STATUS
002920                 NOT INVALID KEY
002930                     DISPLAY "SECTION DELETED: "
002940                         WS-SEARCH-COURSE " " WS-SEARCH-TERM
002950             END-DELETE
002960     END-READ.
002970 5000-DELETE-SECTION-EXIT.
002980     EXIT.
002990*
003000 6000-LIST-SECTIONS.
003010     MOVE "N" TO WS-LIST-EOF-SW.
003020     MOVE ZEROS TO WS-LIST-COUNT.
003030     MOVE LOW-VALUES TO SEC-KEY.
003040     START SECTION-MASTER KEY NOT LESS THAN SEC-KEY
003050         INVALID KEY MOVE "Y" TO WS-LIST-EOF-SW
003060     END-START.
003070     PERFORM 6100-LIST-ONE-SECTION
003080         THRU 6100-LIST-ONE-SECTION-EXIT
003090         UNTIL WS-END-OF-LIST.
003100     DISPLAY "SECTIONS ON FILE: " WS-LIST-COUNT.
003110 6000-LIST-SECTIONS-EXIT.
003120     EXIT.
003130*
003140 6100-LIST-ONE-SECTION.
003150     READ SECTION-MASTER NEXT RECORD
003160         AT END
003170             MOVE "Y" TO WS-LIST-EOF-SW
003180         NOT AT END
003190             DISPLAY SEC-COURSE-ID " " SEC-TERM-CODE
003200                 " CAPACITY " SEC-CAPACITY
003210                 " ENROLLED " SEC-ENROLLED
003220                 " " SEC-MEET-DAYS " " SEC-START-TIME "-"
003230                 SEC-END-TIME " " SEC-BUILDING " "
003240                 SEC-ROOM-NUMBER " INSTR " SEC-INSTRUCTOR-ID
003250             ADD 1 TO WS-LIST-COUNT
003260     END-READ.
003270 6100-LIST-ONE-SECTION-EXIT.
003280     EXIT.
003290*
003300 6500-CHECK-CATALOG.
003310     MOVE "N" TO WS-COURSE-VALID-SW.
003320     MOVE SEC-COURSE-ID TO CRS-COURSE-ID.
003330     READ COURSE-MASTER
003340         INVALID KEY
003350             DISPLAY "COURSE NOT ON THE CATALOG MASTER: "
003360                 SEC-COURSE-ID
003370         NOT INVALID KEY
003380             MOVE "Y" TO WS-COURSE-VALID-SW
003390     END-READ.
003400 6500-CHECK-CATALOG-EXIT.
003410     EXIT.
003420*
003430 7000-ACCEPT-MEETING.
003440     DISPLAY "ENTER MEETING DAYS AS MTWRFSU, SPACE FOR A DAY "
003450         "NOT MET (BLANK = ARRANGED): ".
003460     ACCEPT SEC-MEET-DAYS.
003470     MOVE SPACES TO WS-IN-START WS-IN-END.
003480     MOVE SPACES TO SEC-ROOM-ID.
003490     IF SEC-MEET-DAYS NOT = SPACES
003500         DISPLAY "ENTER START TIME (HHMM, 24-HOUR): "
003510         ACCEPT WS-IN-START
003520         DISPLAY "ENTER END TIME (HHMM, 24-HOUR): "
003530         ACCEPT WS-IN-END
003540         DISPLAY "ENTER BUILDING: "
003550         ACCEPT SEC-BUILDING
003560         DISPLAY "ENTER ROOM NUMBER: "
003570         ACCEPT SEC-ROOM-NUMBER
003580     END-IF.
003590 7000-ACCEPT-MEETING-EXIT.
003600     EXIT.
003610*
003620 7100-EDIT-MEETING.
003630*    AN ARRANGED SECTION (NO DAYS) HAS NO TIME AND NO ROOM.
003640*    OTHERWISE EVERY DAY COLUMN HOLDS ITS OWN LETTER OR A
003650*    SPACE, THE TIMES ARE REAL CLOCK TIMES WITH START BEFORE
003660*    END, AND THE ROOM IS ON FILE WITH ENOUGH SEATS.
003670     MOVE "Y" TO WS-MEETING-VALID-SW.
003680     IF SEC-MEET-DAYS = SPACES
003690         MOVE ZEROS TO SEC-START-TIME SEC-END-TIME
003700         GO TO 7100-EDIT-MEETING-EXIT
003710     END-IF.
003720     PERFORM 7110-EDIT-ONE-DAY THRU 7110-EDIT-ONE-DAY-EXIT
003730         VARYING WS-DAY-SUB FROM 1 BY 1
003740         UNTIL WS-DAY-SUB > 7.
003750     IF WS-IN-START NOT NUMERIC OR WS-IN-END NOT NUMERIC
003760         DISPLAY "START AND END TIME MUST BE FOUR DIGITS"
003770         MOVE "N" TO WS-MEETING-VALID-SW
003780         GO TO 7100-EDIT-MEETING-EXIT
003790     END-IF.
003800     MOVE WS-IN-START TO SEC-START-TIME.
003810     MOVE WS-IN-END TO SEC-END-TIME.
003820     MOVE SEC-START-TIME TO WS-TIME-CHECK.
003830     PERFORM 7120-EDIT-CLOCK-TIME THRU 7120-EDIT-CLOCK-TIME-EXIT.
003840     MOVE SEC-END-TIME TO WS-TIME-CHECK.
003850     PERFORM 7120-EDIT-CLOCK-TIME THRU 7120-EDIT-CLOCK-TIME-EXIT.
003860     IF SEC-START-TIME NOT < SEC-END-TIME
003870         DISPLAY "START TIME MUST BE BEFORE END TIME"
003880         MOVE "N" TO WS-MEETING-VALID-SW
003890     END-IF.
003900     PERFORM 7200-CHECK-ROOM THRU 7200-CHECK-ROOM-EXIT.
003910 7100-EDIT-MEETING-EXIT.
003920     EXIT.
003930*
003940 7110-EDIT-ONE-DAY.
003950     IF SEC-MEET-DAY (WS-DAY-SUB) NOT = SPACE
003960             AND SEC-MEET-DAY (WS-DAY-SUB)
003970                 NOT = WS-DAY-LETTER (WS-DAY-SUB)
003980         DISPLAY "DAY COLUMN " WS-DAY-SUB " MUST BE "
003990             WS-DAY-LETTER (WS-DAY-SUB) " OR SPACE"
004000         MOVE "N" TO WS-MEETING-VALID-SW
004010     END-IF.
004020 7110-EDIT-ONE-DAY-EXIT.
004030     EXIT.
004040*
004050 7120-EDIT-CLOCK-TIME.
004060     DIVIDE WS-TIME-CHECK BY 100 GIVING WS-TIME-HH
004070         REMAINDER WS-TIME-MM.
004080     IF WS-TIME-HH > 23 OR WS-TIME-MM > 59
004090         DISPLAY "NOT A CLOCK TIME: " WS-TIME-CHECK
004100         MOVE "N" TO WS-MEETING-VALID-SW
004110     END-IF.
004120 7120-EDIT-CLOCK-TIME-EXIT.
004130     EXIT.
004140*
004150 7200-CHECK-ROOM.
004160     MOVE SEC-ROOM-ID TO RM-ROOM-ID.
004170     READ ROOM-MASTER
004180         INVALID KEY
004190             DISPLAY "ROOM NOT ON THE ROOM MASTER: "
004200                 SEC-BUILDING " " SEC-ROOM-NUMBER
004210             MOVE "N" TO WS-MEETING-VALID-SW
004220         NOT INVALID KEY
004230             IF SEC-CAPACITY NUMERIC
004240                     AND SEC-CAPACITY > RM-SEAT-COUNT
004250                 DISPLAY "CAPACITY " SEC-CAPACITY
004260                     " IS MORE THAN THE ROOM'S "
004270                     RM-SEAT-COUNT " SEATS"
004280                 MOVE "N" TO WS-MEETING-VALID-SW
004290             END-IF
004300     END-READ.
004310 7200-CHECK-ROOM-EXIT.
004320     EXIT.
004330*
004340 7300-CHECK-COLLISION.
004350*    THE MASTER IS KEYED BY COURSE, NOT ROOM, SO EVERY SECTION
004360*    IS READ. THE CANDIDATE IS HELD ASIDE AND PUT BACK IN THE
004370*    RECORD AREA FOR THE WRITE OR REWRITE THAT FOLLOWS.
004380     MOVE "N" TO WS-COLLISION-SW.
004390     MOVE SECTION-MASTER-RECORD TO WS-NEW-SECTION.
004400     IF WS-NEW-MEET-DAYS = SPACES
004410         GO TO 7300-CHECK-COLLISION-EXIT
004420     END-IF.
004430     MOVE "N" TO WS-LIST-EOF-SW.
004440     MOVE LOW-VALUES TO SEC-KEY.
004450     START SECTION-MASTER KEY NOT LESS THAN SEC-KEY
004460         INVALID KEY MOVE "Y" TO WS-LIST-EOF-SW
004470     END-START.
004480     PERFORM 7310-CHECK-ONE-SECTION
004490         THRU 7310-CHECK-ONE-SECTION-EXIT
004500         UNTIL WS-END-OF-LIST OR WS-COLLISION-FOUND.
004510     MOVE WS-NEW-SECTION TO SECTION-MASTER-RECORD.
004520 7300-CHECK-COLLISION-EXIT.
004530     EXIT.
004540*
004550 7310-CHECK-ONE-SECTION.
004560     READ SECTION-MASTER NEXT RECORD
004570         AT END
004580             MOVE "Y" TO WS-LIST-EOF-SW
004590             GO TO 7310-CHECK-ONE-SECTION-EXIT
004600     END-READ.
004610     IF SEC-KEY = WS-NEW-KEY
004620             OR SEC-TERM-CODE NOT = WS-NEW-TERM-CODE
004630             OR SEC-ROOM-ID NOT = WS-NEW-ROOM-ID
004640         GO TO 7310-CHECK-ONE-SECTION-EXIT
004650     END-IF.
004660     IF SEC-START-TIME NOT < WS-NEW-END-TIME
004670             OR WS-NEW-START-TIME NOT < SEC-END-TIME
004680         GO TO 7310-CHECK-ONE-SECTION-EXIT
004690     END-IF.
004700     MOVE "N" TO WS-DAY-OVERLAP-SW.
004710     PERFORM 7320-CHECK-ONE-DAY THRU 7320-CHECK-ONE-DAY-EXIT
004720         VARYING WS-DAY-SUB FROM 1 BY 1
004730         UNTIL WS-DAY-SUB > 7.
004740     IF WS-DAYS-OVERLAP
004750         MOVE "Y" TO WS-COLLISION-SW
004760         DISPLAY "ROOM " SEC-BUILDING " " SEC-ROOM-NUMBER
004770             " IS TAKEN BY " SEC-COURSE-ID " " SEC-MEET-DAYS
004780             " " SEC-START-TIME "-" SEC-END-TIME
004790     END-IF.
004800 7310-CHECK-ONE-SECTION-EXIT.
004810     EXIT.
004820*
004830 7320-CHECK-ONE-DAY.
004840     IF SEC-MEET-DAY (WS-DAY-SUB) NOT = SPACE
004850             AND WS-NEW-MEET-DAY (WS-DAY-SUB) NOT = SPACE
004860         MOVE "Y" TO WS-DAY-OVERLAP-SW
004870     END-IF.
004880 7320-CHECK-ONE-DAY-EXIT.
004890     EXIT.
004900*
004901 7400-CHECK-INSTRUCTOR.
004902     MOVE "Y" TO WS-INSTRUCTOR-VALID-SW.
004903     IF SEC-INSTRUCTOR-ID = SPACES
004904         GO TO 7400-CHECK-INSTRUCTOR-EXIT
004905     END-IF.
004906     IF NOT WS-EMPLOYEE-IS-OPENED
004907         DISPLAY "employeeMaster NOT AVAILABLE - INSTRUCTOR "
004908             "CANNOT BE VALIDATED"
004909         MOVE "N" TO WS-INSTRUCTOR-VALID-SW
004910         GO TO 7400-CHECK-INSTRUCTOR-EXIT
004911     END-IF.
004912     MOVE SEC-INSTRUCTOR-ID TO EMP-MST-ID.
004913     READ EMPLOYEE-MASTER
004914         INVALID KEY
004915             DISPLAY "EMPLOYEE NOT ON FILE: " SEC-INSTRUCTOR-ID
004916             MOVE "N" TO WS-INSTRUCTOR-VALID-SW
004917         NOT INVALID KEY
004918             IF NOT EMP-MST-ACTIVE
004919                 DISPLAY "EMPLOYEE " SEC-INSTRUCTOR-ID
004920                     " IS NOT ACTIVE, STATUS " EMP-MST-STATUS
004921                 MOVE "N" TO WS-INSTRUCTOR-VALID-SW
004922             END-IF
004923     END-READ.
004924 7400-CHECK-INSTRUCTOR-EXIT.
004925     EXIT.
004926*
004927 8900-LOG-INCIDENT.
004928     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
004929         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
004930         WS-IL-MESSAGE.
004931 8900-LOG-INCIDENT-EXIT.
004932     EXIT.
004933*
004934 9000-TERMINATE.
004935     CLOSE SECTION-MASTER.
004936     IF WS-COURSE-STATUS = "00"
004940         CLOSE COURSE-MASTER
004950     END-IF.
004960     IF WS-ROOM-STATUS = "00" OR = "23"
004970         CLOSE ROOM-MASTER
004980     END-IF.
004982     IF WS-EMPLOYEE-IS-OPENED
004984         CLOSE EMPLOYEE-MASTER
004986     END-IF.
004990 9000-TERMINATE-EXIT.
005000     EXIT.
005010*
005020 END PROGRAM SECT-MAINT.
