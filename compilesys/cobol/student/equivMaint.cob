000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EQUIV-MAINT.
000030 AUTHOR. REGISTRAR-SYSTEMS-GROUP.
000040 INSTALLATION. REGISTRARS-OFFICE.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED. 2026-10-14.
000070*================================================================
000080* MODIFICATION HISTORY
000090*   2026-10-14  RSG  INITIAL VERSION - ADD/CHANGE/DELETE/LIST
000100*                    MAINTENANCE AGAINST THE TRANSFER COURSE
000110*                    EQUIVALENCY MASTER. EACH OUTSIDE
000120*                    INSTITUTION AND COURSE NUMBER IS RULED A
000130*                    DIRECT EQUIVALENT (C) OR GENERIC ELECTIVE
000140*                    (E) OF A CATALOG COURSE, OR NOT ACCEPTED
000150*                    FOR CREDIT (N). C AND E COURSE-IDS ARE
000160*                    EDITED AGAINST THE CATALOG. THE SIGNED-ON
000170*                    OPERATOR IS STAMPED AS THE EVALUATOR, AND
000180*                    ADD/CHANGE/DELETE WRITE BEFORE/AFTER
000190*                    IMAGES TO maintAudit.
000192*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000194*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000200*================================================================
000210*
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT EQUIV-MASTER ASSIGN TO DISK
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS DYNAMIC
000290         RECORD KEY IS TEQ-KEY
000300         FILE STATUS IS WS-MASTER-STATUS.
000310     SELECT COURSE-MASTER ASSIGN TO DISK
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS RANDOM
000340         RECORD KEY IS CRS-COURSE-ID
000350         FILE STATUS IS WS-COURSE-STATUS.
000360     SELECT SESSION-FILE ASSIGN TO DISK
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-SESSION-STATUS.
000390*
000400 DATA DIVISION.
000410 FILE SECTION.
000420*
000430 FD  EQUIV-MASTER
000440     LABEL RECORDS ARE STANDARD
000450     VALUE OF FILE-ID IS "transferEquiv".
000460     COPY "trneqv.cpy".
000470*
000480 FD  COURSE-MASTER
000490     LABEL RECORDS ARE STANDARD
000500     VALUE OF FILE-ID IS "courseMaster".
000510     COPY "crsmstr.cpy".
000520*
000530 FD  SESSION-FILE
000540     LABEL RECORDS ARE STANDARD
000550     VALUE OF FILE-ID IS "signonSession".
000560 01  SESSION-REC.
000570     05  SESSION-OPERATOR-ID     PIC X(10).
000580     05  SESSION-AUTH-LEVEL      PIC 9(01).
000590*
000600 WORKING-STORAGE SECTION.
000610*----------------------------------------------------------------
000620* SWITCHES, STATUS FIELDS, AND MENU CONTROL
000630*----------------------------------------------------------------
000640 77  WS-MASTER-STATUS        PIC X(02) VALUE "00".
000650 77  WS-COURSE-STATUS        PIC X(02) VALUE "00".
000660 77  WS-SESSION-STATUS       PIC X(02) VALUE "00".
000670 77  WS-CONTINUE-SW          PIC X(01) VALUE "Y".
000680     88  WS-CONTINUE-MAINT       VALUE "Y".
000690 77  WS-MENU-CHOICE          PIC X(01) VALUE SPACES.
000700     88  WS-CHOICE-ADD           VALUE "1".
000710     88  WS-CHOICE-CHANGE        VALUE "2".
000720     88  WS-CHOICE-DELETE        VALUE "3".
000730     88  WS-CHOICE-LIST          VALUE "4".
000740     88  WS-CHOICE-EXIT          VALUE "5".
000750 77  WS-SEARCH-INSTITUTION   PIC X(06) VALUE SPACES.
000760 77  WS-SEARCH-COURSE        PIC X(08) VALUE SPACES.
000770 77  WS-LIST-EOF-SW          PIC X(01) VALUE "N".
000780     88  WS-END-OF-LIST          VALUE "Y".
000790 77  WS-LIST-COUNT           PIC 9(05) VALUE ZEROS.
000800 77  WS-RULING-VALID-SW      PIC X(01) VALUE "Y".
000810     88  WS-RULING-IS-VALID      VALUE "Y".
000820 77  WS-OPERATOR-ID          PIC X(10) VALUE SPACES.
000830 77  WS-SYSTEM-DATE          PIC 9(08) VALUE ZEROS.
000840 77  WS-MA-FILE              PIC X(12) VALUE "transferEqv".
000850 77  WS-MA-ACTION            PIC X(01) VALUE SPACE.
000860 77  WS-MA-KEY               PIC X(20) VALUE SPACES.
000870 77  WS-MA-BEFORE            PIC X(80) VALUE SPACES.
000880 77  WS-MA-AFTER             PIC X(80) VALUE SPACES.
000881*----------------------------------------------------------------
000882* INCIDENT LOG CALL FIELDS
000883*----------------------------------------------------------------
000884 77  WS-IL-PROGRAM           PIC X(20) VALUE "EQUIV-MAINT".
000885 77  WS-IL-STEP              PIC X(08) VALUE SPACES.
000886 77  WS-IL-PARAGRAPH         PIC X(30) VALUE SPACES.
000887 77  WS-IL-SEVERITY          PIC X(01) VALUE SPACES.
000888 77  WS-IL-FILE-STATUS       PIC X(02) VALUE SPACES.
000889 77  WS-IL-MESSAGE           PIC X(60) VALUE SPACES.
000890*
000900 PROCEDURE DIVISION.
000910*================================================================
000920* 0000-MAINLINE
000930*================================================================
000940 0000-MAINLINE.
000950     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000960     PERFORM 2000-MENU-CYCLE THRU 2000-MENU-CYCLE-EXIT
000970         UNTIL NOT WS-CONTINUE-MAINT.
000980     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
000990     GOBACK.
001000*
001010 1000-INITIALIZE.
001020     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
001030     OPEN INPUT SESSION-FILE.
001040     IF WS-SESSION-STATUS = "00"
001050         READ SESSION-FILE
001060             AT END
001070                 CONTINUE
001080             NOT AT END
001090                 MOVE SESSION-OPERATOR-ID TO WS-OPERATOR-ID
001100         END-READ
001110         CLOSE SESSION-FILE
001120     END-IF.
001130     OPEN I-O EQUIV-MASTER.
001140     IF WS-MASTER-STATUS = "35"
001150         OPEN OUTPUT EQUIV-MASTER
001160         CLOSE EQUIV-MASTER
001170         OPEN I-O EQUIV-MASTER
001180     END-IF.
001190     IF WS-MASTER-STATUS NOT = "00" AND NOT = "05"
001200         DISPLAY "EQUIV-MAINT: UNABLE TO OPEN MASTER, "
001210             "STATUS = " WS-MASTER-STATUS
001211         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001212         MOVE "E" TO WS-IL-SEVERITY
001213         MOVE WS-MASTER-STATUS TO WS-IL-FILE-STATUS
001214         MOVE "UNABLE TO OPEN MASTER" TO WS-IL-MESSAGE
001215         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001220         MOVE "N" TO WS-CONTINUE-SW
001230     END-IF.
001240     IF WS-CONTINUE-MAINT
001250         OPEN INPUT COURSE-MASTER
001260         IF WS-COURSE-STATUS NOT = "00"
001270             DISPLAY "EQUIV-MAINT: UNABLE TO OPEN "
001280                 "courseMaster, STATUS = " WS-COURSE-STATUS
001281             MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001282             MOVE "E" TO WS-IL-SEVERITY
001283             MOVE WS-COURSE-STATUS TO WS-IL-FILE-STATUS
001284             MOVE "UNABLE TO OPEN courseMaster" TO WS-IL-MESSAGE
001285             PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001290             DISPLAY "EQUIV-MAINT: RUN COURSE-MAINT TO BUILD "
001300                 "THE CATALOG FIRST"
001310             MOVE "N" TO WS-CONTINUE-SW
001320         END-IF
001330     END-IF.
001340 1000-INITIALIZE-EXIT.
001350     EXIT.
001360*
001370 2000-MENU-CYCLE.
001380     DISPLAY "1 = ADD  2 = CHANGE  3 = DELETE  4 = LIST  "
001390         "5 = EXIT".
001400     DISPLAY "ENTER CHOICE: ".
001410     ACCEPT WS-MENU-CHOICE.
001420     EVALUATE TRUE
001430         WHEN WS-CHOICE-ADD
001440             PERFORM 3000-ADD-EQUIV THRU 3000-ADD-EQUIV-EXIT
001450         WHEN WS-CHOICE-CHANGE
001460             PERFORM 4000-CHANGE-EQUIV
001470                 THRU 4000-CHANGE-EQUIV-EXIT
001480         WHEN WS-CHOICE-DELETE
001490             PERFORM 5000-DELETE-EQUIV
001500                 THRU 5000-DELETE-EQUIV-EXIT
001510         WHEN WS-CHOICE-LIST
001520             PERFORM 6000-LIST-EQUIVS THRU 6000-LIST-EQUIVS-EXIT
001530         WHEN WS-CHOICE-EXIT
001540             MOVE "N" TO WS-CONTINUE-SW
001550         WHEN OTHER
001560             DISPLAY "INVALID CHOICE, TRY AGAIN"
001570     END-EVALUATE.
001580 2000-MENU-CYCLE-EXIT.
001590     EXIT.
001600*
001610 2100-ACCEPT-KEY.
001620     DISPLAY "ENTER OUTSIDE INSTITUTION CODE: ".
001630     ACCEPT WS-SEARCH-INSTITUTION.
001640     DISPLAY "ENTER OUTSIDE COURSE NUMBER: ".
001650     ACCEPT WS-SEARCH-COURSE.
001660     MOVE WS-SEARCH-INSTITUTION TO TEQ-INSTITUTION.
001670     MOVE WS-SEARCH-COURSE TO TEQ-OUTSIDE-COURSE.
001680 2100-ACCEPT-KEY-EXIT.
001690     EXIT.
001700*
001710 3000-ADD-EQUIV.
001720     PERFORM 2100-ACCEPT-KEY THRU 2100-ACCEPT-KEY-EXIT.
001730     IF WS-SEARCH-INSTITUTION = SPACES
001740             OR WS-SEARCH-COURSE = SPACES
001750         DISPLAY "ADD REJECTED, INSTITUTION AND COURSE NUMBER "
001760             "ARE BOTH REQUIRED"
001770         GO TO 3000-ADD-EQUIV-EXIT
001780     END-IF.
001790     MOVE SPACES TO TRANSFER-EQUIV-RECORD.
001800     MOVE WS-SEARCH-INSTITUTION TO TEQ-INSTITUTION.
001810     MOVE WS-SEARCH-COURSE TO TEQ-OUTSIDE-COURSE.
001820     PERFORM 7000-ACCEPT-RULING THRU 7000-ACCEPT-RULING-EXIT.
001830     IF NOT WS-RULING-IS-VALID
001840         DISPLAY "ADD REJECTED, BAD MATCH TYPE OR COURSE-ID"
001850         GO TO 3000-ADD-EQUIV-EXIT
001860     END-IF.
001870     WRITE TRANSFER-EQUIV-RECORD
001880         INVALID KEY
001890             DISPLAY "ADD FAILED, COURSE ALREADY ON FILE, "
001900                 "STATUS = " WS-MASTER-STATUS
001910         NOT INVALID KEY
001920             DISPLAY "EQUIVALENCY ADDED: " TEQ-INSTITUTION " "
001930                 TEQ-OUTSIDE-COURSE
001940             MOVE SPACES TO WS-MA-BEFORE
001950             MOVE TRANSFER-EQUIV-RECORD TO WS-MA-AFTER
001960             MOVE TEQ-KEY TO WS-MA-KEY
001970             MOVE "A" TO WS-MA-ACTION
001980             PERFORM 8500-WRITE-MAINT-AUDIT
001990                 THRU 8500-WRITE-MAINT-AUDIT-EXIT
002000     END-WRITE.
002010 3000-ADD-EQUIV-EXIT.
002020     EXIT.
002030*
002040 4000-CHANGE-EQUIV.
002050     PERFORM 2100-ACCEPT-KEY THRU 2100-ACCEPT-KEY-EXIT.
002060     READ EQUIV-MASTER
002070         INVALID KEY
002080             DISPLAY "NO EQUIVALENCY FOUND FOR "
002090                 WS-SEARCH-INSTITUTION " " WS-SEARCH-COURSE
002100         NOT INVALID KEY
002110             PERFORM 4100-APPLY-CHANGES
002120                 THRU 4100-APPLY-CHANGES-EXIT
002130     END-READ.
002140 4000-CHANGE-EQUIV-EXIT.
002150     EXIT.
002160*
002170*    A CHANGED RULING GOVERNS WORK POSTED FROM NOW ON - CREDIT
002180*    ALREADY POSTED UNDER THE OLD RULING STAYS AS POSTED
002190 4100-APPLY-CHANGES.
002200     MOVE TRANSFER-EQUIV-RECORD TO WS-MA-BEFORE.
002210     DISPLAY "CURRENT RULING: " TEQ-MATCH-TYPE " "
002220         TEQ-COURSE-ID " " TEQ-OUTSIDE-TITLE.
002230     DISPLAY "RE-ENTER THE FULL RULING".
002240     PERFORM 7000-ACCEPT-RULING THRU 7000-ACCEPT-RULING-EXIT.
002250     IF NOT WS-RULING-IS-VALID
002260         DISPLAY "CHANGE REJECTED, BAD MATCH TYPE OR COURSE-ID"
002270         GO TO 4100-APPLY-CHANGES-EXIT
002280     END-IF.
002290     REWRITE TRANSFER-EQUIV-RECORD
002300         INVALID KEY
002310             DISPLAY "CHANGE FAILED, STATUS = "
002320                 WS-MASTER-STATUS
002330         NOT INVALID KEY
002340             DISPLAY "EQUIVALENCY CHANGED: " TEQ-INSTITUTION " "
002350                 TEQ-OUTSIDE-COURSE
002360             MOVE TRANSFER-EQUIV-RECORD TO WS-MA-AFTER
002370             MOVE TEQ-KEY TO WS-MA-KEY
002380             MOVE "C" TO WS-MA-ACTION
002390             PERFORM 8500-WRITE-MAINT-AUDIT
002400                 THRU 8500-WRITE-MAINT-AUDIT-EXIT
002410     END-REWRITE.
002420 4100-APPLY-CHANGES-EXIT.
002430     EXIT.
002440*
002450 5000-DELETE-EQUIV.
002460     PERFORM 2100-ACCEPT-KEY THRU 2100-ACCEPT-KEY-EXIT.
002470     READ EQUIV-MASTER
002480         INVALID KEY
002490             DISPLAY "NO EQUIVALENCY FOUND FOR "
002500                 WS-SEARCH-INSTITUTION " " WS-SEARCH-COURSE
002510         NOT INVALID KEY
002520             MOVE TRANSFER-EQUIV-RECORD TO WS-MA-BEFORE
002530             DELETE EQUIV-MASTER RECORD
002540                 INVALID KEY
002550                     DISPLAY "DELETE FAILED, STATUS = "
002560                         WS-MASTER-STATUS
002570                 NOT INVALID KEY
002580                     DISPLAY "EQUIVALENCY DELETED: "
002590                         WS-SEARCH-INSTITUTION " "
002600                         WS-SEARCH-COURSE
002610                     MOVE SPACES TO WS-MA-AFTER
002620                     MOVE TEQ-KEY TO WS-MA-KEY
002630                     MOVE "D" TO WS-MA-ACTION
002640                     PERFORM 8500-WRITE-MAINT-AUDIT
002650                         THRU 8500-WRITE-MAINT-AUDIT-EXIT
002660             END-DELETE
002670     END-READ.
002680 5000-DELETE-EQUIV-EXIT.
002690     EXIT.
002700*
002710 6000-LIST-EQUIVS.
002720     MOVE "N" TO WS-LIST-EOF-SW.
002730     MOVE ZEROS TO WS-LIST-COUNT.
002740     MOVE LOW-VALUES TO TEQ-KEY.
002750     START EQUIV-MASTER KEY NOT LESS THAN TEQ-KEY
002760         INVALID KEY MOVE "Y" TO WS-LIST-EOF-SW
002770     END-START.
002780     PERFORM 6100-LIST-ONE-EQUIV THRU 6100-LIST-ONE-EQUIV-EXIT
002790         UNTIL WS-END-OF-LIST.
002800     DISPLAY "EQUIVALENCIES ON FILE: " WS-LIST-COUNT.
002810 6000-LIST-EQUIVS-EXIT.
002820     EXIT.
002830*
002840 6100-LIST-ONE-EQUIV.
002850     READ EQUIV-MASTER NEXT RECORD
002860         AT END
002870             MOVE "Y" TO WS-LIST-EOF-SW
002880         NOT AT END
002890             DISPLAY TEQ-INSTITUTION " " TEQ-OUTSIDE-COURSE " "
002900                 TEQ-MATCH-TYPE " " TEQ-COURSE-ID " "
002910                 TEQ-OUTSIDE-TITLE " " TEQ-EVALUATED-BY " "
002920                 TEQ-EVALUATED-DATE
002930             ADD 1 TO WS-LIST-COUNT
002940     END-READ.
002950 6100-LIST-ONE-EQUIV-EXIT.
002960     EXIT.
002970*
002980 7000-ACCEPT-RULING.
002990     MOVE "Y" TO WS-RULING-VALID-SW.
003000     DISPLAY "ENTER OUTSIDE COURSE TITLE: ".
003010     ACCEPT TEQ-OUTSIDE-TITLE.
003020     DISPLAY "ENTER MATCH TYPE (C = EQUIVALENT, E = ELECTIVE, "
003030         "N = NO CREDIT): ".
003040     ACCEPT TEQ-MATCH-TYPE.
003050     IF NOT TEQ-VALID-MATCH-TYPE
003060         DISPLAY "BAD MATCH TYPE '" TEQ-MATCH-TYPE "'"
003070         MOVE "N" TO WS-RULING-VALID-SW
003080         GO TO 7000-ACCEPT-RULING-EXIT
003090     END-IF.
003100     IF TEQ-NO-CREDIT
003110         MOVE SPACES TO TEQ-COURSE-ID
003120     ELSE
003130         DISPLAY "ENTER OUR COURSE-ID: "
003140         ACCEPT TEQ-COURSE-ID
003150         MOVE TEQ-COURSE-ID TO CRS-COURSE-ID
003160         READ COURSE-MASTER
003170             INVALID KEY
003180                 DISPLAY "COURSE NOT IN CATALOG: " TEQ-COURSE-ID
003190                 MOVE "N" TO WS-RULING-VALID-SW
003200         END-READ
003210     END-IF.
003220     MOVE WS-OPERATOR-ID TO TEQ-EVALUATED-BY.
003230     MOVE WS-SYSTEM-DATE TO TEQ-EVALUATED-DATE.
003240 7000-ACCEPT-RULING-EXIT.
003250     EXIT.
003260*
003270 8500-WRITE-MAINT-AUDIT.
003280     CALL "MAINT-AUDIT" USING WS-MA-FILE WS-MA-ACTION
003290         WS-MA-KEY WS-MA-BEFORE WS-MA-AFTER.
003300 8500-WRITE-MAINT-AUDIT-EXIT.
003310     EXIT.
003320*
003321 8900-LOG-INCIDENT.
003322     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
003323         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
003324         WS-IL-MESSAGE.
003325 8900-LOG-INCIDENT-EXIT.
003326     EXIT.
003327*
003330 9000-TERMINATE.
003340     IF WS-MASTER-STATUS = "00" OR = "05" OR = "10"
003350             OR = "22" OR = "23"
003360         CLOSE EQUIV-MASTER
003370     END-IF.
003380     IF WS-COURSE-STATUS = "00" OR = "23"
003390         CLOSE COURSE-MASTER
003400     END-IF.
003410 9000-TERMINATE-EXIT.
003420     EXIT.
003430*
003440 END PROGRAM EQUIV-MAINT.
