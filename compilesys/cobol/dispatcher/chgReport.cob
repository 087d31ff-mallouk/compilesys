000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CHG-REPORT.
000030 AUTHOR. REGISTRAR-SYSTEMS-GROUP.
000040 INSTALLATION. REGISTRARS-OFFICE.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED. 2026-10-14.
000070*================================================================
000080* MODIFICATION HISTORY
000090*   2026-10-14  RSG  INITIAL VERSION - DAILY DUAL-CONTROL CHANGE
000100*                    REPORT. FIRST EXPIRES EVERY PENDING CHANGE
000110*                    ON pendingChange OLDER THAN THE EXPIRY
000120*                    LIMIT, THEN LISTS EVERY CHANGE STILL
000130*                    PENDING AND EVERY CHANGE KEYED, APPROVED,
000140*                    REJECTED OR EXPIRED ON THE REPORT DATE,
000150*                    WITH THE MAKER AND CHECKER IDS, AND TOTALS
000160*                    BY STATUS. AGES USE 30/360 DAY COUNTING.
000170*                    PARM: POS 1-8  = REPORT DATE (DEFAULT
000180*                                     TODAY)
000190*                          POS 9-11 = EXPIRY DAYS (DEFAULT 5)
000200*                    (OR paramMaster STEP CHGRPT, WHICH
000210*                    CHG-APPROVE ALSO READS FOR THE LIMIT).
000220*================================================================
000230*
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT PENDING-CHANGE ASSIGN TO DISK
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS PCH-KEY
000320         FILE STATUS IS WS-PEND-STATUS.
000330     SELECT REPORT-FILE ASSIGN TO DISK
000340         ORGANIZATION IS LINE SEQUENTIAL.
000350     SELECT RUN-STATS-FILE ASSIGN TO DISK
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-STATS-STATUS.
000380*
000390 DATA DIVISION.
000400 FILE SECTION.
000410*
000420 FD  PENDING-CHANGE
000430     LABEL RECORDS ARE STANDARD
000440     VALUE OF FILE-ID IS "pendingChange".
000450     COPY "pendchg.cpy".
000460*
000470 FD  REPORT-FILE
000480     LABEL RECORDS ARE STANDARD
000490     VALUE OF FILE-ID IS "changeReport".
000500 01  RPT-LINE                    PIC X(132).
000510*
000520 FD  RUN-STATS-FILE
000530     LABEL RECORDS ARE STANDARD
000540     VALUE OF FILE-ID IS "runStats".
000550     COPY "runstat.cpy".
000560*
000570 WORKING-STORAGE SECTION.
000580*----------------------------------------------------------------
000590* PRINT LINE LAYOUTS
000600*----------------------------------------------------------------
000610 01  WS-HDR-1.
000620     05  FILLER                  PIC X(40) VALUE
000630         "DUAL-CONTROL MASTER CHANGES - REPORT OF ".
000640     05  HD1-REPORT-DATE         PIC X(08).
000650     05  FILLER                  PIC X(17) VALUE
000660         "   EXPIRE AFTER  ".
000670     05  HD1-EXPIRE-DAYS         PIC ZZ9.
000680     05  FILLER                  PIC X(05) VALUE " DAYS".
000690 01  WS-COLUMN-HDR.
000700     05  FILLER                  PIC X(18) VALUE "CHANGE ID".
000710     05  FILLER                  PIC X(11) VALUE "FILE".
000720     05  FILLER                  PIC X(08) VALUE "ACTION".
000730     05  FILLER                  PIC X(09) VALUE "KEY".
000740     05  FILLER                  PIC X(12) VALUE "MAKER".
000750     05  FILLER                  PIC X(10) VALUE "STATUS".
000760     05  FILLER                  PIC X(12) VALUE "CHECKER".
000770     05  FILLER                  PIC X(10) VALUE "ACTED".
000780     05  FILLER                  PIC X(04) VALUE "NOTE".
000790 01  WS-DETAIL-LINE.
000800     05  DTL-CHANGE-ID           PIC X(16).
000810     05  FILLER                  PIC X(02) VALUE SPACES.
000820     05  DTL-FILE                PIC X(09).
000830     05  FILLER                  PIC X(02) VALUE SPACES.
000840     05  DTL-ACTION              PIC X(06).
000850     05  FILLER                  PIC X(02) VALUE SPACES.
000860     05  DTL-RECORD-KEY          PIC X(07).
000870     05  FILLER                  PIC X(02) VALUE SPACES.
000880     05  DTL-MAKER-ID            PIC X(10).
000890     05  FILLER                  PIC X(02) VALUE SPACES.
000900     05  DTL-STATUS              PIC X(08).
000910     05  FILLER                  PIC X(02) VALUE SPACES.
000920     05  DTL-CHECKER-ID          PIC X(10).
000930     05  FILLER                  PIC X(02) VALUE SPACES.
000940     05  DTL-ACTED-DATE          PIC X(08).
000950     05  FILLER                  PIC X(02) VALUE SPACES.
000960     05  DTL-NOTE                PIC X(40).
000970 01  WS-TOTAL-LINE.
000980     05  TOT-LABEL               PIC X(16).
000990     05  TOT-COUNT               PIC ZZZZZ9.
001000 01  WS-EXPIRE-NOTE.
001010     05  FILLER                  PIC X(30) VALUE
001020         "EXPIRED - NOT ACTED ON WITHIN ".
001030     05  WS-EXN-DAYS             PIC ZZ9.
001040     05  FILLER                  PIC X(07) VALUE " DAYS".
001050*----------------------------------------------------------------
001060* PARM
001070*----------------------------------------------------------------
001080 01  WS-PARM.
001090     05  WS-PARM-REPORT-DATE     PIC X(08).
001100     05  WS-PARM-EXPIRE-DAYS     PIC X(03).
001110     05  FILLER                  PIC X(29).
001120 77  WS-PF-STEP                  PIC X(08) VALUE "CHGRPT".
001130 77  WS-PF-VALUE                 PIC X(40) VALUE SPACES.
001140 77  WS-PF-FOUND                 PIC X(01) VALUE "N".
001150*----------------------------------------------------------------
001160* CONTROL FIELDS
001170*----------------------------------------------------------------
001180 77  WS-PEND-STATUS              PIC X(02) VALUE "00".
001190 77  WS-STATS-STATUS             PIC X(02) VALUE "00".
001200 77  WS-PEND-EOF-SW              PIC X(01) VALUE "N".
001210     88  WS-END-OF-CHANGES           VALUE "Y".
001220 77  WS-PEND-OPENED-SW           PIC X(01) VALUE "N".
001230     88  WS-PEND-IS-OPENED           VALUE "Y".
001240 77  WS-REPORT-DATE              PIC X(08) VALUE SPACES.
001250 77  WS-SYSTEM-DATE              PIC 9(08) VALUE ZEROS.
001260 77  WS-SYSTEM-TIME              PIC 9(08) VALUE ZEROS.
001270 77  WS-EXPIRE-DAYS              PIC 9(03) VALUE 5.
001280 77  WS-AGE-DAYS                 PIC S9(07) VALUE ZEROS.
001290 77  WS-REPORT-DAY-NO            PIC 9(07) VALUE ZEROS.
001300 77  WS-WORK-DATE                PIC X(08) VALUE SPACES.
001310 77  WS-WORK-YYYY                PIC 9(04) VALUE ZEROS.
001320 77  WS-WORK-MM                  PIC 9(02) VALUE ZEROS.
001330 77  WS-WORK-DD                  PIC 9(02) VALUE ZEROS.
001340 77  WS-DAY-NO                   PIC 9(07) VALUE ZEROS.
001350 77  WS-RECORDS-READ             PIC 9(07) VALUE ZEROS.
001360 77  WS-RECORDS-LISTED           PIC 9(07) VALUE ZEROS.
001370 77  WS-PENDING-COUNT            PIC 9(06) VALUE ZEROS.
001380 77  WS-APPROVED-COUNT           PIC 9(06) VALUE ZEROS.
001390 77  WS-REJECTED-COUNT           PIC 9(06) VALUE ZEROS.
001400 77  WS-EXPIRED-COUNT            PIC 9(06) VALUE ZEROS.
001410 77  WS-NEWLY-EXPIRED            PIC 9(06) VALUE ZEROS.
001420*----------------------------------------------------------------
001430* INCIDENT LOG CALL FIELDS
001440*----------------------------------------------------------------
001450 77  WS-IL-PROGRAM               PIC X(20) VALUE "CHG-REPORT".
001460 77  WS-IL-STEP                  PIC X(08) VALUE "CHGRPT".
001470 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
001480 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
001490 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
001500 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
001510*
001520 PROCEDURE DIVISION.
001530*================================================================
001540* 0000-MAINLINE
001550*================================================================
001560 0000-MAINLINE.
001570     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001580     PERFORM 2000-REPORT-ONE-CHANGE
001590         THRU 2000-REPORT-ONE-CHANGE-EXIT
001600         UNTIL WS-END-OF-CHANGES.
001610     PERFORM 8000-WRITE-TOTALS THRU 8000-WRITE-TOTALS-EXIT.
001620     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001630     GOBACK.
001640*
001650 1000-INITIALIZE.
001660     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
001670     ACCEPT WS-SYSTEM-TIME FROM TIME.
001680     MOVE WS-SYSTEM-DATE TO WS-REPORT-DATE.
001690     ACCEPT WS-PARM FROM COMMAND-LINE.
001700     IF WS-PARM = SPACES
001710         CALL "PARM-FETCH" USING WS-PF-STEP WS-PF-VALUE
001720             WS-PF-FOUND
001730         IF WS-PF-FOUND = "Y"
001740             MOVE WS-PF-VALUE TO WS-PARM
001750             DISPLAY "CHG-REPORT: PARM TAKEN FROM "
001760                 "paramMaster: " WS-PF-VALUE
001770         END-IF
001780     END-IF.
001790     IF WS-PARM-REPORT-DATE NUMERIC
001800         MOVE WS-PARM-REPORT-DATE TO WS-REPORT-DATE
001810     END-IF.
001820     IF WS-PARM-EXPIRE-DAYS NUMERIC
001830         MOVE WS-PARM-EXPIRE-DAYS TO WS-EXPIRE-DAYS
001840     END-IF.
001850     MOVE WS-EXPIRE-DAYS TO WS-EXN-DAYS.
001860     MOVE WS-REPORT-DATE TO WS-WORK-DATE.
001870     PERFORM 7000-DATE-TO-DAY-NUMBER
001880         THRU 7000-DATE-TO-DAY-NUMBER-EXIT.
001890     MOVE WS-DAY-NO TO WS-REPORT-DAY-NO.
001900     OPEN OUTPUT REPORT-FILE.
001910     MOVE WS-REPORT-DATE TO HD1-REPORT-DATE.
001920     MOVE WS-EXPIRE-DAYS TO HD1-EXPIRE-DAYS.
001930     WRITE RPT-LINE FROM WS-HDR-1.
001940     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
001950     WRITE RPT-LINE FROM WS-COLUMN-HDR AFTER ADVANCING 1 LINE.
001960     OPEN I-O PENDING-CHANGE.
001970*    NO FILE YET SIMPLY MEANS NO CHANGE HAS EVER BEEN HELD
001980     IF WS-PEND-STATUS = "35"
001990         DISPLAY "CHG-REPORT: NO pendingChange FILE - NOTHING "
002000             "TO REPORT"
002010         MOVE "Y" TO WS-PEND-EOF-SW
002020         GO TO 1000-INITIALIZE-EXIT
002030     END-IF.
002040     IF WS-PEND-STATUS NOT = "00"
002050         DISPLAY "CHG-REPORT: CANNOT OPEN pendingChange, "
002060             "STATUS = " WS-PEND-STATUS
002070         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
002080         MOVE "E" TO WS-IL-SEVERITY
002090         MOVE WS-PEND-STATUS TO WS-IL-FILE-STATUS
002100         MOVE "CANNOT OPEN pendingChange" TO WS-IL-MESSAGE
002110         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
002120         MOVE "Y" TO WS-PEND-EOF-SW
002130         MOVE 4 TO RETURN-CODE
002140         GO TO 1000-INITIALIZE-EXIT
002150     END-IF.
002160     MOVE "Y" TO WS-PEND-OPENED-SW.
002170     MOVE LOW-VALUES TO PCH-KEY.
002180     START PENDING-CHANGE KEY NOT LESS THAN PCH-KEY
002190         INVALID KEY MOVE "Y" TO WS-PEND-EOF-SW
002200     END-START.
002210 1000-INITIALIZE-EXIT.
002220     EXIT.
002230*
002240*================================================================
002250* 2000-REPORT-ONE-CHANGE - A PENDING CHANGE PAST THE LIMIT IS
002260* EXPIRED FIRST, SO IT PRINTS AS EXPIRED TODAY. EVERY CHANGE
002270* STILL PENDING PRINTS; OTHERS PRINT ONLY WHEN KEYED OR ACTED ON
002280* ON THE REPORT DATE.
002290*================================================================
002300 2000-REPORT-ONE-CHANGE.
002310     READ PENDING-CHANGE NEXT RECORD
002320         AT END
002330             MOVE "Y" TO WS-PEND-EOF-SW
002340             GO TO 2000-REPORT-ONE-CHANGE-EXIT
002350     END-READ.
002360     ADD 1 TO WS-RECORDS-READ.
002370     IF PCH-PENDING
002380         PERFORM 2100-CHECK-EXPIRY THRU 2100-CHECK-EXPIRY-EXIT
002390     END-IF.
002400     IF NOT PCH-PENDING
002410             AND PCH-ACTED-DATE NOT = WS-REPORT-DATE
002420             AND PCH-MADE-DATE NOT = WS-REPORT-DATE
002430         GO TO 2000-REPORT-ONE-CHANGE-EXIT
002440     END-IF.
002450     MOVE PCH-KEY TO DTL-CHANGE-ID.
002460     EVALUATE TRUE
002470         WHEN PCH-FILE-BANK
002480             MOVE "BANK ACCT" TO DTL-FILE
002490         WHEN PCH-FILE-EMPLOYEE
002500             MOVE "PAY RATE" TO DTL-FILE
002510         WHEN PCH-FILE-DEDUCTION
002520             MOVE "GARNISH" TO DTL-FILE
002530         WHEN OTHER
002540             MOVE PCH-FILE TO DTL-FILE
002550     END-EVALUATE.
002560     IF PCH-ACTION-DELETE
002570         MOVE "DELETE" TO DTL-ACTION
002580     ELSE
002590         MOVE "CHANGE" TO DTL-ACTION
002600     END-IF.
002610     MOVE PCH-RECORD-KEY TO DTL-RECORD-KEY.
002620     MOVE PCH-MAKER-ID TO DTL-MAKER-ID.
002630     MOVE PCH-CHECKER-ID TO DTL-CHECKER-ID.
002640     MOVE PCH-ACTED-DATE TO DTL-ACTED-DATE.
002650     MOVE PCH-NOTE TO DTL-NOTE.
002660     EVALUATE TRUE
002670         WHEN PCH-PENDING
002680             MOVE "PENDING" TO DTL-STATUS
002690             ADD 1 TO WS-PENDING-COUNT
002700         WHEN PCH-APPROVED
002710             MOVE "APPROVED" TO DTL-STATUS
002720             ADD 1 TO WS-APPROVED-COUNT
002730         WHEN PCH-REJECTED
002740             MOVE "REJECTED" TO DTL-STATUS
002750             ADD 1 TO WS-REJECTED-COUNT
002760         WHEN PCH-EXPIRED
002770             MOVE "EXPIRED" TO DTL-STATUS
002780             ADD 1 TO WS-EXPIRED-COUNT
002790         WHEN OTHER
002800             MOVE PCH-STATUS TO DTL-STATUS
002810     END-EVALUATE.
002820     WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.
002830     ADD 1 TO WS-RECORDS-LISTED.
002840 2000-REPORT-ONE-CHANGE-EXIT.
002850     EXIT.
002860*
002870 2100-CHECK-EXPIRY.
002880     MOVE PCH-MADE-DATE TO WS-WORK-DATE.
002890     PERFORM 7000-DATE-TO-DAY-NUMBER
002900         THRU 7000-DATE-TO-DAY-NUMBER-EXIT.
002910     COMPUTE WS-AGE-DAYS = WS-REPORT-DAY-NO - WS-DAY-NO.
002920     IF WS-AGE-DAYS NOT > WS-EXPIRE-DAYS
002930         GO TO 2100-CHECK-EXPIRY-EXIT
002940     END-IF.
002950     MOVE "X" TO PCH-STATUS.
002960     MOVE SPACES TO PCH-CHECKER-ID.
002970     MOVE WS-REPORT-DATE TO PCH-ACTED-DATE.
002980     MOVE WS-SYSTEM-TIME TO PCH-ACTED-TIME.
002990     MOVE WS-EXPIRE-NOTE TO PCH-NOTE.
003000     REWRITE PENDING-CHANGE-RECORD
003010         INVALID KEY
003020             DISPLAY "CHG-REPORT: CANNOT EXPIRE " PCH-KEY
003030                 ", STATUS = " WS-PEND-STATUS
003040             MOVE "2100-CHECK-EXPIRY" TO WS-IL-PARAGRAPH
003050             MOVE "W" TO WS-IL-SEVERITY
003060             MOVE WS-PEND-STATUS TO WS-IL-FILE-STATUS
003070             MOVE "pendingChange EXPIRY NOT RECORDED"
003080                 TO WS-IL-MESSAGE
003090             PERFORM 8900-LOG-INCIDENT
003100                 THRU 8900-LOG-INCIDENT-EXIT
003110             GO TO 2100-CHECK-EXPIRY-EXIT
003120     END-REWRITE.
003130     ADD 1 TO WS-NEWLY-EXPIRED.
003140 2100-CHECK-EXPIRY-EXIT.
003150     EXIT.
003160*
003170 7000-DATE-TO-DAY-NUMBER.
003180*    30/360 COMMERCIAL DAY COUNT - THE SAME RULE AGED-AR USES
003190     IF WS-WORK-DATE NOT NUMERIC
003200         MOVE ZEROS TO WS-DAY-NO
003210         GO TO 7000-DATE-TO-DAY-NUMBER-EXIT
003220     END-IF.
003230     MOVE WS-WORK-DATE (1:4) TO WS-WORK-YYYY.
003240     MOVE WS-WORK-DATE (5:2) TO WS-WORK-MM.
003250     MOVE WS-WORK-DATE (7:2) TO WS-WORK-DD.
003260     COMPUTE WS-DAY-NO = (WS-WORK-YYYY * 360)
003270         + (WS-WORK-MM * 30) + WS-WORK-DD.
003280 7000-DATE-TO-DAY-NUMBER-EXIT.
003290     EXIT.
003300*
003310 8000-WRITE-TOTALS.
003320     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
003330     MOVE "PENDING:        " TO TOT-LABEL.
003340     MOVE WS-PENDING-COUNT TO TOT-COUNT.
003350     WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.
003360     MOVE "APPROVED:       " TO TOT-LABEL.
003370     MOVE WS-APPROVED-COUNT TO TOT-COUNT.
003380     WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.
003390     MOVE "REJECTED:       " TO TOT-LABEL.
003400     MOVE WS-REJECTED-COUNT TO TOT-COUNT.
003410     WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.
003420     MOVE "EXPIRED:        " TO TOT-LABEL.
003430     MOVE WS-EXPIRED-COUNT TO TOT-COUNT.
003440     WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.
003450     MOVE "  (THIS RUN)    " TO TOT-LABEL.
003460     MOVE WS-NEWLY-EXPIRED TO TOT-COUNT.
003470     WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.
003480     DISPLAY "CHG-REPORT: CHANGES PENDING = " WS-PENDING-COUNT.
003490     DISPLAY "CHG-REPORT: EXPIRED THIS RUN = " WS-NEWLY-EXPIRED.
003500 8000-WRITE-TOTALS-EXIT.
003510     EXIT.
003520*
003530 8900-LOG-INCIDENT.
003540     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
003550         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
003560         WS-IL-MESSAGE.
003570 8900-LOG-INCIDENT-EXIT.
003580     EXIT.
003590*
003600 9000-TERMINATE.
003610     IF WS-PEND-IS-OPENED
003620         CLOSE PENDING-CHANGE
003630     END-IF.
003640     CLOSE REPORT-FILE.
003650     PERFORM 9100-WRITE-RUN-STATS
003660         THRU 9100-WRITE-RUN-STATS-EXIT.
003670 9000-TERMINATE-EXIT.
003680     EXIT.
003690*
003700*    RECORDS OUT = CHANGES LISTED, REJECTS = CHANGES EXPIRED BY
003710*    THIS RUN, HASH = CHANGES STILL AWAITING A CHECKER
003720 9100-WRITE-RUN-STATS.
003730     OPEN EXTEND RUN-STATS-FILE.
003740     IF WS-STATS-STATUS = "35"
003750         OPEN OUTPUT RUN-STATS-FILE
003760     END-IF.
003770     IF WS-STATS-STATUS = "00"
003780         MOVE WS-REPORT-DATE TO RST-RUN-DATE
003790         MOVE "CHGRPT" TO RST-STEP-NAME
003800         MOVE WS-RECORDS-READ TO RST-RECORDS-IN
003810         MOVE WS-RECORDS-LISTED TO RST-RECORDS-OUT
003820         IF WS-NEWLY-EXPIRED > 99999
003830             MOVE 99999 TO RST-REJECTS
003840         ELSE
003850             MOVE WS-NEWLY-EXPIRED TO RST-REJECTS
003860         END-IF
003870         MOVE ZEROS TO RST-AMOUNT-TOTAL
003880         MOVE WS-PENDING-COUNT TO RST-HASH-TOTAL
003890         MOVE RETURN-CODE TO RST-RETURN-CODE
003900         WRITE RUN-STATS-RECORD
003910         CLOSE RUN-STATS-FILE
003920     ELSE
003930         DISPLAY "CHG-REPORT: CANNOT OPEN runStats, "
003940             "STATUS = " WS-STATS-STATUS
003950         MOVE "9100-WRITE-RUN-STATS" TO WS-IL-PARAGRAPH
003960         MOVE "W" TO WS-IL-SEVERITY
003970         MOVE WS-STATS-STATUS TO WS-IL-FILE-STATUS
003980         MOVE "CANNOT OPEN runStats" TO WS-IL-MESSAGE
003990         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
004000     END-IF.
004010 9100-WRITE-RUN-STATS-EXIT.
004020     EXIT.
004030*
004040 END PROGRAM CHG-REPORT.
