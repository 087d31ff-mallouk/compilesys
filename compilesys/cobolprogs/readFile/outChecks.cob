000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. OUT-CHECKS.
000030 AUTHOR. REGISTRAR-SYSTEMS-GROUP.
000040 INSTALLATION. REGISTRARS-OFFICE.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED. 2026-10-14.
000070*================================================================
000080* MODIFICATION HISTORY
000090*   2026-10-14  RSG  INITIAL VERSION - OUTSTANDING CHECKS
000100*                    REPORT. EVERY ISSUED CHECK ON
000110*                    checkRegister THE BANK HAS NOT YET PAID
000120*                    IS AGED FROM ITS ISSUE DATE INTO 0-30/
000130*                    31-60/61-90/91-180/OVER-180 DAY BUCKETS
000140*                    USING 30/360 DAY COUNTING, AS AGED-AR
000150*                    DOES. A CHECK OLDER THAN THE STALE-DATE
000160*                    LIMIT IS FLAGGED FOR ESCHEAT REVIEW.
000170*                    PARM: POS 1-8  = AS-OF DATE (DEFAULT
000180*                                     TODAY)
000190*                          POS 9-11 = STALE DAYS (DEFAULT 180)
000200*                    (OR paramMaster STEP OUTCHKS).
000202*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000204*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000210*================================================================
000220*
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT CHECK-REGISTER ASSIGN TO DISK
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS SEQUENTIAL
000300         RECORD KEY IS CHK-NUMBER
000310         FILE STATUS IS WS-CHECK-STATUS.
000320     SELECT REPORT-FILE ASSIGN TO DISK
000330         ORGANIZATION IS LINE SEQUENTIAL.
000340*
000350 DATA DIVISION.
000360 FILE SECTION.
000370*
000380 FD  CHECK-REGISTER
000390     LABEL RECORDS ARE STANDARD
000400     VALUE OF FILE-ID IS "checkRegister".
000410     COPY "chkreg.cpy".
000420*
000430 FD  REPORT-FILE
000440     LABEL RECORDS ARE STANDARD
000450     VALUE OF FILE-ID IS "outstandingChecks".
000460 01  RPT-LINE                    PIC X(90).
000470*
000480 WORKING-STORAGE SECTION.
000490*----------------------------------------------------------------
000500* PRINT LINE LAYOUTS
000510*----------------------------------------------------------------
000520 01  WS-HDR-1.
000530     05  FILLER                  PIC X(36) VALUE
000540         "OUTSTANDING CHECKS REPORT - AS OF   ".
000550     05  HD1-AS-OF-DATE          PIC X(08).
000560     05  FILLER                  PIC X(16) VALUE
000570         "   STALE AFTER  ".
000580     05  HD1-STALE-DAYS          PIC ZZ9.
000590     05  FILLER                  PIC X(05) VALUE " DAYS".
000600 01  WS-COLUMN-HDR.
000610     05  FILLER                  PIC X(08) VALUE "CHECK".
000620     05  FILLER                  PIC X(06) VALUE "ID".
000630     05  FILLER                  PIC X(27) VALUE "PAYEE".
000640     05  FILLER                  PIC X(10) VALUE "ISSUED".
000650     05  FILLER                  PIC X(10) VALUE "    AMOUNT".
000660     05  FILLER                  PIC X(07) VALUE "  DAYS".
000670     05  FILLER                  PIC X(09) VALUE "BUCKET".
000680 01  WS-DETAIL-LINE.
000690     05  DTL-CHECK-NUMBER        PIC X(06).
000700     05  FILLER                  PIC X(02) VALUE SPACES.
000710     05  DTL-EMP-ID              PIC X(04).
000720     05  FILLER                  PIC X(02) VALUE SPACES.
000730     05  DTL-EMP-NAME            PIC X(25).
000740     05  FILLER                  PIC X(02) VALUE SPACES.
000750     05  DTL-ISSUE-DATE          PIC X(08).
000760     05  FILLER                  PIC X(02) VALUE SPACES.
000770     05  DTL-AMOUNT              PIC -ZZZZZ9.
000780     05  FILLER                  PIC X(02) VALUE SPACES.
000790     05  DTL-AGE-DAYS            PIC ZZZZ9.
000800     05  FILLER                  PIC X(02) VALUE SPACES.
000810     05  DTL-BUCKET              PIC X(08).
000820     05  FILLER                  PIC X(01) VALUE SPACES.
000830     05  DTL-STALE-FLAG          PIC X(22).
000840 01  WS-BUCKET-LINE.
000850     05  BKT-LABEL               PIC X(16).
000860     05  BKT-COUNT               PIC ZZZZZ9.
000870     05  FILLER                  PIC X(02) VALUE SPACES.
000880     05  BKT-AMOUNT              PIC -ZZZZZZZZ9.
000890*----------------------------------------------------------------
000900* PARM
000910*----------------------------------------------------------------
000920 01  WS-PARM.
000930     05  WS-PARM-AS-OF-DATE      PIC X(08).
000940     05  WS-PARM-STALE-DAYS      PIC X(03).
000950     05  FILLER                  PIC X(29).
000960 77  WS-PF-STEP                  PIC X(08) VALUE "OUTCHKS".
000970 77  WS-PF-VALUE                 PIC X(40) VALUE SPACES.
000980 77  WS-PF-FOUND                 PIC X(01) VALUE "N".
000990*----------------------------------------------------------------
001000* CONTROL FIELDS
001010*----------------------------------------------------------------
001020 77  WS-CHECK-STATUS             PIC X(02) VALUE "00".
001030 77  WS-CHECK-EOF-SW             PIC X(01) VALUE "N".
001040     88  WS-END-OF-CHECKS            VALUE "Y".
001050 77  WS-AS-OF-DATE               PIC X(08) VALUE SPACES.
001060 77  WS-SYSTEM-DATE              PIC 9(08) VALUE ZEROS.
001070 77  WS-STALE-DAYS               PIC 9(03) VALUE 180.
001080 77  WS-AGE-DAYS                 PIC S9(07) VALUE ZEROS.
001090 77  WS-AS-OF-DAY-NO             PIC 9(07) VALUE ZEROS.
001100 77  WS-ISSUE-DAY-NO             PIC 9(07) VALUE ZEROS.
001110 77  WS-WORK-DATE                PIC X(08) VALUE SPACES.
001120 77  WS-WORK-YYYY                PIC 9(04) VALUE ZEROS.
001130 77  WS-WORK-MM                  PIC 9(02) VALUE ZEROS.
001140 77  WS-WORK-DD                  PIC 9(02) VALUE ZEROS.
001150 77  WS-DAY-NO                   PIC 9(07) VALUE ZEROS.
001160 77  WS-COUNT-0-30               PIC 9(06) VALUE ZEROS.
001170 77  WS-COUNT-31-60              PIC 9(06) VALUE ZEROS.
001180 77  WS-COUNT-61-90              PIC 9(06) VALUE ZEROS.
001190 77  WS-COUNT-91-180             PIC 9(06) VALUE ZEROS.
001200 77  WS-COUNT-OVER-180           PIC 9(06) VALUE ZEROS.
001210 77  WS-BUCKET-0-30              PIC S9(09) VALUE ZEROS.
001220 77  WS-BUCKET-31-60             PIC S9(09) VALUE ZEROS.
001230 77  WS-BUCKET-61-90             PIC S9(09) VALUE ZEROS.
001240 77  WS-BUCKET-91-180            PIC S9(09) VALUE ZEROS.
001250 77  WS-BUCKET-OVER-180          PIC S9(09) VALUE ZEROS.
001260 77  WS-OPEN-COUNT               PIC 9(06) VALUE ZEROS.
001270 77  WS-OPEN-AMOUNT              PIC S9(09) VALUE ZEROS.
001280 77  WS-STALE-COUNT              PIC 9(06) VALUE ZEROS.
001290 77  WS-STALE-AMOUNT             PIC S9(09) VALUE ZEROS.
001291*----------------------------------------------------------------
001292* INCIDENT LOG CALL FIELDS
001293*----------------------------------------------------------------
001294 77  WS-IL-PROGRAM               PIC X(20) VALUE "OUT-CHECKS".
001295 77  WS-IL-STEP                  PIC X(08) VALUE "OUTCHKS".
001296 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
001297 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
001298 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
001299 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
001300*
001310 PROCEDURE DIVISION.
001320*================================================================
001330* 0000-MAINLINE
001340*================================================================
001350 0000-MAINLINE.
001360     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001370     PERFORM 2000-AGE-ONE-CHECK
001380         THRU 2000-AGE-ONE-CHECK-EXIT
001390         UNTIL WS-END-OF-CHECKS.
001400     PERFORM 8000-WRITE-BUCKETS THRU 8000-WRITE-BUCKETS-EXIT.
001410     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001420     GOBACK.
001430*
001440 1000-INITIALIZE.
001450     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
001460     MOVE WS-SYSTEM-DATE TO WS-AS-OF-DATE.
001470     ACCEPT WS-PARM FROM COMMAND-LINE.
001480     IF WS-PARM = SPACES
001490         CALL "PARM-FETCH" USING WS-PF-STEP WS-PF-VALUE
001500             WS-PF-FOUND
001510         IF WS-PF-FOUND = "Y"
001520             MOVE WS-PF-VALUE TO WS-PARM
001530             DISPLAY "OUT-CHECKS: PARM TAKEN FROM "
001540                 "paramMaster: " WS-PF-VALUE
001550         END-IF
001560     END-IF.
001570     IF WS-PARM-AS-OF-DATE NUMERIC
001580         MOVE WS-PARM-AS-OF-DATE TO WS-AS-OF-DATE
001590     END-IF.
001600     IF WS-PARM-STALE-DAYS NUMERIC
001610         MOVE WS-PARM-STALE-DAYS TO WS-STALE-DAYS
001620     END-IF.
001630     MOVE WS-AS-OF-DATE TO WS-WORK-DATE.
001640     PERFORM 7000-DATE-TO-DAY-NUMBER
001650         THRU 7000-DATE-TO-DAY-NUMBER-EXIT.
001660     MOVE WS-DAY-NO TO WS-AS-OF-DAY-NO.
001670     OPEN INPUT CHECK-REGISTER.
001680     IF WS-CHECK-STATUS NOT = "00"
001690         DISPLAY "OUT-CHECKS: CANNOT OPEN checkRegister, "
001700             "STATUS = " WS-CHECK-STATUS
001701         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001702         MOVE "E" TO WS-IL-SEVERITY
001703         MOVE WS-CHECK-STATUS TO WS-IL-FILE-STATUS
001704         MOVE "CANNOT OPEN checkRegister" TO WS-IL-MESSAGE
001705         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001710         MOVE "Y" TO WS-CHECK-EOF-SW
001720         MOVE 4 TO RETURN-CODE
001730     END-IF.
001740     OPEN OUTPUT REPORT-FILE.
001750     MOVE WS-AS-OF-DATE TO HD1-AS-OF-DATE.
001760     MOVE WS-STALE-DAYS TO HD1-STALE-DAYS.
001770     WRITE RPT-LINE FROM WS-HDR-1.
001780     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
001790     WRITE RPT-LINE FROM WS-COLUMN-HDR AFTER ADVANCING 1 LINE.
001800 1000-INITIALIZE-EXIT.
001810     EXIT.
001820*
001830*================================================================
001840* 2000-AGE-ONE-CHECK - ONLY ISSUED CHECKS NOT YET CLEARED ARE
001850* OUTSTANDING; VOIDED AND REISSUED ONES ARE NOT
001860*================================================================
001870 2000-AGE-ONE-CHECK.
001880     READ CHECK-REGISTER NEXT RECORD
001890         AT END
001900             MOVE "Y" TO WS-CHECK-EOF-SW
001910             GO TO 2000-AGE-ONE-CHECK-EXIT
001920     END-READ.
001930     IF CHK-NUMBER = "000000"
001940         GO TO 2000-AGE-ONE-CHECK-EXIT
001950     END-IF.
001960     IF NOT CHK-ISSUED OR NOT CHK-OUTSTANDING
001970         GO TO 2000-AGE-ONE-CHECK-EXIT
001980     END-IF.
001990     ADD 1 TO WS-OPEN-COUNT.
002000     ADD CHK-AMOUNT TO WS-OPEN-AMOUNT.
002010     MOVE CHK-ISSUE-DATE TO WS-WORK-DATE.
002020     PERFORM 7000-DATE-TO-DAY-NUMBER
002030         THRU 7000-DATE-TO-DAY-NUMBER-EXIT.
002040     MOVE WS-DAY-NO TO WS-ISSUE-DAY-NO.
002050     COMPUTE WS-AGE-DAYS = WS-AS-OF-DAY-NO - WS-ISSUE-DAY-NO.
002060     IF WS-AGE-DAYS < ZEROS
002070         MOVE ZEROS TO WS-AGE-DAYS
002080     END-IF.
002090     MOVE CHK-NUMBER TO DTL-CHECK-NUMBER.
002100     MOVE CHK-EMP-ID TO DTL-EMP-ID.
002110     MOVE CHK-EMP-NAME TO DTL-EMP-NAME.
002120     MOVE CHK-ISSUE-DATE TO DTL-ISSUE-DATE.
002130     MOVE CHK-AMOUNT TO DTL-AMOUNT.
002140     MOVE WS-AGE-DAYS TO DTL-AGE-DAYS.
002150     EVALUATE TRUE
002160         WHEN WS-AGE-DAYS NOT > 30
002170             MOVE "0-30" TO DTL-BUCKET
002180             ADD 1 TO WS-COUNT-0-30
002190             ADD CHK-AMOUNT TO WS-BUCKET-0-30
002200         WHEN WS-AGE-DAYS NOT > 60
002210             MOVE "31-60" TO DTL-BUCKET
002220             ADD 1 TO WS-COUNT-31-60
002230             ADD CHK-AMOUNT TO WS-BUCKET-31-60
002240         WHEN WS-AGE-DAYS NOT > 90
002250             MOVE "61-90" TO DTL-BUCKET
002260             ADD 1 TO WS-COUNT-61-90
002270             ADD CHK-AMOUNT TO WS-BUCKET-61-90
002280         WHEN WS-AGE-DAYS NOT > 180
002290             MOVE "91-180" TO DTL-BUCKET
002300             ADD 1 TO WS-COUNT-91-180
002310             ADD CHK-AMOUNT TO WS-BUCKET-91-180
002320         WHEN OTHER
002330             MOVE "OVER 180" TO DTL-BUCKET
002340             ADD 1 TO WS-COUNT-OVER-180
002350             ADD CHK-AMOUNT TO WS-BUCKET-OVER-180
002360     END-EVALUATE.
002370     IF WS-AGE-DAYS > WS-STALE-DAYS
002380         MOVE "STALE - ESCHEAT REVIEW" TO DTL-STALE-FLAG
002390         ADD 1 TO WS-STALE-COUNT
002400         ADD CHK-AMOUNT TO WS-STALE-AMOUNT
002410     ELSE
002420         MOVE SPACES TO DTL-STALE-FLAG
002430     END-IF.
002440     WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.
002450 2000-AGE-ONE-CHECK-EXIT.
002460     EXIT.
002470*
002480 7000-DATE-TO-DAY-NUMBER.
002490*    30/360 COMMERCIAL DAY COUNT - THE SAME RULE AGED-AR USES
002500     IF WS-WORK-DATE NOT NUMERIC
002510         MOVE ZEROS TO WS-DAY-NO
002520         GO TO 7000-DATE-TO-DAY-NUMBER-EXIT
002530     END-IF.
002540     MOVE WS-WORK-DATE (1:4) TO WS-WORK-YYYY.
002550     MOVE WS-WORK-DATE (5:2) TO WS-WORK-MM.
002560     MOVE WS-WORK-DATE (7:2) TO WS-WORK-DD.
002570     COMPUTE WS-DAY-NO = (WS-WORK-YYYY * 360)
002580         + (WS-WORK-MM * 30) + WS-WORK-DD.
002590 7000-DATE-TO-DAY-NUMBER-EXIT.
002600     EXIT.
002610*
002620 8000-WRITE-BUCKETS.
002630     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
002640     MOVE "DAYS 0-30:      " TO BKT-LABEL.
002650     MOVE WS-COUNT-0-30 TO BKT-COUNT.
002660     MOVE WS-BUCKET-0-30 TO BKT-AMOUNT.
002670     WRITE RPT-LINE FROM WS-BUCKET-LINE AFTER ADVANCING 1 LINE.
002680     MOVE "DAYS 31-60:     " TO BKT-LABEL.
002690     MOVE WS-COUNT-31-60 TO BKT-COUNT.
002700     MOVE WS-BUCKET-31-60 TO BKT-AMOUNT.
002710     WRITE RPT-LINE FROM WS-BUCKET-LINE AFTER ADVANCING 1 LINE.
002720     MOVE "DAYS 61-90:     " TO BKT-LABEL.
002730     MOVE WS-COUNT-61-90 TO BKT-COUNT.
002740     MOVE WS-BUCKET-61-90 TO BKT-AMOUNT.
002750     WRITE RPT-LINE FROM WS-BUCKET-LINE AFTER ADVANCING 1 LINE.
002760     MOVE "DAYS 91-180:    " TO BKT-LABEL.
002770     MOVE WS-COUNT-91-180 TO BKT-COUNT.
002780     MOVE WS-BUCKET-91-180 TO BKT-AMOUNT.
002790     WRITE RPT-LINE FROM WS-BUCKET-LINE AFTER ADVANCING 1 LINE.
002800     MOVE "OVER 180 DAYS:  " TO BKT-LABEL.
002810     MOVE WS-COUNT-OVER-180 TO BKT-COUNT.
002820     MOVE WS-BUCKET-OVER-180 TO BKT-AMOUNT.
002830     WRITE RPT-LINE FROM WS-BUCKET-LINE AFTER ADVANCING 1 LINE.
002840     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
002850     MOVE "TOTAL OPEN:     " TO BKT-LABEL.
002860     MOVE WS-OPEN-COUNT TO BKT-COUNT.
002870     MOVE WS-OPEN-AMOUNT TO BKT-AMOUNT.
002880     WRITE RPT-LINE FROM WS-BUCKET-LINE AFTER ADVANCING 1 LINE.
002890     MOVE "STALE-DATED:    " TO BKT-LABEL.
002900     MOVE WS-STALE-COUNT TO BKT-COUNT.
002910     MOVE WS-STALE-AMOUNT TO BKT-AMOUNT.
002920     WRITE RPT-LINE FROM WS-BUCKET-LINE AFTER ADVANCING 1 LINE.
002930     DISPLAY "OUT-CHECKS: OUTSTANDING CHECKS = " WS-OPEN-COUNT.
002940     DISPLAY "OUT-CHECKS: STALE-DATED CHECKS = " WS-STALE-COUNT.
002950 8000-WRITE-BUCKETS-EXIT.
002960     EXIT.
002970*
002971 8900-LOG-INCIDENT.
002972     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
002973         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
002974         WS-IL-MESSAGE.
002975 8900-LOG-INCIDENT-EXIT.
002976     EXIT.
002977*
002980 9000-TERMINATE.
002990     IF WS-CHECK-STATUS = "00" OR = "10"
003000         CLOSE CHECK-REGISTER
003010     END-IF.
003020     CLOSE REPORT-FILE.
003030 9000-TERMINATE-EXIT.
003040     EXIT.
003050*
003060 END PROGRAM OUT-CHECKS.
