000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CHK-RECON.
000030 AUTHOR. REGISTRAR-SYSTEMS-GROUP.
000040 INSTALLATION. REGISTRARS-OFFICE.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED. 2026-10-14.
000070*================================================================
000080* MODIFICATION HISTORY
000090*   2026-10-14  RSG  INITIAL VERSION - CLEARED CHECK
000100*                    RECONCILIATION. READS THE BANK'S PAID
000110*                    ITEMS FILE (paidItems) AND MARKS EACH
000120*                    PAID CHECK CLEARED ON checkRegister.
000130*                    A CHECK PAID BUT NOT ON THE REGISTER,
000140*                    PAID FOR A DIFFERENT AMOUNT, PAID AFTER
000150*                    IT WAS VOIDED OR PAID TWICE IS NOT
000160*                    CLEARED AND IS LISTED ON
000170*                    checkReconExceptions INSTEAD, AS IS A
000180*                    TRAILER THAT DOES NOT PROVE TO THE
000190*                    DETAIL. ANY EXCEPTION ENDS WITH RC 4.
000192*   2026-10-14  RSG  OPEN FAILURES AND THE NIGHT'S EXCEPTION
000194*                    COUNT NOW RECORDED ON THE COMMON
000196*                    INCIDENT LOG.
000200*================================================================
000210*
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT PAID-ITEMS-FILE ASSIGN TO DISK
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS WS-PAID-STATUS.
000290     SELECT CHECK-REGISTER ASSIGN TO DISK
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS CHK-NUMBER
000330         FILE STATUS IS WS-CHECK-STATUS.
000340     SELECT REPORT-FILE ASSIGN TO DISK
000350         ORGANIZATION IS LINE SEQUENTIAL.
000360     SELECT RUN-STATS-FILE ASSIGN TO DISK
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-STATS-STATUS.
000390*
000400 DATA DIVISION.
000410 FILE SECTION.
000420*
000430*    BANK PAID ITEMS FORMAT - 80-BYTE RECORDS, SAME SHAPE AS
000440*    THE POSITIVE PAY FILE: H HEADER, D PER CHECK PAID,
000450*    T TRAILER WITH THE COUNT AND AMOUNT (IN CENTS) OF THE D'S
000460 FD  PAID-ITEMS-FILE
000470     LABEL RECORDS ARE STANDARD
000480     VALUE OF FILE-ID IS "paidItems".
000490 01  PAID-DETAIL-REC.
000500     05  PID-REC-TYPE            PIC X(01).
000510         88  PID-HEADER              VALUE "H".
000520         88  PID-DETAIL              VALUE "D".
000530         88  PID-TRAILER             VALUE "T".
000540     05  PID-ACCOUNT             PIC X(10).
000550     05  PID-CHECK-NUMBER        PIC 9(10).
000560     05  PID-CHECK-PARTS REDEFINES PID-CHECK-NUMBER.
000570         10  PID-CHECK-HIGH      PIC X(04).
000580         10  PID-CHECK-LOW       PIC X(06).
000590     05  PID-AMOUNT              PIC 9(08)V99.
000600     05  PID-PAID-DATE           PIC X(08).
000610     05  FILLER                  PIC X(41).
000620 01  PAID-TRAILER-REC.
000630     05  PIT-REC-TYPE            PIC X(01).
000640     05  PIT-ACCOUNT             PIC X(10).
000650     05  PIT-RECORD-COUNT        PIC 9(06).
000660     05  PIT-TOTAL-AMOUNT        PIC 9(10)V99.
000670     05  FILLER                  PIC X(51).
000680*
000690 FD  CHECK-REGISTER
000700     LABEL RECORDS ARE STANDARD
000710     VALUE OF FILE-ID IS "checkRegister".
000720     COPY "chkreg.cpy".
000730*
000740 FD  REPORT-FILE
000750     LABEL RECORDS ARE STANDARD
000760     VALUE OF FILE-ID IS "checkReconExceptions".
000770 01  RPT-LINE                    PIC X(90).
000780*
000790 FD  RUN-STATS-FILE
000800     LABEL RECORDS ARE STANDARD
000810     VALUE OF FILE-ID IS "runStats".
000820     COPY "runstat.cpy".
000830*
000840 WORKING-STORAGE SECTION.
000850*----------------------------------------------------------------
000860* PRINT LINE LAYOUTS
000870*----------------------------------------------------------------
000880 01  WS-HDR-1.
000890     05  FILLER                  PIC X(34) VALUE
000900         "CHECK RECONCILIATION EXCEPTIONS - ".
000910     05  HD1-RUN-DATE            PIC X(08).
000920 01  WS-COLUMN-HDR.
000930     05  FILLER                  PIC X(12) VALUE "CHECK".
000940     05  FILLER                  PIC X(10) VALUE "PAID ON".
000950     05  FILLER                  PIC X(14) VALUE "  BANK PAID".
000960     05  FILLER                  PIC X(13) VALUE " REGISTER".
000970     05  FILLER                  PIC X(04) VALUE "ST".
000980     05  FILLER                  PIC X(20) VALUE "REASON".
000990 01  WS-DETAIL-LINE.
001000     05  DTL-CHECK-NUMBER        PIC X(10).
001010     05  FILLER                  PIC X(02) VALUE SPACES.
001020     05  DTL-PAID-DATE           PIC X(08).
001030     05  FILLER                  PIC X(02) VALUE SPACES.
001040     05  DTL-PAID-AMOUNT         PIC ZZZZZZZ9.99.
001050     05  FILLER                  PIC X(02) VALUE SPACES.
001060     05  DTL-REG-AMOUNT          PIC -ZZZZZ9.99.
001070     05  FILLER                  PIC X(03) VALUE SPACES.
001080     05  DTL-REG-STATUS          PIC X(01).
001090     05  FILLER                  PIC X(03) VALUE SPACES.
001100     05  DTL-REASON              PIC X(30).
001110 01  WS-TOTAL-LINE.
001120     05  TOT-LABEL               PIC X(24).
001130     05  TOT-VALUE               PIC ZZZZZZZZZ9.99.
001140*----------------------------------------------------------------
001150* CONTROL FIELDS
001160*----------------------------------------------------------------
001170 77  WS-PAID-STATUS              PIC X(02) VALUE "00".
001180 77  WS-CHECK-STATUS             PIC X(02) VALUE "00".
001190 77  WS-STATS-STATUS             PIC X(02) VALUE "00".
001200 77  WS-PAID-EOF-SW              PIC X(01) VALUE "N".
001210     88  WS-END-OF-PAID              VALUE "Y".
001220 77  WS-RUN-STOPPED-SW           PIC X(01) VALUE "N".
001230     88  WS-RUN-STOPPED              VALUE "Y".
001240 77  WS-FILES-OPENED-SW          PIC X(01) VALUE "N".
001250     88  WS-FILES-ARE-OPENED         VALUE "Y".
001260 77  WS-TRAILER-SEEN-SW          PIC X(01) VALUE "N".
001270     88  WS-TRAILER-SEEN             VALUE "Y".
001280 77  WS-RECORDS-READ             PIC 9(07) VALUE ZEROS.
001290 77  WS-DETAIL-COUNT             PIC 9(06) VALUE ZEROS.
001300 77  WS-DETAIL-AMOUNT            PIC 9(10)V99 VALUE ZEROS.
001310 77  WS-CLEARED-COUNT            PIC 9(06) VALUE ZEROS.
001320 77  WS-CLEARED-DOLLARS          PIC S9(09) VALUE ZEROS.
001330 77  WS-EXCEPTION-COUNT          PIC 9(06) VALUE ZEROS.
001340 77  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
001350 77  WS-SYSTEM-DATE              PIC 9(08) VALUE ZEROS.
001360 77  WS-FL-FUNCTION              PIC X(01) VALUE SPACES.
001370 77  WS-FL-FILE-NAME             PIC X(14) VALUE SPACES.
001380 77  WS-FL-HOLDER                PIC X(08) VALUE "CHKRECON".
001390 77  WS-FL-REPLY                 PIC X(01) VALUE "Y".
001400 77  WS-FL-INFO                  PIC X(40) VALUE SPACES.
001410 77  WS-LOCK-HELD-SW             PIC X(01) VALUE "N".
001420     88  WS-LOCK-IS-HELD             VALUE "Y".
001421*----------------------------------------------------------------
001422* INCIDENT LOG CALL FIELDS
001423*----------------------------------------------------------------
001424 77  WS-IL-PROGRAM               PIC X(20) VALUE "CHK-RECON".
001425 77  WS-IL-STEP                  PIC X(08) VALUE "CHKRECON".
001426 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
001427 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
001428 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
001429 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
001430*
001440 PROCEDURE DIVISION.
001450*================================================================
001460* 0000-MAINLINE
001470*================================================================
001480 0000-MAINLINE.
001490     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001500     IF NOT WS-RUN-STOPPED
001510         PERFORM 2000-RECONCILE-ONE-ITEM
001520             THRU 2000-RECONCILE-ONE-ITEM-EXIT
001530             UNTIL WS-END-OF-PAID
001540         PERFORM 8000-WRITE-TOTALS THRU 8000-WRITE-TOTALS-EXIT
001550     END-IF.
001560     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001570     GOBACK.
001580*
001590*================================================================
001600* 1000-INITIALIZE - REGISTER LOCK, FILES, REPORT HEADINGS
001610*================================================================
001620 1000-INITIALIZE.
001630     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
001640     MOVE WS-SYSTEM-DATE TO WS-RUN-DATE.
001650     MOVE "A" TO WS-FL-FUNCTION.
001660     MOVE "checkRegister" TO WS-FL-FILE-NAME.
001670     CALL "FILE-LOCK" USING WS-FL-FUNCTION WS-FL-FILE-NAME
001680         WS-FL-HOLDER WS-FL-REPLY WS-FL-INFO.
001690     IF WS-FL-REPLY = "N"
001700         DISPLAY "CHK-RECON: checkRegister IS IN USE - "
001710             WS-FL-INFO
001720         DISPLAY "CHK-RECON: RUN STOPPED, NOTHING CLEARED"
001730         MOVE "Y" TO WS-RUN-STOPPED-SW
001740         MOVE 4 TO RETURN-CODE
001750         GO TO 1000-INITIALIZE-EXIT
001760     END-IF.
001770     MOVE "Y" TO WS-LOCK-HELD-SW.
001780     OPEN INPUT PAID-ITEMS-FILE.
001790     IF WS-PAID-STATUS NOT = "00"
001800         DISPLAY "CHK-RECON: CANNOT OPEN paidItems, STATUS = "
001810             WS-PAID-STATUS
001811         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001812         MOVE "E" TO WS-IL-SEVERITY
001813         MOVE WS-PAID-STATUS TO WS-IL-FILE-STATUS
001814         MOVE "CANNOT OPEN paidItems" TO WS-IL-MESSAGE
001815         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001820         MOVE "Y" TO WS-RUN-STOPPED-SW
001830         MOVE 4 TO RETURN-CODE
001840         GO TO 1000-INITIALIZE-EXIT
001850     END-IF.
001860     OPEN I-O CHECK-REGISTER.
001870     IF WS-CHECK-STATUS NOT = "00"
001880         DISPLAY "CHK-RECON: CANNOT OPEN checkRegister, "
001890             "STATUS = " WS-CHECK-STATUS
001891         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001892         MOVE "E" TO WS-IL-SEVERITY
001893         MOVE WS-CHECK-STATUS TO WS-IL-FILE-STATUS
001894         MOVE "CANNOT OPEN checkRegister" TO WS-IL-MESSAGE
001895         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001900         CLOSE PAID-ITEMS-FILE
001910         MOVE "Y" TO WS-RUN-STOPPED-SW
001920         MOVE 4 TO RETURN-CODE
001930         GO TO 1000-INITIALIZE-EXIT
001940     END-IF.
001950     MOVE "Y" TO WS-FILES-OPENED-SW.
001960     OPEN OUTPUT REPORT-FILE.
001970     MOVE WS-RUN-DATE TO HD1-RUN-DATE.
001980     WRITE RPT-LINE FROM WS-HDR-1.
001990     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
002000     WRITE RPT-LINE FROM WS-COLUMN-HDR AFTER ADVANCING 1 LINE.
002010 1000-INITIALIZE-EXIT.
002020     EXIT.
002030*
002040*================================================================
002050* 2000-RECONCILE-ONE-ITEM - ONE RECORD FROM THE BANK
002060*================================================================
002070 2000-RECONCILE-ONE-ITEM.
002080     READ PAID-ITEMS-FILE
002090         AT END
002100             MOVE "Y" TO WS-PAID-EOF-SW
002110             GO TO 2000-RECONCILE-ONE-ITEM-EXIT
002120     END-READ.
002130     ADD 1 TO WS-RECORDS-READ.
002140     IF PID-HEADER
002150         GO TO 2000-RECONCILE-ONE-ITEM-EXIT
002160     END-IF.
002170     IF PID-TRAILER
002180         PERFORM 4000-PROVE-TRAILER THRU 4000-PROVE-TRAILER-EXIT
002190         GO TO 2000-RECONCILE-ONE-ITEM-EXIT
002200     END-IF.
002210     MOVE PID-CHECK-NUMBER TO DTL-CHECK-NUMBER.
002220     MOVE PID-PAID-DATE TO DTL-PAID-DATE.
002230     MOVE ZEROS TO DTL-REG-AMOUNT.
002240     MOVE SPACE TO DTL-REG-STATUS.
002250     IF NOT PID-DETAIL
002260             OR PID-CHECK-NUMBER NOT NUMERIC
002270             OR PID-AMOUNT NOT NUMERIC
002280         MOVE ZEROS TO DTL-PAID-AMOUNT
002290         MOVE "BAD RECORD" TO DTL-REASON
002300         PERFORM 3000-WRITE-EXCEPTION
002310             THRU 3000-WRITE-EXCEPTION-EXIT
002320         GO TO 2000-RECONCILE-ONE-ITEM-EXIT
002330     END-IF.
002340     ADD 1 TO WS-DETAIL-COUNT.
002350     ADD PID-AMOUNT TO WS-DETAIL-AMOUNT.
002360     MOVE PID-AMOUNT TO DTL-PAID-AMOUNT.
002370*    OUR CHECK NUMBERS ARE SIX DIGITS - ANYTHING LARGER, AND
002380*    THE CONTROL RECORD, CANNOT BE ONE OF OURS
002390     IF PID-CHECK-HIGH NOT = "0000"
002400             OR PID-CHECK-LOW = "000000"
002410         MOVE "NOT ON REGISTER" TO DTL-REASON
002420         PERFORM 3000-WRITE-EXCEPTION
002430             THRU 3000-WRITE-EXCEPTION-EXIT
002440         GO TO 2000-RECONCILE-ONE-ITEM-EXIT
002450     END-IF.
002460     MOVE PID-CHECK-LOW TO CHK-NUMBER.
002470     READ CHECK-REGISTER
002480         INVALID KEY
002490             MOVE "NOT ON REGISTER" TO DTL-REASON
002500             PERFORM 3000-WRITE-EXCEPTION
002510                 THRU 3000-WRITE-EXCEPTION-EXIT
002520             GO TO 2000-RECONCILE-ONE-ITEM-EXIT
002530     END-READ.
002540     MOVE CHK-AMOUNT TO DTL-REG-AMOUNT.
002550     MOVE CHK-STATUS TO DTL-REG-STATUS.
002560     IF CHK-VOID OR CHK-REISSUED
002570         MOVE "PAID AFTER VOID" TO DTL-REASON
002580         PERFORM 3000-WRITE-EXCEPTION
002590             THRU 3000-WRITE-EXCEPTION-EXIT
002600         GO TO 2000-RECONCILE-ONE-ITEM-EXIT
002610     END-IF.
002620     IF NOT CHK-OUTSTANDING
002630         MOVE "ALREADY CLEARED" TO DTL-REASON
002640         MOVE CHK-CLEARED-DATE TO DTL-REASON (17:8)
002650         PERFORM 3000-WRITE-EXCEPTION
002660             THRU 3000-WRITE-EXCEPTION-EXIT
002670         GO TO 2000-RECONCILE-ONE-ITEM-EXIT
002680     END-IF.
002690     IF PID-AMOUNT NOT = CHK-AMOUNT
002700         MOVE "AMOUNT MISMATCH" TO DTL-REASON
002710         PERFORM 3000-WRITE-EXCEPTION
002720             THRU 3000-WRITE-EXCEPTION-EXIT
002730         GO TO 2000-RECONCILE-ONE-ITEM-EXIT
002740     END-IF.
002750     IF PID-PAID-DATE NOT NUMERIC
002760         MOVE WS-RUN-DATE TO CHK-CLEARED-DATE
002770     ELSE
002780         MOVE PID-PAID-DATE TO CHK-CLEARED-DATE
002790     END-IF.
002800     REWRITE CHECK-REGISTER-RECORD
002810         INVALID KEY
002820             MOVE "REGISTER NOT UPDATED" TO DTL-REASON
002830             PERFORM 3000-WRITE-EXCEPTION
002840                 THRU 3000-WRITE-EXCEPTION-EXIT
002850             GO TO 2000-RECONCILE-ONE-ITEM-EXIT
002860     END-REWRITE.
002870     ADD 1 TO WS-CLEARED-COUNT.
002880     ADD CHK-AMOUNT TO WS-CLEARED-DOLLARS.
002890 2000-RECONCILE-ONE-ITEM-EXIT.
002900     EXIT.
002910*
002920 3000-WRITE-EXCEPTION.
002930     WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.
002940     ADD 1 TO WS-EXCEPTION-COUNT.
002950     MOVE 4 TO RETURN-CODE.
002960 3000-WRITE-EXCEPTION-EXIT.
002970     EXIT.
002980*
002990*================================================================
003000* 4000-PROVE-TRAILER - THE BANK'S COUNT AND AMOUNT MUST AGREE
003010* WITH THE DETAIL RECORDS RECEIVED
003020*================================================================
003030 4000-PROVE-TRAILER.
003040     MOVE "Y" TO WS-TRAILER-SEEN-SW.
003050     IF PIT-RECORD-COUNT = WS-DETAIL-COUNT
003060             AND PIT-TOTAL-AMOUNT = WS-DETAIL-AMOUNT
003070         GO TO 4000-PROVE-TRAILER-EXIT
003080     END-IF.
003090     MOVE SPACES TO DTL-CHECK-NUMBER DTL-PAID-DATE.
003100     MOVE ZEROS TO DTL-REG-AMOUNT.
003110     MOVE SPACE TO DTL-REG-STATUS.
003120     IF PIT-TOTAL-AMOUNT NUMERIC
003130         MOVE PIT-TOTAL-AMOUNT TO DTL-PAID-AMOUNT
003140     ELSE
003150         MOVE ZEROS TO DTL-PAID-AMOUNT
003160     END-IF.
003170     MOVE "TRAILER OUT OF BALANCE" TO DTL-REASON.
003180     PERFORM 3000-WRITE-EXCEPTION THRU 3000-WRITE-EXCEPTION-EXIT.
003190 4000-PROVE-TRAILER-EXIT.
003200     EXIT.
003210*
003220 8000-WRITE-TOTALS.
003230     IF NOT WS-TRAILER-SEEN
003240         MOVE SPACES TO DTL-CHECK-NUMBER DTL-PAID-DATE
003250         MOVE ZEROS TO DTL-PAID-AMOUNT DTL-REG-AMOUNT
003260         MOVE SPACE TO DTL-REG-STATUS
003270         MOVE "NO TRAILER RECEIVED" TO DTL-REASON
003280         PERFORM 3000-WRITE-EXCEPTION
003290             THRU 3000-WRITE-EXCEPTION-EXIT
003300     END-IF.
003310     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
003320     MOVE "ITEMS PAID BY BANK:     " TO TOT-LABEL.
003330     MOVE WS-DETAIL-COUNT TO TOT-VALUE.
003340     WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.
003350     MOVE "AMOUNT PAID BY BANK:    " TO TOT-LABEL.
003360     MOVE WS-DETAIL-AMOUNT TO TOT-VALUE.
003370     WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.
003380     MOVE "CHECKS CLEARED:         " TO TOT-LABEL.
003390     MOVE WS-CLEARED-COUNT TO TOT-VALUE.
003400     WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.
003410     MOVE "AMOUNT CLEARED:         " TO TOT-LABEL.
003420     MOVE WS-CLEARED-DOLLARS TO TOT-VALUE.
003430     WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.
003440     MOVE "EXCEPTIONS:             " TO TOT-LABEL.
003450     MOVE WS-EXCEPTION-COUNT TO TOT-VALUE.
003460     WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.
003470     DISPLAY "CHK-RECON: ITEMS PAID     = " WS-DETAIL-COUNT.
003480     DISPLAY "CHK-RECON: CHECKS CLEARED = " WS-CLEARED-COUNT.
003490     DISPLAY "CHK-RECON: EXCEPTIONS     = " WS-EXCEPTION-COUNT.
003491     IF WS-EXCEPTION-COUNT > ZERO
003492         MOVE "8000-WRITE-TOTALS" TO WS-IL-PARAGRAPH
003493         MOVE "W" TO WS-IL-SEVERITY
003494         MOVE SPACES TO WS-IL-FILE-STATUS
003495         MOVE SPACES TO WS-IL-MESSAGE
003496         STRING WS-EXCEPTION-COUNT " RECONCILIATION EXCEPTIONS - "
003497             "SEE checkReconExceptions"
003498             DELIMITED BY SIZE INTO WS-IL-MESSAGE
003499         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
003500     END-IF.
003501 8000-WRITE-TOTALS-EXIT.
003510     EXIT.
003520*
003530*================================================================
003540* 9000-TERMINATE
003550*================================================================
003551 8900-LOG-INCIDENT.
003552     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
003553         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
003554         WS-IL-MESSAGE.
003555 8900-LOG-INCIDENT-EXIT.
003556     EXIT.
003557*
003560 9000-TERMINATE.
003570     PERFORM 9100-WRITE-RUN-STATS
003580         THRU 9100-WRITE-RUN-STATS-EXIT.
003590     IF WS-FILES-ARE-OPENED
003600         CLOSE PAID-ITEMS-FILE CHECK-REGISTER REPORT-FILE
003610     END-IF.
003620     IF WS-LOCK-IS-HELD
003630         MOVE "R" TO WS-FL-FUNCTION
003640         MOVE "checkRegister" TO WS-FL-FILE-NAME
003650         CALL "FILE-LOCK" USING WS-FL-FUNCTION
003660             WS-FL-FILE-NAME WS-FL-HOLDER
003670             WS-FL-REPLY WS-FL-INFO
003680     END-IF.
003690 9000-TERMINATE-EXIT.
003700     EXIT.
003710*
003720 9100-WRITE-RUN-STATS.
003730     OPEN EXTEND RUN-STATS-FILE.
003740     IF WS-STATS-STATUS = "35"
003750         OPEN OUTPUT RUN-STATS-FILE
003760     END-IF.
003770     IF WS-STATS-STATUS = "00"
003780         MOVE WS-RUN-DATE TO RST-RUN-DATE
003790         MOVE "CHKRECON" TO RST-STEP-NAME
003800         MOVE WS-RECORDS-READ TO RST-RECORDS-IN
003810         MOVE WS-CLEARED-COUNT TO RST-RECORDS-OUT
003820         MOVE WS-EXCEPTION-COUNT TO RST-REJECTS
003830         MOVE WS-CLEARED-DOLLARS TO RST-AMOUNT-TOTAL
003840         MOVE WS-DETAIL-COUNT TO RST-HASH-TOTAL
003850         MOVE RETURN-CODE TO RST-RETURN-CODE
003860         WRITE RUN-STATS-RECORD
003870         CLOSE RUN-STATS-FILE
003880     ELSE
003890         DISPLAY "CHK-RECON: CANNOT OPEN runStats, STATUS = "
003900             WS-STATS-STATUS
003901         MOVE "9100-WRITE-RUN-STATS" TO WS-IL-PARAGRAPH
003902         MOVE "W" TO WS-IL-SEVERITY
003903         MOVE WS-STATS-STATUS TO WS-IL-FILE-STATUS
003904         MOVE "CANNOT OPEN runStats" TO WS-IL-MESSAGE
003905         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
003910     END-IF.
003920 9100-WRITE-RUN-STATS-EXIT.
003930     EXIT.
003940*
003950 END PROGRAM CHK-RECON.
