000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. POS-PAY.
000030 AUTHOR. REGISTRAR-SYSTEMS-GROUP.
000040 INSTALLATION. REGISTRARS-OFFICE.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED. 2026-10-14.
000070*================================================================
000080* MODIFICATION HISTORY
000090*   2026-10-14  RSG  INITIAL VERSION - POSITIVE PAY EXPORT.
000100*                    AFTER EACH CHECK RUN, EVERY CHECK ON
000110*                    checkRegister THE BANK HAS NOT YET BEEN
000120*                    TOLD ABOUT IS WRITTEN TO positivePay IN
000130*                    THE BANK'S FIXED FORMAT - NEWLY ISSUED
000140*                    CHECKS AS ISSUES, VOIDED AND REISSUED
000150*                    ONES AS VOIDS - FOLLOWED BY A COUNT AND
000160*                    AMOUNT TRAILER. EACH CHECK SENT IS MARKED
000170*                    ON THE REGISTER SO IT GOES ONLY ONCE.
000180*                    PARM: POS 1-10 = ISSUING ACCOUNT NUMBER
000190*                    (OR paramMaster STEP POSPAY).
000192*   2026-10-14  RSG  OPEN FAILURES AND A CHECK NOT MARKED
000194*                    SENT NOW RECORDED ON THE COMMON
000196*                    INCIDENT LOG.
000200*================================================================
000210*
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT CHECK-REGISTER ASSIGN TO DISK
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS DYNAMIC
000290         RECORD KEY IS CHK-NUMBER
000300         FILE STATUS IS WS-CHECK-STATUS.
000310     SELECT POS-PAY-FILE ASSIGN TO DISK
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-PP-STATUS.
000340     SELECT RUN-STATS-FILE ASSIGN TO DISK
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-STATS-STATUS.
000370*
000380 DATA DIVISION.
000390 FILE SECTION.
000400*
000410 FD  CHECK-REGISTER
000420     LABEL RECORDS ARE STANDARD
000430     VALUE OF FILE-ID IS "checkRegister".
000440     COPY "chkreg.cpy".
000450*
000460*    BANK POSITIVE PAY FORMAT - 80-BYTE RECORDS, AMOUNTS IN
000470*    CENTS WITH NO DECIMAL POINT, CHECK NUMBER ZERO-FILLED
000480 FD  POS-PAY-FILE
000490     LABEL RECORDS ARE STANDARD
000500     VALUE OF FILE-ID IS "positivePay".
000510 01  PP-HEADER-REC.
000520     05  PPH-REC-TYPE            PIC X(01).
000530     05  PPH-ACCOUNT             PIC X(10).
000540     05  PPH-FILE-DATE           PIC X(08).
000550     05  PPH-FILE-TIME           PIC X(06).
000560     05  FILLER                  PIC X(55).
000570 01  PP-DETAIL-REC.
000580     05  PPD-REC-TYPE            PIC X(01).
000590     05  PPD-ACCOUNT             PIC X(10).
000600     05  PPD-CHECK-NUMBER        PIC 9(10).
000610     05  PPD-AMOUNT              PIC 9(08)V99.
000620     05  PPD-ISSUE-DATE          PIC X(08).
000630     05  PPD-ISSUE-VOID          PIC X(01).
000640     05  PPD-PAYEE-NAME          PIC X(25).
000650     05  FILLER                  PIC X(15).
000660 01  PP-TRAILER-REC.
000670     05  PPT-REC-TYPE            PIC X(01).
000680     05  PPT-ACCOUNT             PIC X(10).
000690     05  PPT-RECORD-COUNT        PIC 9(06).
000700     05  PPT-TOTAL-AMOUNT        PIC 9(10)V99.
000710     05  PPT-ISSUE-COUNT         PIC 9(06).
000720     05  PPT-VOID-COUNT          PIC 9(06).
000730     05  FILLER                  PIC X(39).
000740*
000750 FD  RUN-STATS-FILE
000760     LABEL RECORDS ARE STANDARD
000770     VALUE OF FILE-ID IS "runStats".
000780     COPY "runstat.cpy".
000790*
000800 WORKING-STORAGE SECTION.
000810*----------------------------------------------------------------
000820* PARM
000830*----------------------------------------------------------------
000840 01  WS-PARM.
000850     05  WS-PARM-ACCOUNT         PIC X(10).
000860     05  FILLER                  PIC X(30).
000870 77  WS-PF-STEP                  PIC X(08) VALUE "POSPAY".
000880 77  WS-PF-VALUE                 PIC X(40) VALUE SPACES.
000890 77  WS-PF-FOUND                 PIC X(01) VALUE "N".
000900*----------------------------------------------------------------
000910* CONTROL FIELDS
000920*----------------------------------------------------------------
000930 77  WS-CHECK-STATUS             PIC X(02) VALUE "00".
000940 77  WS-PP-STATUS                PIC X(02) VALUE "00".
000950 77  WS-STATS-STATUS             PIC X(02) VALUE "00".
000960 77  WS-CHECK-EOF-SW             PIC X(01) VALUE "N".
000970     88  WS-END-OF-CHECKS            VALUE "Y".
000980 77  WS-RUN-STOPPED-SW           PIC X(01) VALUE "N".
000990     88  WS-RUN-STOPPED              VALUE "Y".
001000 77  WS-CHECK-OPENED-SW          PIC X(01) VALUE "N".
001010     88  WS-CHECK-IS-OPENED          VALUE "Y".
001020 77  WS-SEND-TYPE                PIC X(01) VALUE SPACE.
001030 77  WS-CHECKS-READ              PIC 9(07) VALUE ZEROS.
001040 77  WS-DETAIL-COUNT             PIC 9(06) VALUE ZEROS.
001050 77  WS-ISSUE-COUNT              PIC 9(06) VALUE ZEROS.
001060 77  WS-VOID-COUNT               PIC 9(06) VALUE ZEROS.
001070 77  WS-TOTAL-AMOUNT             PIC 9(10)V99 VALUE ZEROS.
001080 77  WS-TOTAL-DOLLARS            PIC S9(09) VALUE ZEROS.
001090 77  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
001100 77  WS-SYSTEM-DATE              PIC 9(08) VALUE ZEROS.
001110 77  WS-SYSTEM-TIME              PIC 9(08) VALUE ZEROS.
001120 77  WS-FL-FUNCTION              PIC X(01) VALUE SPACES.
001130 77  WS-FL-FILE-NAME             PIC X(14) VALUE SPACES.
001140 77  WS-FL-HOLDER                PIC X(08) VALUE "POSPAY".
001150 77  WS-FL-REPLY                 PIC X(01) VALUE "Y".
001160 77  WS-FL-INFO                  PIC X(40) VALUE SPACES.
001170 77  WS-LOCK-HELD-SW             PIC X(01) VALUE "N".
001180     88  WS-LOCK-IS-HELD             VALUE "Y".
001181*----------------------------------------------------------------
001182* INCIDENT LOG CALL FIELDS
001183*----------------------------------------------------------------
001184 77  WS-IL-PROGRAM               PIC X(20) VALUE "POS-PAY".
001185 77  WS-IL-STEP                  PIC X(08) VALUE "POSPAY".
001186 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
001187 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
001188 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
001189 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
001190*
001200 PROCEDURE DIVISION.
001210*================================================================
001220* 0000-MAINLINE
001230*================================================================
001240 0000-MAINLINE.
001250     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001260     IF NOT WS-RUN-STOPPED
001270         PERFORM 2000-EXPORT-ONE-CHECK
001280             THRU 2000-EXPORT-ONE-CHECK-EXIT
001290             UNTIL WS-END-OF-CHECKS
001300         PERFORM 3000-WRITE-TRAILER THRU 3000-WRITE-TRAILER-EXIT
001310     END-IF.
001320     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001330     GOBACK.
001340*
001350*================================================================
001360* 1000-INITIALIZE - ACCOUNT NUMBER, REGISTER LOCK, HEADER
001370*================================================================
001380 1000-INITIALIZE.
001390     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
001400     MOVE WS-SYSTEM-DATE TO WS-RUN-DATE.
001410     ACCEPT WS-SYSTEM-TIME FROM TIME.
001420     ACCEPT WS-PARM FROM COMMAND-LINE.
001430     IF WS-PARM = SPACES
001440         CALL "PARM-FETCH" USING WS-PF-STEP WS-PF-VALUE
001450             WS-PF-FOUND
001460         IF WS-PF-FOUND = "Y"
001470             MOVE WS-PF-VALUE TO WS-PARM
001480             DISPLAY "POS-PAY: PARM TAKEN FROM "
001490                 "paramMaster: " WS-PF-VALUE
001500         END-IF
001510     END-IF.
001520     IF WS-PARM-ACCOUNT = SPACES
001530             OR WS-PARM-ACCOUNT NOT NUMERIC
001540         DISPLAY "POS-PAY: PARM MUST BE THE 10-DIGIT ISSUING "
001550             "ACCOUNT NUMBER - RUN STOPPED"
001560         MOVE "Y" TO WS-RUN-STOPPED-SW
001570         MOVE 8 TO RETURN-CODE
001580         GO TO 1000-INITIALIZE-EXIT
001590     END-IF.
001600*    THE PAYROLL PASS, STU-REFUND AND CHECK-MAINT ALL WRITE
001610*    THE REGISTER - NONE MAY BE MID-RUN WHILE IT IS EXPORTED
001620     MOVE "A" TO WS-FL-FUNCTION.
001630     MOVE "checkRegister" TO WS-FL-FILE-NAME.
001640     CALL "FILE-LOCK" USING WS-FL-FUNCTION WS-FL-FILE-NAME
001650         WS-FL-HOLDER WS-FL-REPLY WS-FL-INFO.
001660     IF WS-FL-REPLY = "N"
001670         DISPLAY "POS-PAY: checkRegister IS IN USE - "
001680             WS-FL-INFO
001690         DISPLAY "POS-PAY: RUN STOPPED, NOTHING SENT"
001700         MOVE "Y" TO WS-RUN-STOPPED-SW
001710         MOVE 4 TO RETURN-CODE
001720         GO TO 1000-INITIALIZE-EXIT
001730     END-IF.
001740     MOVE "Y" TO WS-LOCK-HELD-SW.
001750     OPEN I-O CHECK-REGISTER.
001760     IF WS-CHECK-STATUS NOT = "00"
001770         DISPLAY "POS-PAY: CANNOT OPEN checkRegister, "
001780             "STATUS = " WS-CHECK-STATUS
001781         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001782         MOVE "E" TO WS-IL-SEVERITY
001783         MOVE WS-CHECK-STATUS TO WS-IL-FILE-STATUS
001784         MOVE "CANNOT OPEN checkRegister" TO WS-IL-MESSAGE
001785         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001790         MOVE "Y" TO WS-RUN-STOPPED-SW
001800         MOVE 4 TO RETURN-CODE
001810         GO TO 1000-INITIALIZE-EXIT
001820     END-IF.
001830     MOVE "Y" TO WS-CHECK-OPENED-SW.
001840     OPEN OUTPUT POS-PAY-FILE.
001850     MOVE SPACES TO PP-HEADER-REC.
001860     MOVE "H" TO PPH-REC-TYPE.
001870     MOVE WS-PARM-ACCOUNT TO PPH-ACCOUNT.
001880     MOVE WS-RUN-DATE TO PPH-FILE-DATE.
001890     MOVE WS-SYSTEM-TIME (1:6) TO PPH-FILE-TIME.
001900     WRITE PP-HEADER-REC.
001910     MOVE LOW-VALUES TO CHK-NUMBER.
001920     START CHECK-REGISTER KEY NOT LESS THAN CHK-NUMBER
001930         INVALID KEY MOVE "Y" TO WS-CHECK-EOF-SW
001940     END-START.
001950 1000-INITIALIZE-EXIT.
001960     EXIT.
001970*
001980*================================================================
001990* 2000-EXPORT-ONE-CHECK - AN ISSUED CHECK NOT YET SENT GOES AS
002000* AN ISSUE; A VOIDED OR REISSUED CHECK NOT YET SENT AS A VOID
002010* GOES AS A VOID (EVEN IF ITS ISSUE WAS NEVER SENT, SO THE
002020* BANK WILL REFUSE IT EITHER WAY)
002030*================================================================
002040 2000-EXPORT-ONE-CHECK.
002050     READ CHECK-REGISTER NEXT RECORD
002060         AT END
002070             MOVE "Y" TO WS-CHECK-EOF-SW
002080             GO TO 2000-EXPORT-ONE-CHECK-EXIT
002090     END-READ.
002100     IF CHK-NUMBER = "000000"
002110         GO TO 2000-EXPORT-ONE-CHECK-EXIT
002120     END-IF.
002130     ADD 1 TO WS-CHECKS-READ.
002140     MOVE SPACE TO WS-SEND-TYPE.
002150     IF CHK-ISSUED AND CHK-PP-NOT-SENT
002160         MOVE "I" TO WS-SEND-TYPE
002170     END-IF.
002180     IF (CHK-VOID OR CHK-REISSUED) AND NOT CHK-PP-VOID-SENT
002190         MOVE "V" TO WS-SEND-TYPE
002200     END-IF.
002210     IF WS-SEND-TYPE = SPACE
002220         GO TO 2000-EXPORT-ONE-CHECK-EXIT
002230     END-IF.
002240     MOVE SPACES TO PP-DETAIL-REC.
002250     MOVE "D" TO PPD-REC-TYPE.
002260     MOVE WS-PARM-ACCOUNT TO PPD-ACCOUNT.
002270     MOVE CHK-NUMBER TO PPD-CHECK-NUMBER.
002280     MOVE CHK-AMOUNT TO PPD-AMOUNT.
002290     MOVE CHK-ISSUE-DATE TO PPD-ISSUE-DATE.
002300     MOVE WS-SEND-TYPE TO PPD-ISSUE-VOID.
002310     MOVE CHK-EMP-NAME TO PPD-PAYEE-NAME.
002320     WRITE PP-DETAIL-REC.
002330     ADD 1 TO WS-DETAIL-COUNT.
002340     ADD PPD-AMOUNT TO WS-TOTAL-AMOUNT.
002350     ADD CHK-AMOUNT TO WS-TOTAL-DOLLARS.
002360     IF WS-SEND-TYPE = "I"
002370         ADD 1 TO WS-ISSUE-COUNT
002380     ELSE
002390         ADD 1 TO WS-VOID-COUNT
002400     END-IF.
002410     MOVE WS-SEND-TYPE TO CHK-PP-SENT-STATUS.
002420     REWRITE CHECK-REGISTER-RECORD
002430         INVALID KEY
002440             DISPLAY "POS-PAY: CHECK " CHK-NUMBER
002450                 " NOT MARKED SENT, STATUS = " WS-CHECK-STATUS
002451             MOVE "2000-EXPORT-ONE-CHECK" TO WS-IL-PARAGRAPH
002452             MOVE "E" TO WS-IL-SEVERITY
002453             MOVE WS-CHECK-STATUS TO WS-IL-FILE-STATUS
002454             MOVE SPACES TO WS-IL-MESSAGE
002455             STRING "CHECK " CHK-NUMBER " NOT MARKED SENT"
002456                 DELIMITED BY SIZE INTO WS-IL-MESSAGE
002457             PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
002460             MOVE 4 TO RETURN-CODE
002470     END-REWRITE.
002480 2000-EXPORT-ONE-CHECK-EXIT.
002490     EXIT.
002500*
002510*================================================================
002520* 3000-WRITE-TRAILER - COUNT AND AMOUNT FOR THE BANK'S PROOF
002530*================================================================
002540 3000-WRITE-TRAILER.
002550     MOVE SPACES TO PP-TRAILER-REC.
002560     MOVE "T" TO PPT-REC-TYPE.
002570     MOVE WS-PARM-ACCOUNT TO PPT-ACCOUNT.
002580     MOVE WS-DETAIL-COUNT TO PPT-RECORD-COUNT.
002590     MOVE WS-TOTAL-AMOUNT TO PPT-TOTAL-AMOUNT.
002600     MOVE WS-ISSUE-COUNT TO PPT-ISSUE-COUNT.
002610     MOVE WS-VOID-COUNT TO PPT-VOID-COUNT.
002620     WRITE PP-TRAILER-REC.
002630     DISPLAY "POS-PAY: CHECKS ON REGISTER   = " WS-CHECKS-READ.
002640     DISPLAY "POS-PAY: ISSUES SENT          = " WS-ISSUE-COUNT.
002650     DISPLAY "POS-PAY: VOIDS SENT           = " WS-VOID-COUNT.
002660     DISPLAY "POS-PAY: TOTAL AMOUNT (CENTS) = " WS-TOTAL-AMOUNT.
002670 3000-WRITE-TRAILER-EXIT.
002680     EXIT.
002690*
002700*================================================================
002710* 9000-TERMINATE
002720*================================================================
002721 8900-LOG-INCIDENT.
002722     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
002723         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
002724         WS-IL-MESSAGE.
002725 8900-LOG-INCIDENT-EXIT.
002726     EXIT.
002727*
002730 9000-TERMINATE.
002740     PERFORM 9100-WRITE-RUN-STATS
002750         THRU 9100-WRITE-RUN-STATS-EXIT.
002760     IF WS-CHECK-IS-OPENED
002770         CLOSE CHECK-REGISTER POS-PAY-FILE
002780     END-IF.
002790     IF WS-LOCK-IS-HELD
002800         MOVE "R" TO WS-FL-FUNCTION
002810         MOVE "checkRegister" TO WS-FL-FILE-NAME
002820         CALL "FILE-LOCK" USING WS-FL-FUNCTION
002830             WS-FL-FILE-NAME WS-FL-HOLDER
002840             WS-FL-REPLY WS-FL-INFO
002850     END-IF.
002860 9000-TERMINATE-EXIT.
002870     EXIT.
002880*
002890 9100-WRITE-RUN-STATS.
002900     OPEN EXTEND RUN-STATS-FILE.
002910     IF WS-STATS-STATUS = "35"
002920         OPEN OUTPUT RUN-STATS-FILE
002930     END-IF.
002940     IF WS-STATS-STATUS = "00"
002950         MOVE WS-RUN-DATE TO RST-RUN-DATE
002960         MOVE "POSPAY" TO RST-STEP-NAME
002970         MOVE WS-CHECKS-READ TO RST-RECORDS-IN
002980         MOVE WS-DETAIL-COUNT TO RST-RECORDS-OUT
002990         MOVE ZEROS TO RST-REJECTS
003000         MOVE WS-TOTAL-DOLLARS TO RST-AMOUNT-TOTAL
003010         MOVE WS-DETAIL-COUNT TO RST-HASH-TOTAL
003020         MOVE RETURN-CODE TO RST-RETURN-CODE
003030         WRITE RUN-STATS-RECORD
003040         CLOSE RUN-STATS-FILE
003050     ELSE
003060         DISPLAY "POS-PAY: CANNOT OPEN runStats, STATUS = "
003070             WS-STATS-STATUS
003071         MOVE "9100-WRITE-RUN-STATS" TO WS-IL-PARAGRAPH
003072         MOVE "W" TO WS-IL-SEVERITY
003073         MOVE WS-STATS-STATUS TO WS-IL-FILE-STATUS
003074         MOVE "CANNOT OPEN runStats" TO WS-IL-MESSAGE
003075         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
003080     END-IF.
003090 9100-WRITE-RUN-STATS-EXIT.
003100     EXIT.
003110*
003120 END PROGRAM POS-PAY.
