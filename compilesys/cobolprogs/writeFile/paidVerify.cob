000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PAID-VERIFY.
000030 AUTHOR. REGISTRAR-SYSTEMS-GROUP.
000040 INSTALLATION. REGISTRARS-OFFICE.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED. 2026-10-14.
000070*================================================================
000080* MODIFICATION HISTORY
000090*   2026-10-14  RSG  INITIAL VERSION - PROVES THE paidRegister
000100*                    THE PAYROLL PASS READS FOR ITS DOUBLE-PAY
000110*                    CHECK AGAINST THE payrollAudit TRAIL IT IS
000120*                    POSTED ALONGSIDE. THE TRAIL (ON OR AFTER
000130*                    THE FROM-DATE IN THE PARM) IS SORTED BY
000140*                    BUSINESS DATE AND EMPLOYEE, SUMMED PER
000150*                    DATE AND EMPLOYEE, AND MATCHED AGAINST
000160*                    THE REGISTER; EVERY ENTRY THAT DIFFERS OR
000170*                    IS ON ONE SIDE ONLY IS REPORTED. WITH THE
000180*                    "B" PARM AND A SUPERVISOR SIGN-ON THE
000190*                    REGISTER IS BUILT FROM THE TRAIL INSTEAD
000200*                    (THE FIRST LOAD, OR A RELOAD AFTER A BAD
000210*                    VERIFY), WITH CONTROL TOTALS PROVED AFTER.
000220*                    PARM: POS 1 = MODE (V/B), POS 2-9 =
000230*                    FROM-DATE YYYYMMDD (BLANK FOR ALL).
000240*================================================================
000250*
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT AUDIT-FILE ASSIGN TO DISK
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-AUDIT-STATUS.
000330     SELECT PAID-REGISTER ASSIGN TO DISK
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS PRG-KEY
000370         FILE STATUS IS WS-PAID-STATUS.
000380     SELECT SESSION-FILE ASSIGN TO DISK
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-SESSION-STATUS.
000410     SELECT SORT-WORK-FILE ASSIGN TO DISK.
000420     SELECT REPORT-FILE ASSIGN TO DISK
000430         ORGANIZATION IS LINE SEQUENTIAL.
000440*
000450 DATA DIVISION.
000460 FILE SECTION.
000470*
000480 FD  AUDIT-FILE
000490     LABEL RECORDS ARE STANDARD
000500     VALUE OF FILE-ID IS "payrollAudit".
000510 01  AUDIT-REC.
000520     05  AUDIT-RUN-DATE          PIC X(08).
000530     05  AUDIT-RUN-TIME          PIC X(08).
000540     05  AUDIT-EMP-ID            PIC X(04).
000550     05  AUDIT-SALARY            PIC S9(05).
000560     05  AUDIT-FICA              PIC S9(05).
000570     05  AUDIT-STATE-TAX         PIC S9(06).
000580     05  AUDIT-FEDERAL-TAX       PIC S9(06).
000590     05  AUDIT-NET-PAY           PIC S9(06).
000600     05  AUDIT-REC-TYPE          PIC X(01).
000610     05  AUDIT-REASON-CODE       PIC X(03).
000620     05  AUDIT-IMPUTED           PIC 9(05).
000630*
000640 FD  PAID-REGISTER
000650     LABEL RECORDS ARE STANDARD
000660     VALUE OF FILE-ID IS "paidRegister".
000670     COPY "paidreg.cpy".
000680*
000690 FD  SESSION-FILE
000700     LABEL RECORDS ARE STANDARD
000710     VALUE OF FILE-ID IS "signonSession".
000720 01  SESSION-REC.
000730     05  SESSION-OPERATOR-ID     PIC X(10).
000740     05  SESSION-AUTH-LEVEL      PIC 9(01).
000750*
000760 SD  SORT-WORK-FILE.
000770 01  SORT-REC.
000780     05  SRT-KEY.
000790         10  SRT-RUN-DATE        PIC X(08).
000800         10  SRT-EMP-ID          PIC X(04).
000810     05  SRT-RUN-TIME            PIC X(08).
000820     05  SRT-REC-TYPE            PIC X(01).
000830     05  SRT-NET-PAY             PIC S9(06).
000840     05  SRT-IMPUTED             PIC 9(05).
000850*
000860 FD  REPORT-FILE
000870     LABEL RECORDS ARE STANDARD
000880     VALUE OF FILE-ID IS "paidVerifyReport".
000890 01  RPT-LINE                    PIC X(100).
000900*
000910 WORKING-STORAGE SECTION.
000920*----------------------------------------------------------------
000930* PRINT LINE LAYOUTS
000940*----------------------------------------------------------------
000950 01  WS-HDR-1.
000960     05  FILLER                  PIC X(33) VALUE
000970         "PAID REGISTER AGAINST AUDIT TRAIL".
000980     05  FILLER                  PIC X(07) VALUE "  FROM ".
000990     05  HD1-FROM-DATE           PIC X(08).
001000     05  FILLER                  PIC X(08) VALUE "  MODE ".
001010     05  HD1-MODE                PIC X(06).
001020 01  WS-DIFF-LINE.
001030     05  DFL-RUN-DATE            PIC X(08).
001040     05  FILLER                  PIC X(01) VALUE SPACES.
001050     05  DFL-EMP-ID              PIC X(04).
001060     05  FILLER                  PIC X(02) VALUE SPACES.
001070     05  DFL-FIELD               PIC X(12).
001080     05  FILLER                  PIC X(11) VALUE " REGISTER =".
001090     05  DFL-REGISTER            PIC -(7)9.
001100     05  FILLER                  PIC X(09) VALUE "  AUDIT =".
001110     05  DFL-AUDIT               PIC -(7)9.
001120 01  WS-NOTE-LINE.
001130     05  NTL-RUN-DATE            PIC X(08).
001140     05  FILLER                  PIC X(01) VALUE SPACES.
001150     05  NTL-EMP-ID              PIC X(04).
001160     05  FILLER                  PIC X(02) VALUE SPACES.
001170     05  NTL-TEXT                PIC X(50).
001180*----------------------------------------------------------------
001190* ONE DATE AND EMPLOYEE SUMMED FROM THE SORTED AUDIT TRAIL -
001200* THE SAME FIGURES THE PAYROLL PASS POSTS TO THE REGISTER
001210*----------------------------------------------------------------
001220 01  WS-AUDIT-ENTRY.
001230     05  WS-AUD-KEY.
001240         10  WS-AUD-RUN-DATE     PIC X(08).
001250         10  WS-AUD-EMP-ID       PIC X(04).
001260     05  WS-AUD-PAY-COUNT        PIC 9(03).
001270     05  WS-AUD-ADJ-COUNT        PIC 9(03).
001280     05  WS-AUD-NET-PAY          PIC S9(07).
001290     05  WS-AUD-IMPUTED          PIC 9(07).
001300     05  WS-AUD-LAST-TIME        PIC X(08).
001310*----------------------------------------------------------------
001320* CONTROL FIELDS
001330*----------------------------------------------------------------
001340 77  WS-AUDIT-STATUS             PIC X(02) VALUE "00".
001350 77  WS-PAID-STATUS              PIC X(02) VALUE "00".
001360 77  WS-SESSION-STATUS           PIC X(02) VALUE "00".
001370 77  WS-AUDIT-EOF-SW             PIC X(01) VALUE "N".
001380     88  WS-END-OF-AUDIT             VALUE "Y".
001390 77  WS-SORT-EOF-SW              PIC X(01) VALUE "N".
001400     88  WS-END-OF-SORT              VALUE "Y".
001410 77  WS-AUDIT-OPENED-SW          PIC X(01) VALUE "N".
001420     88  WS-AUDIT-IS-OPENED          VALUE "Y".
001430 77  WS-PAID-OPENED-SW           PIC X(01) VALUE "N".
001440     88  WS-PAID-IS-OPENED           VALUE "Y".
001450 77  WS-REPORT-OPENED-SW         PIC X(01) VALUE "N".
001460     88  WS-REPORT-IS-OPENED         VALUE "Y".
001470 77  WS-LOCK-HELD-SW             PIC X(01) VALUE "N".
001480     88  WS-LOCK-IS-HELD             VALUE "Y".
001490 77  WS-RUN-ABORTED-SW           PIC X(01) VALUE "N".
001500     88  WS-RUN-ABORTED              VALUE "Y".
001510 77  WS-PARM                     PIC X(10) VALUE SPACES.
001520 77  WS-FROM-DATE                PIC X(08) VALUE SPACES.
001530 77  WS-BUILD-SW                 PIC X(01) VALUE "N".
001540     88  WS-BUILD-MODE               VALUE "Y".
001550 77  WS-AUTH-LEVEL               PIC 9(01) VALUE 1.
001560     88  WS-LEVEL-SUPERVISOR         VALUE 3.
001570 77  WS-REG-KEY                  PIC X(12) VALUE SPACES.
001580 77  WS-RECORD-CHANGED-SW        PIC X(01) VALUE "N".
001590 77  WS-AUDIT-COUNT              PIC 9(07) VALUE ZEROS.
001600 77  WS-AUDIT-NET                PIC S9(11) VALUE ZEROS.
001610 77  WS-AUDIT-IMPUTED            PIC 9(09) VALUE ZEROS.
001620 77  WS-KEY-COUNT                PIC 9(07) VALUE ZEROS.
001630 77  WS-MATCH-COUNT              PIC 9(07) VALUE ZEROS.
001640 77  WS-DIFF-COUNT               PIC 9(07) VALUE ZEROS.
001650 77  WS-WRITTEN-COUNT            PIC 9(07) VALUE ZEROS.
001660 77  WS-AFTER-COUNT              PIC 9(07) VALUE ZEROS.
001670 77  WS-AFTER-PAYMENTS           PIC 9(07) VALUE ZEROS.
001680 77  WS-AFTER-NET                PIC S9(11) VALUE ZEROS.
001690 77  WS-AFTER-IMPUTED            PIC 9(09) VALUE ZEROS.
001700*----------------------------------------------------------------
001710* FILE-LOCK CALL FIELDS
001720*----------------------------------------------------------------
001730 77  WS-FL-FUNCTION              PIC X(01) VALUE SPACES.
001740 77  WS-FL-FILE-NAME             PIC X(14) VALUE "paidRegister".
001750 77  WS-FL-HOLDER                PIC X(08) VALUE "PAIDVRFY".
001760 77  WS-FL-REPLY                 PIC X(01) VALUE "Y".
001770 77  WS-FL-INFO                  PIC X(40) VALUE SPACES.
001780*----------------------------------------------------------------
001790* INCIDENT LOG CALL FIELDS
001800*----------------------------------------------------------------
001810 77  WS-IL-PROGRAM               PIC X(20) VALUE "PAID-VERIFY".
001820 77  WS-IL-STEP                  PIC X(08) VALUE "PAIDVRFY".
001830 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
001840 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
001850 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
001860 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
001870*
001880 PROCEDURE DIVISION.
001890*================================================================
001900* 0000-MAINLINE
001910*================================================================
001920 0000-MAINLINE.
001930     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001940     IF NOT WS-RUN-ABORTED
001950         SORT SORT-WORK-FILE
001960             ON ASCENDING KEY SRT-RUN-DATE SRT-EMP-ID
001970                 SRT-RUN-TIME
001980             INPUT PROCEDURE IS 2000-RELEASE-AUDIT
001990                 THRU 2000-RELEASE-AUDIT-EXIT
002000             OUTPUT PROCEDURE IS 3000-MATCH-REGISTER
002010                 THRU 3000-MATCH-REGISTER-EXIT
002020         IF WS-BUILD-MODE
002030             PERFORM 5000-PROVE-BUILD
002040                 THRU 5000-PROVE-BUILD-EXIT
002050         END-IF
002060         PERFORM 8000-WRAP-UP THRU 8000-WRAP-UP-EXIT
002070     END-IF.
002080     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
002090     GOBACK.
002100*
002110*================================================================
002120* 1000-INITIALIZE - PARM, AUTHORITY, LOCK AND OPENS. A BUILD
002130* RELOADS THE REGISTER, SO IT NEEDS A SUPERVISOR SIGN-ON AND
002140* THE SAME LOCK THE PAYROLL PASS TAKES BEFORE POSTING TO IT
002150*================================================================
002160 1000-INITIALIZE.
002170     ACCEPT WS-PARM FROM COMMAND-LINE.
002180     IF WS-PARM (1:1) = "B" OR = "b"
002190         MOVE "Y" TO WS-BUILD-SW
002200     END-IF.
002210     IF WS-PARM (2:8) IS NUMERIC
002220         MOVE WS-PARM (2:8) TO WS-FROM-DATE
002230     ELSE
002240         MOVE SPACES TO WS-FROM-DATE
002250     END-IF.
002260     IF WS-BUILD-MODE
002270         PERFORM 1100-CHECK-AUTHORITY
002280             THRU 1100-CHECK-AUTHORITY-EXIT
002290         IF NOT WS-LEVEL-SUPERVISOR
002300             DISPLAY "PAID-VERIFY: BUILD NEEDS SUPERVISOR "
002310                 "AUTHORITY - RUNNING VERIFY ONLY"
002320             MOVE "N" TO WS-BUILD-SW
002330         ELSE
002340             DISPLAY "PAID-VERIFY: BUILD MODE - paidRegister "
002350                 "WILL BE LOADED FROM THE AUDIT TRAIL"
002360         END-IF
002370     END-IF.
002380     OPEN INPUT AUDIT-FILE.
002390     IF WS-AUDIT-STATUS NOT = "00"
002400         DISPLAY "PAID-VERIFY: CANNOT OPEN payrollAudit, "
002410             "STATUS = " WS-AUDIT-STATUS
002420         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
002430         MOVE "E" TO WS-IL-SEVERITY
002440         MOVE WS-AUDIT-STATUS TO WS-IL-FILE-STATUS
002450         MOVE "CANNOT OPEN payrollAudit" TO WS-IL-MESSAGE
002460         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
002470         MOVE "Y" TO WS-RUN-ABORTED-SW
002480         MOVE 4 TO RETURN-CODE
002490         GO TO 1000-INITIALIZE-EXIT
002500     END-IF.
002510     MOVE "Y" TO WS-AUDIT-OPENED-SW.
002520     IF WS-BUILD-MODE
002530         PERFORM 1200-OPEN-FOR-BUILD
002540             THRU 1200-OPEN-FOR-BUILD-EXIT
002550     ELSE
002560         PERFORM 1300-OPEN-FOR-VERIFY
002570             THRU 1300-OPEN-FOR-VERIFY-EXIT
002580     END-IF.
002590     IF WS-RUN-ABORTED
002600         GO TO 1000-INITIALIZE-EXIT
002610     END-IF.
002620     OPEN OUTPUT REPORT-FILE.
002630     MOVE "Y" TO WS-REPORT-OPENED-SW.
002640     IF WS-FROM-DATE = SPACES
002650         MOVE "(ALL)   " TO HD1-FROM-DATE
002660     ELSE
002670         MOVE WS-FROM-DATE TO HD1-FROM-DATE
002680     END-IF.
002690     IF WS-BUILD-MODE
002700         MOVE "BUILD " TO HD1-MODE
002710     ELSE
002720         MOVE "VERIFY" TO HD1-MODE
002730     END-IF.
002740     WRITE RPT-LINE FROM WS-HDR-1.
002750     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
002760 1000-INITIALIZE-EXIT.
002770     EXIT.
002780*
002790 1100-CHECK-AUTHORITY.
002800     OPEN INPUT SESSION-FILE.
002810     IF WS-SESSION-STATUS = "00"
002820         READ SESSION-FILE
002830             AT END
002840                 MOVE 1 TO WS-AUTH-LEVEL
002850             NOT AT END
002860                 IF SESSION-AUTH-LEVEL IS NUMERIC
002870                     MOVE SESSION-AUTH-LEVEL TO WS-AUTH-LEVEL
002880                 END-IF
002890         END-READ
002900         CLOSE SESSION-FILE
002910     ELSE
002920         MOVE 1 TO WS-AUTH-LEVEL
002930     END-IF.
002940 1100-CHECK-AUTHORITY-EXIT.
002950     EXIT.
002960*
002970 1200-OPEN-FOR-BUILD.
002980     MOVE "A" TO WS-FL-FUNCTION.
002990     CALL "FILE-LOCK" USING WS-FL-FUNCTION WS-FL-FILE-NAME
003000         WS-FL-HOLDER WS-FL-REPLY WS-FL-INFO.
003010     IF WS-FL-REPLY = "N"
003020         DISPLAY "PAID-VERIFY: paidRegister IS IN USE - "
003030             WS-FL-INFO
003040         MOVE "1200-OPEN-FOR-BUILD" TO WS-IL-PARAGRAPH
003050         MOVE "E" TO WS-IL-SEVERITY
003060         MOVE SPACES TO WS-IL-FILE-STATUS
003070         MOVE SPACES TO WS-IL-MESSAGE
003080         STRING "paidRegister IN USE - " WS-FL-INFO
003090             DELIMITED BY SIZE INTO WS-IL-MESSAGE
003100         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
003110         MOVE "Y" TO WS-RUN-ABORTED-SW
003120         MOVE 8 TO RETURN-CODE
003130         GO TO 1200-OPEN-FOR-BUILD-EXIT
003140     END-IF.
003150     MOVE "Y" TO WS-LOCK-HELD-SW.
003160     OPEN OUTPUT PAID-REGISTER.
003170     IF WS-PAID-STATUS NOT = "00"
003180         DISPLAY "PAID-VERIFY: CANNOT OPEN paidRegister FOR "
003190             "OUTPUT, STATUS = " WS-PAID-STATUS
003200         MOVE "1200-OPEN-FOR-BUILD" TO WS-IL-PARAGRAPH
003210         MOVE "E" TO WS-IL-SEVERITY
003220         MOVE WS-PAID-STATUS TO WS-IL-FILE-STATUS
003230         MOVE "CANNOT OPEN paidRegister FOR OUTPUT"
003240             TO WS-IL-MESSAGE
003250         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
003260         MOVE "Y" TO WS-RUN-ABORTED-SW
003270         MOVE 8 TO RETURN-CODE
003280         GO TO 1200-OPEN-FOR-BUILD-EXIT
003290     END-IF.
003300     MOVE "Y" TO WS-PAID-OPENED-SW.
003310 1200-OPEN-FOR-BUILD-EXIT.
003320     EXIT.
003330*
003340 1300-OPEN-FOR-VERIFY.
003350     OPEN INPUT PAID-REGISTER.
003360     IF WS-PAID-STATUS = "35"
003370         DISPLAY "PAID-VERIFY: paidRegister HAS NOT BEEN "
003380             "BUILT - RUN WITH THE B PARM"
003390         MOVE "1300-OPEN-FOR-VERIFY" TO WS-IL-PARAGRAPH
003400         MOVE "E" TO WS-IL-SEVERITY
003410         MOVE WS-PAID-STATUS TO WS-IL-FILE-STATUS
003420         MOVE "paidRegister NOT BUILT - RUN WITH THE B PARM"
003430             TO WS-IL-MESSAGE
003440         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
003450         MOVE "Y" TO WS-RUN-ABORTED-SW
003460         MOVE 4 TO RETURN-CODE
003470         GO TO 1300-OPEN-FOR-VERIFY-EXIT
003480     END-IF.
003490     IF WS-PAID-STATUS NOT = "00"
003500         DISPLAY "PAID-VERIFY: CANNOT OPEN paidRegister, "
003510             "STATUS = " WS-PAID-STATUS
003520         MOVE "1300-OPEN-FOR-VERIFY" TO WS-IL-PARAGRAPH
003530         MOVE "E" TO WS-IL-SEVERITY
003540         MOVE WS-PAID-STATUS TO WS-IL-FILE-STATUS
003550         MOVE "CANNOT OPEN paidRegister" TO WS-IL-MESSAGE
003560         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
003570         MOVE "Y" TO WS-RUN-ABORTED-SW
003580         MOVE 4 TO RETURN-CODE
003590         GO TO 1300-OPEN-FOR-VERIFY-EXIT
003600     END-IF.
003610     MOVE "Y" TO WS-PAID-OPENED-SW.
003620 1300-OPEN-FOR-VERIFY-EXIT.
003630     EXIT.
003640*
003650*================================================================
003660* 2000-RELEASE-AUDIT - SORT INPUT: EVERY AUDIT RECORD ON OR
003670* AFTER THE FROM-DATE, WITH THE CONTROL TOTALS THE BUILD IS
003680* PROVED AGAINST
003690*================================================================
003700 2000-RELEASE-AUDIT.
003710     PERFORM 2100-RELEASE-ONE-AUDIT
003720         THRU 2100-RELEASE-ONE-AUDIT-EXIT
003730         UNTIL WS-END-OF-AUDIT.
003740 2000-RELEASE-AUDIT-EXIT.
003750     EXIT.
003760*
003770 2100-RELEASE-ONE-AUDIT.
003780     READ AUDIT-FILE
003790         AT END
003800             MOVE "Y" TO WS-AUDIT-EOF-SW
003810             GO TO 2100-RELEASE-ONE-AUDIT-EXIT
003820     END-READ.
003830     IF WS-FROM-DATE NOT = SPACES
003840             AND AUDIT-RUN-DATE < WS-FROM-DATE
003850         GO TO 2100-RELEASE-ONE-AUDIT-EXIT
003860     END-IF.
003870     ADD 1 TO WS-AUDIT-COUNT.
003880     MOVE AUDIT-RUN-DATE TO SRT-RUN-DATE.
003890     MOVE AUDIT-EMP-ID TO SRT-EMP-ID.
003900     MOVE AUDIT-RUN-TIME TO SRT-RUN-TIME.
003910     MOVE AUDIT-REC-TYPE TO SRT-REC-TYPE.
003920     MOVE AUDIT-NET-PAY TO SRT-NET-PAY.
003930*    AUDIT RECORDS WRITTEN BEFORE IMPUTED INCOME WAS CARRIED
003940*    HAVE NOTHING IN THE FIELD
003950     IF AUDIT-IMPUTED IS NUMERIC
003960         MOVE AUDIT-IMPUTED TO SRT-IMPUTED
003970     ELSE
003980         MOVE ZEROS TO SRT-IMPUTED
003990     END-IF.
004000     ADD SRT-NET-PAY TO WS-AUDIT-NET.
004010     ADD SRT-IMPUTED TO WS-AUDIT-IMPUTED.
004020     RELEASE SORT-REC.
004030 2100-RELEASE-ONE-AUDIT-EXIT.
004040     EXIT.
004050*
004060*================================================================
004070* 3000-MATCH-REGISTER - SORT OUTPUT: MATCH THE SUMMED AUDIT
004080* ENTRIES AGAINST THE REGISTER IN KEY ORDER. A BUILD HAS NO
004090* REGISTER SIDE, SO EVERY AUDIT ENTRY FALLS TO 3400 AND IS
004100* WRITTEN
004110*================================================================
004120 3000-MATCH-REGISTER.
004130     MOVE "N" TO WS-SORT-EOF-SW.
004140     RETURN SORT-WORK-FILE
004150         AT END MOVE "Y" TO WS-SORT-EOF-SW
004160     END-RETURN.
004170     PERFORM 3100-NEXT-AUDIT-KEY THRU 3100-NEXT-AUDIT-KEY-EXIT.
004180     IF WS-BUILD-MODE
004190         MOVE HIGH-VALUES TO WS-REG-KEY
004200     ELSE
004210         MOVE SPACES TO WS-REG-KEY
004220         MOVE LOW-VALUES TO PRG-KEY
004230         IF WS-FROM-DATE NOT = SPACES
004240             MOVE WS-FROM-DATE TO PRG-RUN-DATE
004250         END-IF
004260         START PAID-REGISTER KEY NOT LESS THAN PRG-KEY
004270             INVALID KEY MOVE HIGH-VALUES TO WS-REG-KEY
004280         END-START
004290         IF WS-REG-KEY NOT = HIGH-VALUES
004300             PERFORM 3200-NEXT-REGISTER
004310                 THRU 3200-NEXT-REGISTER-EXIT
004320         END-IF
004330     END-IF.
004340     PERFORM 3300-MATCH-ONE-KEY THRU 3300-MATCH-ONE-KEY-EXIT
004350         UNTIL WS-AUD-KEY = HIGH-VALUES
004360             AND WS-REG-KEY = HIGH-VALUES.
004370 3000-MATCH-REGISTER-EXIT.
004380     EXIT.
004390*
004400 3100-NEXT-AUDIT-KEY.
004410     IF WS-END-OF-SORT
004420         MOVE HIGH-VALUES TO WS-AUD-KEY
004430         GO TO 3100-NEXT-AUDIT-KEY-EXIT
004440     END-IF.
004450     MOVE SRT-KEY TO WS-AUD-KEY.
004460     MOVE ZEROS TO WS-AUD-PAY-COUNT.
004470     MOVE ZEROS TO WS-AUD-ADJ-COUNT.
004480     MOVE ZEROS TO WS-AUD-NET-PAY.
004490     MOVE ZEROS TO WS-AUD-IMPUTED.
004500     MOVE SPACES TO WS-AUD-LAST-TIME.
004510     PERFORM 3150-ADD-ONE-SORTED THRU 3150-ADD-ONE-SORTED-EXIT
004520         UNTIL WS-END-OF-SORT
004530             OR SRT-KEY NOT = WS-AUD-KEY.
004540     ADD 1 TO WS-KEY-COUNT.
004550 3100-NEXT-AUDIT-KEY-EXIT.
004560     EXIT.
004570*
004580*    RETRO ADJUSTMENTS NEVER COUNT AS A PAY - THE SAME RULE
004590*    THE PAYROLL PASS APPLIES WHEN IT POSTS THE REGISTER
004600 3150-ADD-ONE-SORTED.
004610     IF SRT-REC-TYPE = "A"
004620         ADD 1 TO WS-AUD-ADJ-COUNT
004630     ELSE
004640         ADD 1 TO WS-AUD-PAY-COUNT
004650     END-IF.
004660     ADD SRT-NET-PAY TO WS-AUD-NET-PAY.
004670     ADD SRT-IMPUTED TO WS-AUD-IMPUTED.
004680     MOVE SRT-RUN-TIME TO WS-AUD-LAST-TIME.
004690     RETURN SORT-WORK-FILE
004700         AT END MOVE "Y" TO WS-SORT-EOF-SW
004710     END-RETURN.
004720 3150-ADD-ONE-SORTED-EXIT.
004730     EXIT.
004740*
004750 3200-NEXT-REGISTER.
004760     READ PAID-REGISTER NEXT RECORD
004770         AT END
004780             MOVE HIGH-VALUES TO WS-REG-KEY
004790         NOT AT END
004800             MOVE PRG-KEY TO WS-REG-KEY
004810     END-READ.
004820 3200-NEXT-REGISTER-EXIT.
004830     EXIT.
004840*
004850 3300-MATCH-ONE-KEY.
004860     IF WS-AUD-KEY < WS-REG-KEY
004870         PERFORM 3400-AUDIT-ONLY THRU 3400-AUDIT-ONLY-EXIT
004880         PERFORM 3100-NEXT-AUDIT-KEY
004890             THRU 3100-NEXT-AUDIT-KEY-EXIT
004900         GO TO 3300-MATCH-ONE-KEY-EXIT
004910     END-IF.
004920     IF WS-AUD-KEY > WS-REG-KEY
004930         PERFORM 3500-REGISTER-ONLY
004940             THRU 3500-REGISTER-ONLY-EXIT
004950         PERFORM 3200-NEXT-REGISTER
004960             THRU 3200-NEXT-REGISTER-EXIT
004970         GO TO 3300-MATCH-ONE-KEY-EXIT
004980     END-IF.
004990     PERFORM 3600-COMPARE-ENTRY THRU 3600-COMPARE-ENTRY-EXIT.
005000     PERFORM 3100-NEXT-AUDIT-KEY THRU 3100-NEXT-AUDIT-KEY-EXIT.
005010     PERFORM 3200-NEXT-REGISTER THRU 3200-NEXT-REGISTER-EXIT.
005020 3300-MATCH-ONE-KEY-EXIT.
005030     EXIT.
005040*
005050 3400-AUDIT-ONLY.
005060     IF WS-BUILD-MODE
005070         MOVE WS-AUD-RUN-DATE TO PRG-RUN-DATE
005080         MOVE WS-AUD-EMP-ID TO PRG-EMP-ID
005090         MOVE WS-AUD-PAY-COUNT TO PRG-PAY-COUNT
005100         MOVE WS-AUD-ADJ-COUNT TO PRG-ADJ-COUNT
005110         MOVE WS-AUD-NET-PAY TO PRG-NET-PAY
005120         MOVE WS-AUD-IMPUTED TO PRG-IMPUTED
005130         MOVE WS-AUD-LAST-TIME TO PRG-LAST-TIME
005140         WRITE PAID-REGISTER-RECORD
005150             INVALID KEY
005160                 DISPLAY "PAID-VERIFY: WRITE FAILED FOR "
005170                     PRG-RUN-DATE " " PRG-EMP-ID
005180                     " STATUS = " WS-PAID-STATUS
005190                 MOVE 4 TO RETURN-CODE
005200             NOT INVALID KEY
005210                 ADD 1 TO WS-WRITTEN-COUNT
005220         END-WRITE
005230         GO TO 3400-AUDIT-ONLY-EXIT
005240     END-IF.
005250     MOVE WS-AUD-RUN-DATE TO NTL-RUN-DATE.
005260     MOVE WS-AUD-EMP-ID TO NTL-EMP-ID.
005270     MOVE "ON THE AUDIT TRAIL BUT NOT IN THE PAID REGISTER"
005280         TO NTL-TEXT.
005290     WRITE RPT-LINE FROM WS-NOTE-LINE AFTER ADVANCING 1 LINE.
005300     ADD 1 TO WS-DIFF-COUNT.
005310 3400-AUDIT-ONLY-EXIT.
005320     EXIT.
005330*
005340 3500-REGISTER-ONLY.
005350     MOVE PRG-RUN-DATE TO NTL-RUN-DATE.
005360     MOVE PRG-EMP-ID TO NTL-EMP-ID.
005370     MOVE "IN THE PAID REGISTER BUT NOT ON THE AUDIT TRAIL"
005380         TO NTL-TEXT.
005390     WRITE RPT-LINE FROM WS-NOTE-LINE AFTER ADVANCING 1 LINE.
005400     ADD 1 TO WS-DIFF-COUNT.
005410 3500-REGISTER-ONLY-EXIT.
005420     EXIT.
005430*
005440 3600-COMPARE-ENTRY.
005450     MOVE "N" TO WS-RECORD-CHANGED-SW.
005460     IF PRG-PAY-COUNT NOT = WS-AUD-PAY-COUNT
005470         MOVE "PAYMENTS" TO DFL-FIELD
005480         MOVE PRG-PAY-COUNT TO DFL-REGISTER
005490         MOVE WS-AUD-PAY-COUNT TO DFL-AUDIT
005500         PERFORM 3700-WRITE-DIFF THRU 3700-WRITE-DIFF-EXIT
005510     END-IF.
005520     IF PRG-ADJ-COUNT NOT = WS-AUD-ADJ-COUNT
005530         MOVE "ADJUSTMENTS" TO DFL-FIELD
005540         MOVE PRG-ADJ-COUNT TO DFL-REGISTER
005550         MOVE WS-AUD-ADJ-COUNT TO DFL-AUDIT
005560         PERFORM 3700-WRITE-DIFF THRU 3700-WRITE-DIFF-EXIT
005570     END-IF.
005580     IF PRG-NET-PAY NOT = WS-AUD-NET-PAY
005590         MOVE "NET-PAY" TO DFL-FIELD
005600         MOVE PRG-NET-PAY TO DFL-REGISTER
005610         MOVE WS-AUD-NET-PAY TO DFL-AUDIT
005620         PERFORM 3700-WRITE-DIFF THRU 3700-WRITE-DIFF-EXIT
005630     END-IF.
005640     IF PRG-IMPUTED NOT = WS-AUD-IMPUTED
005650         MOVE "IMPUTED" TO DFL-FIELD
005660         MOVE PRG-IMPUTED TO DFL-REGISTER
005670         MOVE WS-AUD-IMPUTED TO DFL-AUDIT
005680         PERFORM 3700-WRITE-DIFF THRU 3700-WRITE-DIFF-EXIT
005690     END-IF.
005700     IF WS-RECORD-CHANGED-SW = "Y"
005710         ADD 1 TO WS-DIFF-COUNT
005720     ELSE
005730         ADD 1 TO WS-MATCH-COUNT
005740     END-IF.
005750 3600-COMPARE-ENTRY-EXIT.
005760     EXIT.
005770*
005780 3700-WRITE-DIFF.
005790     MOVE PRG-RUN-DATE TO DFL-RUN-DATE.
005800     MOVE PRG-EMP-ID TO DFL-EMP-ID.
005810     WRITE RPT-LINE FROM WS-DIFF-LINE AFTER ADVANCING 1 LINE.
005820     MOVE "Y" TO WS-RECORD-CHANGED-SW.
005830 3700-WRITE-DIFF-EXIT.
005840     EXIT.
005850*
005860*================================================================
005870* 5000-PROVE-BUILD - READ BACK WHAT WAS WRITTEN AND PROVE IT
005880* CARRIES EVERY AUDIT RECORD, ITS NET PAY AND IMPUTED INCOME
005890*================================================================
005900 5000-PROVE-BUILD.
005910     CLOSE PAID-REGISTER.
005920     MOVE "N" TO WS-PAID-OPENED-SW.
005930     OPEN INPUT PAID-REGISTER.
005940     IF WS-PAID-STATUS NOT = "00"
005950         DISPLAY "PAID-VERIFY: CANNOT REOPEN paidRegister TO "
005960             "PROVE THE BUILD, STATUS = " WS-PAID-STATUS
005970         MOVE 4 TO RETURN-CODE
005980         GO TO 5000-PROVE-BUILD-EXIT
005990     END-IF.
006000     MOVE "Y" TO WS-PAID-OPENED-SW.
006010     MOVE SPACES TO WS-REG-KEY.
006020     PERFORM 5100-ADD-ONE-ENTRY THRU 5100-ADD-ONE-ENTRY-EXIT
006030         UNTIL WS-REG-KEY = HIGH-VALUES.
006040     DISPLAY "PAID-VERIFY: AUDIT TRAIL   - RECORDS "
006050         WS-AUDIT-COUNT " NET " WS-AUDIT-NET
006060         " IMPUTED " WS-AUDIT-IMPUTED.
006070     DISPLAY "PAID-VERIFY: PAID REGISTER - RECORDS "
006080         WS-AFTER-PAYMENTS " NET " WS-AFTER-NET
006090         " IMPUTED " WS-AFTER-IMPUTED.
006100     IF WS-AFTER-PAYMENTS = WS-AUDIT-COUNT
006110             AND WS-AFTER-NET = WS-AUDIT-NET
006120             AND WS-AFTER-IMPUTED = WS-AUDIT-IMPUTED
006130             AND WS-AFTER-COUNT = WS-KEY-COUNT
006140         DISPLAY "PAID-VERIFY: BUILT REGISTER TIES TO THE "
006150             "AUDIT TRAIL"
006160     ELSE
006170         DISPLAY "PAID-VERIFY: BUILT REGISTER DOES NOT TIE - "
006180             "INVESTIGATE BEFORE PAYING"
006190         MOVE "5000-PROVE-BUILD" TO WS-IL-PARAGRAPH
006200         MOVE "E" TO WS-IL-SEVERITY
006210         MOVE SPACES TO WS-IL-FILE-STATUS
006220         MOVE "BUILT paidRegister DOES NOT TIE TO payrollAudit"
006230             TO WS-IL-MESSAGE
006240         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
006250         MOVE 4 TO RETURN-CODE
006260     END-IF.
006270 5000-PROVE-BUILD-EXIT.
006280     EXIT.
006290*
006300 5100-ADD-ONE-ENTRY.
006310     READ PAID-REGISTER NEXT RECORD
006320         AT END
006330             MOVE HIGH-VALUES TO WS-REG-KEY
006340             GO TO 5100-ADD-ONE-ENTRY-EXIT
006350     END-READ.
006360     ADD 1 TO WS-AFTER-COUNT.
006370     ADD PRG-PAY-COUNT TO WS-AFTER-PAYMENTS.
006380     ADD PRG-ADJ-COUNT TO WS-AFTER-PAYMENTS.
006390     ADD PRG-NET-PAY TO WS-AFTER-NET.
006400     ADD PRG-IMPUTED TO WS-AFTER-IMPUTED.
006410 5100-ADD-ONE-ENTRY-EXIT.
006420     EXIT.
006430*
006440 8000-WRAP-UP.
006450     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
006460     MOVE SPACES TO RPT-LINE.
006470     STRING "AUDIT RECORDS USED: " WS-AUDIT-COUNT
006480         "  DATE/EMPLOYEE ENTRIES: " WS-KEY-COUNT
006490         DELIMITED BY SIZE INTO RPT-LINE.
006500     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
006510     DISPLAY "PAID-VERIFY: AUDIT RECORDS USED = "
006520         WS-AUDIT-COUNT.
006530     DISPLAY "PAID-VERIFY: DATE/EMPLOYEE KEYS = "
006540         WS-KEY-COUNT.
006550     IF WS-BUILD-MODE
006560         MOVE SPACES TO RPT-LINE
006570         STRING "REGISTER ENTRIES WRITTEN: " WS-WRITTEN-COUNT
006580             DELIMITED BY SIZE INTO RPT-LINE
006590         WRITE RPT-LINE AFTER ADVANCING 1 LINE
006600         DISPLAY "PAID-VERIFY: ENTRIES WRITTEN    = "
006610             WS-WRITTEN-COUNT
006620         GO TO 8000-WRAP-UP-EXIT
006630     END-IF.
006640     MOVE SPACES TO RPT-LINE.
006650     STRING "MATCHED: " WS-MATCH-COUNT
006660         "  DISAGREE: " WS-DIFF-COUNT
006670         DELIMITED BY SIZE INTO RPT-LINE.
006680     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
006690     DISPLAY "PAID-VERIFY: ENTRIES MATCHED    = "
006700         WS-MATCH-COUNT.
006710     DISPLAY "PAID-VERIFY: ENTRIES DISAGREE   = "
006720         WS-DIFF-COUNT.
006730     IF WS-DIFF-COUNT > ZEROS
006740         MOVE "8000-WRAP-UP" TO WS-IL-PARAGRAPH
006750         MOVE "W" TO WS-IL-SEVERITY
006760         MOVE SPACES TO WS-IL-FILE-STATUS
006770         MOVE SPACES TO WS-IL-MESSAGE
006780         STRING WS-DIFF-COUNT " paidRegister ENTRIES DISAGREE "
006790             "WITH payrollAudit"
006800             DELIMITED BY SIZE INTO WS-IL-MESSAGE
006810         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
006820         MOVE 4 TO RETURN-CODE
006830     END-IF.
006840 8000-WRAP-UP-EXIT.
006850     EXIT.
006860*
006870 8900-LOG-INCIDENT.
006880     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
006890         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
006900         WS-IL-MESSAGE.
006910 8900-LOG-INCIDENT-EXIT.
006920     EXIT.
006930*
006940 9000-TERMINATE.
006950     IF WS-AUDIT-IS-OPENED
006960         CLOSE AUDIT-FILE
006970     END-IF.
006980     IF WS-PAID-IS-OPENED
006990         CLOSE PAID-REGISTER
007000     END-IF.
007010     IF WS-REPORT-IS-OPENED
007020         CLOSE REPORT-FILE
007030     END-IF.
007040     IF WS-LOCK-IS-HELD
007050         MOVE "R" TO WS-FL-FUNCTION
007060         CALL "FILE-LOCK" USING WS-FL-FUNCTION WS-FL-FILE-NAME
007070             WS-FL-HOLDER WS-FL-REPLY WS-FL-INFO
007080     END-IF.
007090 9000-TERMINATE-EXIT.
007100     EXIT.
007110*
007120 END PROGRAM PAID-VERIFY.
