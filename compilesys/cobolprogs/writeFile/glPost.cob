000280*                    FICA (2150) AND UNEMPLOYMENT (2600)
000290*                    LIABILITY CREDITS IN THE SAME
000300*                    DEBITS-EQUAL-CREDITS PROOF.
000301*   2026-10-14  RSG  LABOR DISTRIBUTION - SALARY, EMPLOYER FICA
000302*                    AND UNEMPLOYMENT ARE SPREAD OVER THE
000303*                    EMPLOYEE'S laborDistribution LINES (DEPT
000304*                    AND EXPENSE ACCOUNT), THE ROUNDING
000305*                    REMAINDER FORCED TO THE LARGEST LINE.
000306*                    WITHHOLDINGS AND NET PAY STAY ON THE HOME
000307*                    DEPARTMENT. EACH CHARGED LINE IS WRITTEN TO
000308*                    laborDistDetail FOR LABOR-RPT.
000310*   2026-10-14  RSG  OPEN FAILURES, AN OUT-OF-BALANCE POSTING
000312*                    AND AN OVERFULL DEPARTMENT TABLE NOW
000314*                    RECORDED ON THE COMMON INCIDENT LOG.
000316*================================================================
000320*
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000440     SELECT RUN-STATS-FILE ASSIGN TO DISK
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-STATS-STATUS.
000461     SELECT LABOR-DIST-MASTER ASSIGN TO DISK
000462         ORGANIZATION IS INDEXED
000463         ACCESS MODE IS RANDOM
000464         RECORD KEY IS LBD-EMP-ID
000465         FILE STATUS IS WS-LABOR-STATUS.
000466     SELECT LABOR-DETAIL-FILE ASSIGN TO DISK
000467         ORGANIZATION IS LINE SEQUENTIAL.
000470*
000480 DATA DIVISION.
000490 FILE SECTION.
000870     LABEL RECORDS ARE STANDARD
000880     VALUE OF FILE-ID IS "runStats".
000890     COPY "runstat.cpy".
000891*
000892 FD  LABOR-DIST-MASTER
000893     LABEL RECORDS ARE STANDARD
000894     VALUE OF FILE-ID IS "laborDistribution".
000895     COPY "labdist.cpy".
000896*
000897 FD  LABOR-DETAIL-FILE
000898     LABEL RECORDS ARE STANDARD
000899     VALUE OF FILE-ID IS "laborDistDetail".
000900     COPY "labdtl.cpy".
000901*
000910 WORKING-STORAGE SECTION.
000920*----------------------------------------------------------------
000930* PRINT LINE LAYOUTS
001170         "  TOTAL CREDITS: ".
001180     05  PFT-CREDITS             PIC -(8)9.
001190 01  WS-PROOF-VERDICT-LINE       PIC X(40).
001192 01  WS-PROOF-COUNT-LINE.
001194     05  PFC-LABEL               PIC X(40).
001196     05  PFC-COUNT               PIC ZZZZZZ9.
001200*----------------------------------------------------------------
001210* DEPARTMENT SUMMARY TABLE AND CONTROL FIELDS
001220*----------------------------------------------------------------
001222*    ONE ENTRY PER DEPARTMENT AND SALARY EXPENSE ACCOUNT. THE
001224*    WITHHOLDING AND NET-PAY CREDITS ONLY EVER LAND ON A HOME
001226*    DEPARTMENT ENTRY (ACCOUNT 6100), FLAGGED BY WS-DPT-HOME-SW.
001230 01  WS-DEPT-TABLE.
001240     05  WS-DEPT-ENTRY OCCURS 50 TIMES.
001250         10  WS-DPT-CODE         PIC X(04).
001252         10  WS-DPT-ACCOUNT      PIC X(04).
001254         10  WS-DPT-HOME-SW      PIC X(01).
001260         10  WS-DPT-SALARY       PIC S9(09).
001270         10  WS-DPT-FICA         PIC S9(09).
001280         10  WS-DPT-STATE        PIC S9(09).
001460 77  WS-SYSTEM-DATE              PIC 9(08) VALUE ZEROS.
001470 77  WS-BALANCED-SW              PIC X(01) VALUE "N".
001480     88  WS-IS-BALANCED              VALUE "Y".
001481*----------------------------------------------------------------
001482* LABOR DISTRIBUTION SPLIT OF ONE PAY RECORD
001483*----------------------------------------------------------------
001484 01  WS-SHARE-TABLE.
001485     05  WS-SHARE-ENTRY OCCURS 5 TIMES.
001486         10  WS-SHR-SALARY       PIC S9(07).
001487         10  WS-SHR-EMPR-FICA    PIC S9(07).
001488         10  WS-SHR-UNEMP        PIC S9(07).
001489 77  WS-HOME-ACCOUNT             PIC X(04) VALUE "6100".
001490 77  WS-FIND-DEPT                PIC X(04) VALUE SPACES.
001491 77  WS-FIND-ACCOUNT             PIC X(04) VALUE SPACES.
001492 77  WS-HOME-AT                  PIC 9(02) VALUE ZEROS.
001493 77  WS-LINE-IDX                 PIC 9(01) VALUE ZEROS.
001494 77  WS-LARGEST-IDX              PIC 9(01) VALUE ZEROS.
001495 77  WS-PERCENT-TOTAL            PIC 9(04)V99 VALUE ZEROS.
001496 77  WS-SPLIT-SALARY             PIC S9(07) VALUE ZEROS.
001497 77  WS-SPLIT-EMPR-FICA          PIC S9(07) VALUE ZEROS.
001498 77  WS-SPLIT-UNEMP              PIC S9(07) VALUE ZEROS.
001499 77  WS-LABOR-STATUS             PIC X(02) VALUE "00".
001500 77  WS-LABOR-OPENED-SW          PIC X(01) VALUE "N".
001501     88  WS-LABOR-IS-OPENED          VALUE "Y".
001502 77  WS-DIST-FOUND-SW            PIC X(01) VALUE "N".
001503     88  WS-DIST-FOUND               VALUE "Y".
001504 77  WS-DISTRIBUTED-COUNT        PIC 9(07) VALUE ZEROS.
001505 77  WS-DIST-INVALID-COUNT       PIC 9(07) VALUE ZEROS.
001506 77  WS-RUN-REFUSED-SW           PIC X(01) VALUE "N".
001507     88  WS-RUN-REFUSED              VALUE "Y".
001508 77  WS-FL-FUNCTION              PIC X(01) VALUE SPACES.
001509 77  WS-FL-FILE-NAME             PIC X(14) VALUE SPACES.
001510 77  WS-FL-HOLDER                PIC X(08) VALUE SPACES.
001511 77  WS-FL-REPLY                 PIC X(01) VALUE "Y".
001512 77  WS-FL-INFO                  PIC X(40) VALUE SPACES.
001513 77  WS-LOCK-HELD-SW             PIC X(01) VALUE "N".
001514     88  WS-LOCK-IS-HELD             VALUE "Y".
001515*----------------------------------------------------------------
001516* INCIDENT LOG CALL FIELDS
001517*----------------------------------------------------------------
001518 77  WS-IL-PROGRAM               PIC X(20) VALUE "GL-POST".
001519 77  WS-IL-STEP                  PIC X(08) VALUE "GLPOST".
001520 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
001521 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
001522 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
001523 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
001524*
001525 PROCEDURE DIVISION.
001526*================================================================
001527* 0000-MAINLINE
001530*================================================================
001540 0000-MAINLINE.
001550     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001560     PERFORM 2000-SUMMARIZE-ONE-RECORD
001570         THRU 2000-SUMMARIZE-ONE-RECORD-EXIT
001580         UNTIL WS-END-OF-INPUT.
001590     IF NOT WS-RUN-REFUSED
001592         PERFORM 3000-PROVE-AND-POST THRU 3000-PROVE-AND-POST-EXIT
001594     END-IF.
001600     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001610     GOBACK.
001620*
001630 1000-INITIALIZE.
001640     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
001650     MOVE WS-SYSTEM-DATE TO WS-RUN-DATE.
001651*    LAB-MAINT HOLDS THIS LOCK FOR A WHOLE SESSION; A RUN THAT
001652*    CANNOT TAKE IT WOULD POST AGAINST HALF-ENTERED SPLITS
001653     MOVE "A" TO WS-FL-FUNCTION.
001654     MOVE "laborDistMstr" TO WS-FL-FILE-NAME.
001655     MOVE "GLPOST" TO WS-FL-HOLDER.
001656     CALL "FILE-LOCK" USING WS-FL-FUNCTION WS-FL-FILE-NAME
001657         WS-FL-HOLDER WS-FL-REPLY WS-FL-INFO.
001658     IF WS-FL-REPLY = "N"
001659         DISPLAY "GL-POST: laborDistribution IS IN USE - "
001660             WS-FL-INFO
001661         DISPLAY "GL-POST: RUN STOPPED, NOTHING POSTED"
001662         MOVE "Y" TO WS-RUN-REFUSED-SW
001663         MOVE "Y" TO WS-EOF-SW
001664         MOVE 4 TO RETURN-CODE
001665         GO TO 1000-INITIALIZE-EXIT
001666     END-IF.
001667     MOVE "Y" TO WS-LOCK-HELD-SW.
001668     OPEN INPUT LABOR-DIST-MASTER.
001669     IF WS-LABOR-STATUS = "00"
001670         MOVE "Y" TO WS-LABOR-OPENED-SW
001671     ELSE
001672         DISPLAY "GL-POST: laborDistribution NOT AVAILABLE - "
001673             "ALL PAY CHARGED TO HOME DEPARTMENT"
001674     END-IF.
001675     OPEN OUTPUT LABOR-DETAIL-FILE.
001676     OPEN INPUT IN-FILE.
001677     IF WS-IN-FILE-STATUS NOT = "00"
001680         DISPLAY "GL-POST: CANNOT OPEN outputData, STATUS = "
001690             WS-IN-FILE-STATUS
001691         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001692         MOVE "E" TO WS-IL-SEVERITY
001693         MOVE WS-IN-FILE-STATUS TO WS-IL-FILE-STATUS
001694         MOVE "CANNOT OPEN outputData" TO WS-IL-MESSAGE
001695         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001700         MOVE "Y" TO WS-EOF-SW
001710         MOVE 4 TO RETURN-CODE
001720     END-IF.
001870         GO TO 2000-SUMMARIZE-ONE-RECORD-EXIT
001880     END-IF.
001890     ADD 1 TO WS-RECORD-COUNT.
001892     MOVE PAY-NO-OF-DEPT TO WS-FIND-DEPT.
001894     MOVE WS-HOME-ACCOUNT TO WS-FIND-ACCOUNT.
001900     PERFORM 2100-FIND-DEPT-ENTRY
001910         THRU 2100-FIND-DEPT-ENTRY-EXIT.
001920     IF WS-DEPT-AT = ZEROS
001930         GO TO 2000-SUMMARIZE-ONE-RECORD-EXIT
002010     END-IF.
002011     MOVE WS-DEPT-AT TO WS-HOME-AT.
002012     MOVE "Y" TO WS-DPT-HOME-SW (WS-HOME-AT).
002013     ADD PAY-FICA TO WS-DPT-FICA (WS-HOME-AT).
002014     ADD PAY-STATE-TAX TO WS-DPT-STATE (WS-HOME-AT).
002015     ADD PAY-FEDERAL-TAX TO WS-DPT-FEDERAL (WS-HOME-AT).
002016     ADD PAY-VOL-DED TO WS-DPT-VOL (WS-HOME-AT).
002017     ADD PAY-NET-PAY TO WS-DPT-NET (WS-HOME-AT).
002018     PERFORM 2200-GET-DISTRIBUTION
002019         THRU 2200-GET-DISTRIBUTION-EXIT.
002020     IF NOT WS-DIST-FOUND
002021         ADD PAY-SALARY TO WS-DPT-SALARY (WS-HOME-AT)
002022         ADD PAY-EMPR-FICA TO WS-DPT-EMPR-FICA (WS-HOME-AT)
002023         ADD PAY-UNEMP-ACCR TO WS-DPT-UNEMP (WS-HOME-AT)
002024         MOVE SPACES TO LDD-FUND
002025         MOVE PAY-NO-OF-DEPT TO LDD-DEPT
002026         MOVE WS-HOME-ACCOUNT TO LDD-ACCOUNT
002027         MOVE 100 TO LDD-PERCENT
002028         MOVE PAY-SALARY TO LDD-SALARY
002029         MOVE PAY-EMPR-FICA TO LDD-EMPR-FICA
002030         MOVE PAY-UNEMP-ACCR TO LDD-UNEMP
002031         PERFORM 2400-WRITE-LABOR-DETAIL
002032             THRU 2400-WRITE-LABOR-DETAIL-EXIT
002033         GO TO 2000-SUMMARIZE-ONE-RECORD-EXIT
002034     END-IF.
002035     ADD 1 TO WS-DISTRIBUTED-COUNT.
002036     PERFORM 2300-SPLIT-PAY THRU 2300-SPLIT-PAY-EXIT.
002037     PERFORM 2330-CHARGE-ONE-LINE THRU 2330-CHARGE-ONE-LINE-EXIT
002038         VARYING WS-LINE-IDX FROM 1 BY 1
002039         UNTIL WS-LINE-IDX > LBD-LINE-COUNT.
002040 2000-SUMMARIZE-ONE-RECORD-EXIT.
002041     EXIT.
002042*
002050 2100-FIND-DEPT-ENTRY.
002060     MOVE "N" TO WS-DEPT-FOUND-SW.
002070     MOVE ZEROS TO WS-DEPT-AT.
002110         UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
002120             OR WS-DEPT-FOUND-SW = "Y".
002130     IF WS-DEPT-FOUND-SW = "N"
002140         IF WS-DEPT-COUNT >= 50
002150             DISPLAY "GL-POST: MORE THAN 50 DEPARTMENT/ACCOUNT "
002160                 "PAIRS - RUN STOPPED, POSTING INCOMPLETE"
002161             MOVE "2100-FIND-DEPT-ENTRY" TO WS-IL-PARAGRAPH
002162             MOVE "E" TO WS-IL-SEVERITY
002163             MOVE SPACES TO WS-IL-FILE-STATUS
002164             MOVE "MORE THAN 50 DEPT/ACCOUNT PAIRS - RUN STOPPED"
002165                 TO WS-IL-MESSAGE
002166             PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
002170             MOVE 4 TO RETURN-CODE
002180             MOVE "Y" TO WS-EOF-SW
002190         ELSE
002200             ADD 1 TO WS-DEPT-COUNT
002210             MOVE WS-DEPT-COUNT TO WS-DEPT-AT
002220             MOVE WS-FIND-DEPT TO WS-DPT-CODE (WS-DEPT-AT)
002222             MOVE WS-FIND-ACCOUNT TO WS-DPT-ACCOUNT (WS-DEPT-AT)
002224             MOVE "N" TO WS-DPT-HOME-SW (WS-DEPT-AT)
002230             MOVE ZEROS TO WS-DPT-SALARY (WS-DEPT-AT)
002240             MOVE ZEROS TO WS-DPT-FICA (WS-DEPT-AT)
002250             MOVE ZEROS TO WS-DPT-STATE (WS-DEPT-AT)
002340     EXIT.
002350*
002360 2110-CHECK-ONE-ENTRY.
002370     IF WS-DPT-CODE (WS-DEPT-IDX) = WS-FIND-DEPT
002372             AND WS-DPT-ACCOUNT (WS-DEPT-IDX) = WS-FIND-ACCOUNT
002380         MOVE "Y" TO WS-DEPT-FOUND-SW
002390         MOVE WS-DEPT-IDX TO WS-DEPT-AT
002400     END-IF.
002410 2110-CHECK-ONE-ENTRY-EXIT.
002420     EXIT.
002430*
002431*    A DISTRIBUTION THAT FAILS THE 100.00 PROOF IS TREATED AS
002432*    MISSING SO THE PAY STILL POSTS, TO THE HOME DEPARTMENT
002433 2200-GET-DISTRIBUTION.
002434     MOVE "N" TO WS-DIST-FOUND-SW.
002435     IF NOT WS-LABOR-IS-OPENED
002436         GO TO 2200-GET-DISTRIBUTION-EXIT
002437     END-IF.
002438     MOVE PAY-EMP-ID TO LBD-EMP-ID.
002439     READ LABOR-DIST-MASTER
002440         INVALID KEY
002441             GO TO 2200-GET-DISTRIBUTION-EXIT
002442     END-READ.
002443     MOVE ZEROS TO WS-PERCENT-TOTAL.
002444     IF LBD-LINE-COUNT IS NUMERIC
002445             AND LBD-LINE-COUNT > ZERO
002446             AND LBD-LINE-COUNT NOT > 5
002447         PERFORM 2210-ADD-ONE-PERCENT
002448             THRU 2210-ADD-ONE-PERCENT-EXIT
002449             VARYING WS-LINE-IDX FROM 1 BY 1
002450             UNTIL WS-LINE-IDX > LBD-LINE-COUNT
002451     END-IF.
002452     IF WS-PERCENT-TOTAL NOT = 100
002453         DISPLAY "GL-POST: DISTRIBUTION FOR " PAY-EMP-ID
002454             " DOES NOT TOTAL 100 - CHARGED TO HOME DEPT "
002455             PAY-NO-OF-DEPT
002456         ADD 1 TO WS-DIST-INVALID-COUNT
002457         GO TO 2200-GET-DISTRIBUTION-EXIT
002458     END-IF.
002459     MOVE "Y" TO WS-DIST-FOUND-SW.
002460 2200-GET-DISTRIBUTION-EXIT.
002461     EXIT.
002462*
002463 2210-ADD-ONE-PERCENT.
002464     IF LBD-PERCENT (WS-LINE-IDX) IS NUMERIC
002465         ADD LBD-PERCENT (WS-LINE-IDX) TO WS-PERCENT-TOTAL
002466     END-IF.
002467 2210-ADD-ONE-PERCENT-EXIT.
002468     EXIT.
002469*
002470*    EACH LINE TAKES ITS ROUNDED PERCENTAGE OF THE THREE SPREAD
002471*    AMOUNTS; WHATEVER THE ROUNDING LEAVES OVER OR SHORT IS
002472*    FORCED TO THE LARGEST LINE (THE FIRST, ON A TIE) SO THE
002473*    LINES ALWAYS ADD BACK TO THE PAY RECORD
002474 2300-SPLIT-PAY.
002475     MOVE ZEROS TO WS-SPLIT-SALARY.
002476     MOVE ZEROS TO WS-SPLIT-EMPR-FICA.
002477     MOVE ZEROS TO WS-SPLIT-UNEMP.
002478     MOVE 1 TO WS-LARGEST-IDX.
002479     PERFORM 2310-SPLIT-ONE-LINE THRU 2310-SPLIT-ONE-LINE-EXIT
002480         VARYING WS-LINE-IDX FROM 1 BY 1
002481         UNTIL WS-LINE-IDX > LBD-LINE-COUNT.
002482     COMPUTE WS-SHR-SALARY (WS-LARGEST-IDX) =
002483         WS-SHR-SALARY (WS-LARGEST-IDX)
002484             + PAY-SALARY - WS-SPLIT-SALARY.
002485     COMPUTE WS-SHR-EMPR-FICA (WS-LARGEST-IDX) =
002486         WS-SHR-EMPR-FICA (WS-LARGEST-IDX)
002487             + PAY-EMPR-FICA - WS-SPLIT-EMPR-FICA.
002488     COMPUTE WS-SHR-UNEMP (WS-LARGEST-IDX) =
002489         WS-SHR-UNEMP (WS-LARGEST-IDX)
002490             + PAY-UNEMP-ACCR - WS-SPLIT-UNEMP.
002491 2300-SPLIT-PAY-EXIT.
002492     EXIT.
002493*
002494 2310-SPLIT-ONE-LINE.
002495     COMPUTE WS-SHR-SALARY (WS-LINE-IDX) ROUNDED =
002496         PAY-SALARY * LBD-PERCENT (WS-LINE-IDX) / 100.
002497     COMPUTE WS-SHR-EMPR-FICA (WS-LINE-IDX) ROUNDED =
002498         PAY-EMPR-FICA * LBD-PERCENT (WS-LINE-IDX) / 100.
002499     COMPUTE WS-SHR-UNEMP (WS-LINE-IDX) ROUNDED =
002500         PAY-UNEMP-ACCR * LBD-PERCENT (WS-LINE-IDX) / 100.
002501     ADD WS-SHR-SALARY (WS-LINE-IDX) TO WS-SPLIT-SALARY.
002502     ADD WS-SHR-EMPR-FICA (WS-LINE-IDX) TO WS-SPLIT-EMPR-FICA.
002503     ADD WS-SHR-UNEMP (WS-LINE-IDX) TO WS-SPLIT-UNEMP.
002504     IF LBD-PERCENT (WS-LINE-IDX) > LBD-PERCENT (WS-LARGEST-IDX)
002505         MOVE WS-LINE-IDX TO WS-LARGEST-IDX
002506     END-IF.
002507 2310-SPLIT-ONE-LINE-EXIT.
002508     EXIT.
002509*
002510 2330-CHARGE-ONE-LINE.
002511     MOVE LBD-DEPT (WS-LINE-IDX) TO WS-FIND-DEPT.
002512     MOVE LBD-ACCOUNT (WS-LINE-IDX) TO WS-FIND-ACCOUNT.
002513     PERFORM 2100-FIND-DEPT-ENTRY
002514         THRU 2100-FIND-DEPT-ENTRY-EXIT.
002515     IF WS-DEPT-AT = ZEROS
002516         GO TO 2330-CHARGE-ONE-LINE-EXIT
002517     END-IF.
002518     ADD WS-SHR-SALARY (WS-LINE-IDX)
002519         TO WS-DPT-SALARY (WS-DEPT-AT).
002520     ADD WS-SHR-EMPR-FICA (WS-LINE-IDX)
002521         TO WS-DPT-EMPR-FICA (WS-DEPT-AT).
002522     ADD WS-SHR-UNEMP (WS-LINE-IDX) TO WS-DPT-UNEMP (WS-DEPT-AT).
002523     MOVE LBD-FUND (WS-LINE-IDX) TO LDD-FUND.
002524     MOVE LBD-DEPT (WS-LINE-IDX) TO LDD-DEPT.
002525     MOVE LBD-ACCOUNT (WS-LINE-IDX) TO LDD-ACCOUNT.
002526     MOVE LBD-PERCENT (WS-LINE-IDX) TO LDD-PERCENT.
002527     MOVE WS-SHR-SALARY (WS-LINE-IDX) TO LDD-SALARY.
002528     MOVE WS-SHR-EMPR-FICA (WS-LINE-IDX) TO LDD-EMPR-FICA.
002529     MOVE WS-SHR-UNEMP (WS-LINE-IDX) TO LDD-UNEMP.
002530     PERFORM 2400-WRITE-LABOR-DETAIL
002531         THRU 2400-WRITE-LABOR-DETAIL-EXIT.
002532 2330-CHARGE-ONE-LINE-EXIT.
002533     EXIT.
002534*
002535 2400-WRITE-LABOR-DETAIL.
002536     MOVE WS-RUN-DATE TO LDD-RUN-DATE.
002537     MOVE PAY-EMP-ID TO LDD-EMP-ID.
002538     MOVE PAY-EMP-NAME TO LDD-EMP-NAME.
002539     WRITE LABOR-DETAIL-RECORD.
002540 2400-WRITE-LABOR-DETAIL-EXIT.
002541     EXIT.
002542*
002543 3000-PROVE-AND-POST.
002544     PERFORM 3100-ACCUMULATE-ONE-DEPT
002545         THRU 3100-ACCUMULATE-ONE-DEPT-EXIT
002546         VARYING WS-DEPT-IDX FROM 1 BY 1
002547         UNTIL WS-DEPT-IDX > WS-DEPT-COUNT.
002548     IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
002549         MOVE "Y" TO WS-BALANCED-SW
002550     END-IF.
002551     OPEN OUTPUT PROOF-FILE.
002552     MOVE WS-RUN-DATE TO PFH-RUN-DATE.
002553     WRITE PRF-LINE FROM WS-PROOF-HDR.
002554     WRITE PRF-LINE FROM SPACES AFTER ADVANCING 1 LINE.
002560     WRITE PRF-LINE FROM WS-PROOF-COLUMN-HDR
002570         AFTER ADVANCING 1 LINE.
002580     IF WS-IS-BALANCED
002820             TO WS-PROOF-VERDICT-LINE
002830         DISPLAY "GL-POST: OUT OF BALANCE - DEBITS = "
002840             WS-TOTAL-DEBITS " CREDITS = " WS-TOTAL-CREDITS
002841         MOVE "3000-PROVE-AND-POST" TO WS-IL-PARAGRAPH
002842         MOVE "E" TO WS-IL-SEVERITY
002843         MOVE SPACES TO WS-IL-FILE-STATUS
002844         MOVE "OUT OF BALANCE - NO GL INTERFACE WRITTEN"
002845             TO WS-IL-MESSAGE
002846         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
002850         MOVE 4 TO RETURN-CODE
002860     END-IF.
002870     WRITE PRF-LINE FROM WS-PROOF-VERDICT-LINE
002880         AFTER ADVANCING 1 LINE.
002881     MOVE "EMPLOYEES SPREAD BY LABOR DISTRIBUTION:" TO PFC-LABEL.
002882     MOVE WS-DISTRIBUTED-COUNT TO PFC-COUNT.
002883     WRITE PRF-LINE FROM WS-PROOF-COUNT-LINE
002884         AFTER ADVANCING 1 LINE.
002885     MOVE "DISTRIBUTIONS NOT 100 - HOME DEPT:" TO PFC-LABEL.
002886     MOVE WS-DIST-INVALID-COUNT TO PFC-COUNT.
002887     WRITE PRF-LINE FROM WS-PROOF-COUNT-LINE
002888         AFTER ADVANCING 1 LINE.
002890 3000-PROVE-AND-POST-EXIT.
002900     EXIT.
002910*
003040     EXIT.
003050*
003060 3200-POST-ONE-DEPT.
003070     MOVE WS-DPT-ACCOUNT (WS-DEPT-IDX) TO GLP-ACCOUNT.
003080     MOVE WS-DPT-CODE (WS-DEPT-IDX) TO GLP-DEPT.
003090     MOVE "D" TO GLP-DR-CR.
003100     MOVE WS-DPT-SALARY (WS-DEPT-IDX) TO GLP-AMOUNT.
003110     WRITE GL-POSTING-REC.
003120     PERFORM 3210-PROOF-LINE THRU 3210-PROOF-LINE-EXIT.
003121     IF WS-DPT-HOME-SW (WS-DEPT-IDX) = "Y"
003122         PERFORM 3220-POST-WITHHOLDINGS
003123             THRU 3220-POST-WITHHOLDINGS-EXIT
003124     END-IF.
003125*    EMPLOYER-SIDE EXPENSE AND LIABILITIES
003126     MOVE "6200" TO GLP-ACCOUNT.
003127     MOVE "D" TO GLP-DR-CR.
003128     COMPUTE GLP-AMOUNT = WS-DPT-EMPR-FICA (WS-DEPT-IDX)
003129         + WS-DPT-UNEMP (WS-DEPT-IDX).
003130     WRITE GL-POSTING-REC.
003131     PERFORM 3210-PROOF-LINE THRU 3210-PROOF-LINE-EXIT.
003132     MOVE "2150" TO GLP-ACCOUNT.
003133     MOVE "C" TO GLP-DR-CR.
003134     MOVE WS-DPT-EMPR-FICA (WS-DEPT-IDX) TO GLP-AMOUNT.
003135     WRITE GL-POSTING-REC.
003136     PERFORM 3210-PROOF-LINE THRU 3210-PROOF-LINE-EXIT.
003137     MOVE "2600" TO GLP-ACCOUNT.
003138     MOVE "C" TO GLP-DR-CR.
003139     MOVE WS-DPT-UNEMP (WS-DEPT-IDX) TO GLP-AMOUNT.
003140     WRITE GL-POSTING-REC.
003141     PERFORM 3210-PROOF-LINE THRU 3210-PROOF-LINE-EXIT.
003142 3200-POST-ONE-DEPT-EXIT.
003143     EXIT.
003144*
003145*    TAX, DEDUCTION AND NET-PAY CREDITS - HOME DEPARTMENT ONLY
003146 3220-POST-WITHHOLDINGS.
003147     MOVE WS-DPT-CODE (WS-DEPT-IDX) TO GLP-DEPT.
003148     MOVE "2100" TO GLP-ACCOUNT.
003149     MOVE "C" TO GLP-DR-CR.
003150     MOVE WS-DPT-FICA (WS-DEPT-IDX) TO GLP-AMOUNT.
003160     WRITE GL-POSTING-REC.
003170     PERFORM 3210-PROOF-LINE THRU 3210-PROOF-LINE-EXIT.
003350     MOVE WS-DPT-NET (WS-DEPT-IDX) TO GLP-AMOUNT.
003360     WRITE GL-POSTING-REC.
003370     PERFORM 3210-PROOF-LINE THRU 3210-PROOF-LINE-EXIT.
003380 3220-POST-WITHHOLDINGS-EXIT.
003560     EXIT.
003570*
003580 3210-PROOF-LINE.
003710*
003720 3300-PROOF-ONLY-ONE-DEPT.
003730     MOVE WS-DPT-CODE (WS-DEPT-IDX) TO PFD-DEPT.
003740     MOVE WS-DPT-ACCOUNT (WS-DEPT-IDX) TO PFD-ACCOUNT.
003750     MOVE "DR" TO PFD-DR-CR.
003760     MOVE WS-DPT-SALARY (WS-DEPT-IDX) TO PFD-AMOUNT.
003770     WRITE PRF-LINE FROM WS-PROOF-DETAIL
003840 3300-PROOF-ONLY-ONE-DEPT-EXIT.
003850     EXIT.
003860*
003861 8900-LOG-INCIDENT.
003862     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
003863         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
003864         WS-IL-MESSAGE.
003865 8900-LOG-INCIDENT-EXIT.
003866     EXIT.
003867*
003870 9000-TERMINATE.
003880     PERFORM 9100-WRITE-RUN-STATS
003890         THRU 9100-WRITE-RUN-STATS-EXIT.
003892     IF WS-RUN-REFUSED
003894         GO TO 9000-TERMINATE-EXIT
003896     END-IF.
003900     IF WS-IN-FILE-STATUS = "00" OR = "10"
003910         CLOSE IN-FILE
003920     END-IF.
003930     CLOSE PROOF-FILE.
003931     CLOSE LABOR-DETAIL-FILE.
003932     IF WS-LABOR-IS-OPENED
003933         CLOSE LABOR-DIST-MASTER
003934     END-IF.
003935     IF WS-LOCK-IS-HELD
003936         MOVE "R" TO WS-FL-FUNCTION
003937         MOVE "laborDistMstr" TO WS-FL-FILE-NAME
003938         MOVE "GLPOST" TO WS-FL-HOLDER
003939         CALL "FILE-LOCK" USING WS-FL-FUNCTION
003940             WS-FL-FILE-NAME WS-FL-HOLDER
003941             WS-FL-REPLY WS-FL-INFO
003942     END-IF.
003943 9000-TERMINATE-EXIT.
003950     EXIT.
003960*
003970 9100-WRITE-RUN-STATS.
004040         MOVE "GLPOST" TO RST-STEP-NAME
004050         MOVE WS-RECORD-COUNT TO RST-RECORDS-IN
004060         MOVE WS-RECORD-COUNT TO RST-RECORDS-OUT
004070         MOVE WS-DIST-INVALID-COUNT TO RST-REJECTS
004080         MOVE WS-TOTAL-DEBITS TO RST-AMOUNT-TOTAL
004090         MOVE WS-TOTAL-CREDITS TO RST-HASH-TOTAL
004100         MOVE RETURN-CODE TO RST-RETURN-CODE
004130     ELSE
004140         DISPLAY "GL-POST: CANNOT OPEN runStats, STATUS = "
004150             WS-STATS-STATUS
004151         MOVE "9100-WRITE-RUN-STATS" TO WS-IL-PARAGRAPH
004152         MOVE "W" TO WS-IL-SEVERITY
004153         MOVE WS-STATS-STATUS TO WS-IL-FILE-STATUS
004154         MOVE "CANNOT OPEN runStats" TO WS-IL-MESSAGE
004155         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
004160     END-IF.
004170 9100-WRITE-RUN-STATS-EXIT.
004180     EXIT.
