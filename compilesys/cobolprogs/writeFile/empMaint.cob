000270*                    MAINTENANCE SESSION CAN NO LONGER
000280*                    WORK THE MASTER AT THE SAME TIME,
000290*                    IN EITHER ORDER.
000291*   2026-10-14  RSG  ADD REQUIRES A VACANT POSITION IN THE
000292*                    EMPLOYEE'S DEPARTMENT ON positionMaster -
000293*                    THE ONE KEYED OR THE FIRST VACANT ONE - AND
000294*                    FILLS IT. WITH NONE VACANT THE ADD IS
000295*                    REFUSED UNLESS A SUPERVISOR OVERRIDES; THE
000296*                    OVERRIDE IS AUDITED. A DELETE, A DEPT
000297*                    CHANGE OR A TERMINATION VACATES THE
000298*                    EMPLOYEE'S POSITION.
000299*   2026-10-14  RSG  EVERY HIRE AND PAY-RATE CHANGE IS KEPT ON
000300*                    payRateHistory WITH ITS EFFECTIVE DATE AND
000301*                    A REASON CODE. A RAISE EFFECTIVE BEFORE
000302*                    TODAY IS PRICED AGAINST THE PAY ALREADY ON
000303*                    payrollAudit AND THE RETRO ADJUSTMENT IS
000304*                    WRITTEN TO payrollRetro FOR THE NEXT
000305*                    PAYROLL PASS. MENU 6 SHOWS THE HISTORY.
000307*   2026-10-14  RSG  EVERY EMPLOYEE CARRIES A PAY GROUP, KEYED ON
000309*                    ADD AND CHANGE AND PROVED AGAINST THE
000311*                    payCalendar - THE PAYROLL PASS PAYS A GROUP
000313*                    ONLY ON ITS CHECK DATES.
000314*   2026-10-14  RSG  TERMINATING AN ACTIVE EMPLOYEE HERE REMINDS
000315*                    THE OPERATOR THAT FINAL PAY, THE VACATION
000316*                    PAYOUT AND ARREARS ARE SETTLED BY AN "F"
000317*                    PAYROLL TRANSACTION, WHICH ALSO MARKS THE
000318*                    EMPLOYEE TERMINATED.
000320*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000322*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000323*   2026-10-14  RSG  A PAY-RATE CHANGE NO LONGER TAKES EFFECT
000324*                    HERE - THE NEW RATE IS HELD ON
000325*                    pendingChange THROUGH PEND-CHANGE AND THE
000326*                    REST OF THE CHANGE IS MADE AT THE OLD
000327*                    RATE. CHG-APPROVE APPLIES IT ONCE A
000328*                    DIFFERENT SUPERVISOR APPROVES, AND NOW
000329*                    WRITES ITS HISTORY AND RETRO PAY.
000330*================================================================
000331*
000332 ENVIRONMENT DIVISION.
000333 CONFIGURATION SECTION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT EMPLOYEE-MASTER ASSIGN TO DISK
000430         ACCESS MODE IS RANDOM
000440         RECORD KEY IS DPT-DEPT-CODE
000450         FILE STATUS IS WS-DEPT-STATUS.
000451     SELECT POSITION-MASTER ASSIGN TO DISK
000452         ORGANIZATION IS INDEXED
000453         ACCESS MODE IS DYNAMIC
000454         RECORD KEY IS POS-ID
000455         FILE STATUS IS WS-POS-STATUS.
000456     SELECT SESSION-FILE ASSIGN TO DISK
000457         ORGANIZATION IS LINE SEQUENTIAL
000458         FILE STATUS IS WS-SESSION-STATUS.
000459     SELECT PAY-RATE-HISTORY ASSIGN TO DISK
000460         ORGANIZATION IS INDEXED
000461         ACCESS MODE IS DYNAMIC
000462         RECORD KEY IS PRH-KEY
000463         FILE STATUS IS WS-PRH-STATUS.
000470     SELECT PAY-CALENDAR ASSIGN TO DISK
000471         ORGANIZATION IS INDEXED
000472         ACCESS MODE IS DYNAMIC
000473         RECORD KEY IS PCL-KEY
000474         FILE STATUS IS WS-PCL-STATUS.
000475*
000476 DATA DIVISION.
000480 FILE SECTION.
000490*
000500 FD  EMPLOYEE-MASTER
000560     LABEL RECORDS ARE STANDARD
000570     VALUE OF FILE-ID IS "deptMaster".
000580     COPY "deptmstr.cpy".
000581*
000582 FD  POSITION-MASTER
000583     LABEL RECORDS ARE STANDARD
000584     VALUE OF FILE-ID IS "positionMaster".
000585     COPY "posmstr.cpy".
000586*
000587 FD  SESSION-FILE
000588     LABEL RECORDS ARE STANDARD
000589     VALUE OF FILE-ID IS "signonSession".
000590 01  SESSION-REC.
000591     05  SESSION-OPERATOR-ID     PIC X(10).
000592     05  SESSION-AUTH-LEVEL      PIC 9(01).
000593*
000594 FD  PAY-RATE-HISTORY
000595     LABEL RECORDS ARE STANDARD
000596     VALUE OF FILE-ID IS "payRateHistory".
000597     COPY "prhist.cpy".
000598*
000619 FD  PAY-CALENDAR
000620     LABEL RECORDS ARE STANDARD
000621     VALUE OF FILE-ID IS "payCalendar".
000622     COPY "paycal.cpy".
000623*
000624 WORKING-STORAGE SECTION.
000625*----------------------------------------------------------------
000626* SWITCHES, STATUS FIELDS, AND MENU CONTROL
000630*----------------------------------------------------------------
000640 77  WS-MASTER-STATUS        PIC X(02) VALUE "00".
000650 77  WS-CONTINUE-SW          PIC X(01) VALUE "Y".
000700     88  WS-CHOICE-DELETE        VALUE "3".
000710     88  WS-CHOICE-LIST          VALUE "4".
000720     88  WS-CHOICE-EXIT          VALUE "5".
000722     88  WS-CHOICE-HISTORY       VALUE "6".
000730 77  WS-SEARCH-ID            PIC X(04) VALUE SPACES.
000740 77  WS-LIST-EOF-SW          PIC X(01) VALUE "N".
000750     88  WS-END-OF-LIST          VALUE "Y".
000890 77  WS-MA-KEY               PIC X(20) VALUE SPACES.
000900 77  WS-MA-BEFORE            PIC X(80) VALUE SPACES.
000910 77  WS-MA-AFTER             PIC X(80) VALUE SPACES.
000911*----------------------------------------------------------------
000912* POSITION CONTROL AND SUPERVISOR OVERRIDE
000913*----------------------------------------------------------------
000914 77  WS-POS-STATUS           PIC X(02) VALUE "00".
000915 77  WS-SESSION-STATUS       PIC X(02) VALUE "00".
000916 77  WS-AUTH-LEVEL           PIC 9(01) VALUE 1.
000917     88  WS-LEVEL-SUPERVISOR     VALUE 3.
000918 77  WS-POS-LOCK-SW          PIC X(01) VALUE "N".
000919     88  WS-POS-LOCK-IS-HELD     VALUE "Y".
000920 77  WS-POS-OPENED-SW        PIC X(01) VALUE "N".
000921     88  WS-POS-IS-OPENED        VALUE "Y".
000922 77  WS-POS-FOUND-SW         PIC X(01) VALUE "N".
000923     88  WS-POS-WAS-FOUND        VALUE "Y".
000924 77  WS-OVERRIDE-SW          PIC X(01) VALUE "N".
000925     88  WS-OVERRIDE-GIVEN       VALUE "Y".
000926 77  WS-OVERRIDE-REPLY       PIC X(01) VALUE SPACE.
000927 77  WS-SCAN-EOF-SW          PIC X(01) VALUE "N".
000928     88  WS-END-OF-SCAN          VALUE "Y".
000929 77  WS-POSITION-ID          PIC X(06) VALUE SPACES.
000930 77  WS-VACATE-EMP-ID        PIC X(04) VALUE SPACES.
000931 77  WS-OLD-DEPT             PIC X(04) VALUE SPACES.
000932 77  WS-OLD-STATUS           PIC X(01) VALUE SPACES.
000933 77  WS-SYSTEM-DATE          PIC 9(08) VALUE ZEROS.
000934*----------------------------------------------------------------
000935* PAY-RATE HISTORY AND RETRO PAY
000936*----------------------------------------------------------------
000937 77  WS-PRH-STATUS           PIC X(02) VALUE "00".
000940 77  WS-PRH-OPENED-SW        PIC X(01) VALUE "N".
000941     88  WS-PRH-IS-OPENED        VALUE "Y".
000944 77  WS-OPERATOR-ID          PIC X(10) VALUE SPACES.
000945 77  WS-OLD-RATE             PIC 9(05)V99 VALUE ZEROS.
000946 77  WS-EFF-DATE             PIC X(08) VALUE SPACES.
000947 77  WS-EFF-DATE-NUM REDEFINES WS-EFF-DATE
000948                             PIC 9(08).
000949 77  WS-RATE-REASON          PIC X(03) VALUE SPACES.
000950 77  WS-RATE-CHANGED-SW      PIC X(01) VALUE "N".
000951     88  WS-RATE-CHANGED         VALUE "Y".
000953 77  WS-RETRO-AMOUNT         PIC S9(07) VALUE ZEROS.
000954 77  WS-HIST-EOF-SW          PIC X(01) VALUE "N".
000955     88  WS-END-OF-HISTORY       VALUE "Y".
000956 77  WS-HIST-COUNT           PIC 9(05) VALUE ZEROS.
000957*----------------------------------------------------------------
000958* PAY GROUP
000959*----------------------------------------------------------------
000960 77  WS-PCL-STATUS           PIC X(02) VALUE "00".
000961 77  WS-PCL-OPENED-SW        PIC X(01) VALUE "N".
000962     88  WS-PCL-IS-OPENED        VALUE "Y".
000963 77  WS-GROUP-VALID-SW       PIC X(01) VALUE "N".
000964     88  WS-GROUP-IS-VALID       VALUE "Y".
000965*----------------------------------------------------------------
000966* PENDING CHANGE CALL FIELDS
000967*----------------------------------------------------------------
000968 77  WS-PC-FILE              PIC X(01) VALUE "E".
000969 77  WS-PC-ACTION            PIC X(01) VALUE "C".
000970 77  WS-PC-KEY               PIC X(20) VALUE SPACES.
000971 77  WS-PC-BEFORE            PIC X(80) VALUE SPACES.
000972 77  WS-PC-AFTER             PIC X(80) VALUE SPACES.
000973 77  WS-PC-EFF-DATE          PIC X(08) VALUE SPACES.
000974 77  WS-PC-REASON            PIC X(03) VALUE SPACES.
000975 77  WS-PC-CHANGE-ID         PIC X(16) VALUE SPACES.
000976 77  WS-PC-REPLY             PIC X(01) VALUE "N".
000977*----------------------------------------------------------------
000978* INCIDENT LOG CALL FIELDS
000979*----------------------------------------------------------------
000980 77  WS-IL-PROGRAM           PIC X(20) VALUE "EMP-MAINT".
000981 77  WS-IL-STEP              PIC X(08) VALUE SPACES.
000982 77  WS-IL-PARAGRAPH         PIC X(30) VALUE SPACES.
000983 77  WS-IL-SEVERITY          PIC X(01) VALUE SPACES.
000984 77  WS-IL-FILE-STATUS       PIC X(02) VALUE SPACES.
000985 77  WS-IL-MESSAGE           PIC X(60) VALUE SPACES.
000986 01  WS-OVERRIDE-NOTE.
000987     05  FILLER              PIC X(38) VALUE
000988         "SUPERVISOR OVERRIDE - NO VACANT POSITI".
000989     05  FILLER              PIC X(12) VALUE "ON IN DEPT ".
000990     05  WS-OVR-DEPT         PIC X(04).
000991     05  FILLER              PIC X(26) VALUE SPACES.
000992*
000993 PROCEDURE DIVISION.
000994*================================================================
000995* 0000-MAINLINE
000996*================================================================
000997 0000-MAINLINE.
000998     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000999     PERFORM 2000-MENU-CYCLE THRU 2000-MENU-CYCLE-EXIT
001000         UNTIL NOT WS-CONTINUE-MAINT.
001010     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001020     GOBACK.
001030*
001040 1000-INITIALIZE.
001041     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
001042     OPEN INPUT SESSION-FILE.
001043     IF WS-SESSION-STATUS = "00"
001044         READ SESSION-FILE
001045             AT END
001046                 MOVE 1 TO WS-AUTH-LEVEL
001047             NOT AT END
001048                 MOVE SESSION-OPERATOR-ID TO WS-OPERATOR-ID
001049                 IF SESSION-AUTH-LEVEL IS NUMERIC
001050                     MOVE SESSION-AUTH-LEVEL TO WS-AUTH-LEVEL
001051                 END-IF
001052         END-READ
001053         CLOSE SESSION-FILE
001054     END-IF.
001055*    TAKE THE EXCLUSIVE HOLD FOR THE WHOLE SESSION SO A
001060*    BATCH STEP STARTING MID-SESSION IS REFUSED TOO, NOT
001070*    JUST THE OTHER WAY AROUND
001080     MOVE "A" TO WS-FL-FUNCTION.
001260     IF WS-MASTER-STATUS NOT = "00" AND NOT = "05"
001270         DISPLAY "EMP-MAINT: UNABLE TO OPEN MASTER, "
001280             "STATUS = " WS-MASTER-STATUS
001281         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001282         MOVE "E" TO WS-IL-SEVERITY
001283         MOVE WS-MASTER-STATUS TO WS-IL-FILE-STATUS
001284         MOVE "UNABLE TO OPEN MASTER" TO WS-IL-MESSAGE
001285         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001290         MOVE "N" TO WS-CONTINUE-SW
001300     END-IF.
001310     IF WS-CONTINUE-MAINT
001330         IF WS-DEPT-STATUS NOT = "00"
001340             DISPLAY "EMP-MAINT: UNABLE TO OPEN deptMaster, "
001350                 "STATUS = " WS-DEPT-STATUS
001351             MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001352             MOVE "E" TO WS-IL-SEVERITY
001353             MOVE WS-DEPT-STATUS TO WS-IL-FILE-STATUS
001354             MOVE "UNABLE TO OPEN deptMaster" TO WS-IL-MESSAGE
001355             PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001360             DISPLAY "EMP-MAINT: RUN DEPT-MAINT TO BUILD THE "
001370                 "DEPARTMENT REFERENCE FILE FIRST"
001380             MOVE "N" TO WS-CONTINUE-SW
001390         END-IF
001400     END-IF.
001402     IF WS-CONTINUE-MAINT
001404         PERFORM 1100-OPEN-POSITIONS THRU 1100-OPEN-POSITIONS-EXIT
001405         OPEN I-O PAY-RATE-HISTORY
001406         IF WS-PRH-STATUS = "35"
001407             OPEN OUTPUT PAY-RATE-HISTORY
001408             CLOSE PAY-RATE-HISTORY
001409             OPEN I-O PAY-RATE-HISTORY
001410         END-IF
001411         IF WS-PRH-STATUS = "00" OR WS-PRH-STATUS = "05"
001412             MOVE "Y" TO WS-PRH-OPENED-SW
001413         ELSE
001414             DISPLAY "EMP-MAINT: UNABLE TO OPEN payRateHistory, "
001415                 "STATUS = " WS-PRH-STATUS
001416             MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001417             MOVE "E" TO WS-IL-SEVERITY
001418             MOVE WS-PRH-STATUS TO WS-IL-FILE-STATUS
001419             MOVE "UNABLE TO OPEN payRateHistory" TO WS-IL-MESSAGE
001420             PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001421             DISPLAY "EMP-MAINT: PAY-RATE CHANGES ARE REFUSED "
001422                 "THIS SESSION"
001423         END-IF
001424         OPEN INPUT PAY-CALENDAR
001425         IF WS-PCL-STATUS = "00"
001426             MOVE "Y" TO WS-PCL-OPENED-SW
001427         ELSE
001428             DISPLAY "EMP-MAINT: payCalendar NOT AVAILABLE, "
001429                 "STATUS = " WS-PCL-STATUS
001430                 " - PAY GROUPS ARE NOT PROVED"
001431         END-IF
001432     END-IF.
001433 1000-INITIALIZE-EXIT.
001434     EXIT.
001435*
001436*    POSITION CONTROL IS HELD FOR THE SESSION THE SAME WAY AS THE
001437*    MASTER. IF POS-MAINT HAS THE FILE, OR IT CANNOT BE OPENED,
001438*    MAINTENANCE GOES ON BUT EVERY ADD NEEDS A SUPERVISOR OVERRIDE
001439 1100-OPEN-POSITIONS.
001440     MOVE "A" TO WS-FL-FUNCTION.
001441     MOVE "positionMaster" TO WS-FL-FILE-NAME.
001442     MOVE "EMPMAINT" TO WS-FL-HOLDER.
001443     CALL "FILE-LOCK" USING WS-FL-FUNCTION WS-FL-FILE-NAME
001444         WS-FL-HOLDER WS-FL-REPLY WS-FL-INFO.
001445     IF WS-FL-REPLY = "N"
001446         DISPLAY "EMP-MAINT: positionMaster IS IN USE - "
001447             WS-FL-INFO
001448         DISPLAY "EMP-MAINT: ADDS NEED A SUPERVISOR OVERRIDE "
001449             "THIS SESSION"
001450         GO TO 1100-OPEN-POSITIONS-EXIT
001451     END-IF.
001452     MOVE "Y" TO WS-POS-LOCK-SW.
001453     OPEN I-O POSITION-MASTER.
001454     IF WS-POS-STATUS NOT = "00"
001455         DISPLAY "EMP-MAINT: UNABLE TO OPEN positionMaster, "
001456             "STATUS = " WS-POS-STATUS
001457         MOVE "1100-OPEN-POSITIONS" TO WS-IL-PARAGRAPH
001458         MOVE "E" TO WS-IL-SEVERITY
001459         MOVE WS-POS-STATUS TO WS-IL-FILE-STATUS
001460         MOVE "UNABLE TO OPEN positionMaster" TO WS-IL-MESSAGE
001461         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001462         DISPLAY "EMP-MAINT: ADDS NEED A SUPERVISOR OVERRIDE "
001463             "THIS SESSION"
001464         GO TO 1100-OPEN-POSITIONS-EXIT
001465     END-IF.
001466     MOVE "Y" TO WS-POS-OPENED-SW.
001467 1100-OPEN-POSITIONS-EXIT.
001468     EXIT.
001469*
001470 2000-MENU-CYCLE.
001471     DISPLAY "1 = ADD  2 = CHANGE  3 = DELETE  4 = LIST  "
001472         "5 = EXIT".
001473     DISPLAY "6 = PAY-RATE HISTORY".
001474     DISPLAY "ENTER CHOICE: ".
001480     ACCEPT WS-MENU-CHOICE.
001490     EVALUATE TRUE
001500         WHEN WS-CHOICE-ADD
001590         WHEN WS-CHOICE-LIST
001600             PERFORM 6000-LIST-EMPLOYEES
001610                 THRU 6000-LIST-EMPLOYEES-EXIT
001612         WHEN WS-CHOICE-HISTORY
001614             PERFORM 6700-SHOW-RATE-HISTORY
001616                 THRU 6700-SHOW-RATE-HISTORY-EXIT
001620         WHEN WS-CHOICE-EXIT
001630             MOVE "N" TO WS-CONTINUE-SW
001640         WHEN OTHER
001820     ACCEPT EMP-MST-STATUS.
001830     DISPLAY "ENTER PAY RATE (NNNNNVV): ".
001840     ACCEPT EMP-MST-PAY-RATE.
001842     DISPLAY "ENTER PAY GROUP (2 CHARS): ".
001844     ACCEPT EMP-MST-PAY-GROUP.
001850     IF EMP-MST-ID = SPACES OR EMP-MST-ID NOT NUMERIC
001860         DISPLAY "ADD REJECTED, BAD EMPLOYEE ID"
001870         GO TO 3000-ADD-EMPLOYEE-EXIT
001900     IF NOT WS-DEPT-IS-VALID
001910         DISPLAY "ADD REJECTED, DEPT NOT ON deptMaster: "
001920             EMP-MST-DEPT
001921         GO TO 3000-ADD-EMPLOYEE-EXIT
001922     END-IF.
001923     PERFORM 6800-CHECK-PAY-GROUP THRU 6800-CHECK-PAY-GROUP-EXIT.
001924     IF NOT WS-GROUP-IS-VALID
001925         DISPLAY "ADD REJECTED, PAY GROUP NOT ON payCalendar: "
001926             EMP-MST-PAY-GROUP
001930         GO TO 3000-ADD-EMPLOYEE-EXIT
001940     END-IF.
001950     IF NOT EMP-MST-ACTIVE AND NOT EMP-MST-TERMINATED
001960         MOVE "A" TO EMP-MST-STATUS
001970     END-IF.
001971     MOVE "N" TO WS-POS-FOUND-SW.
001972     MOVE "N" TO WS-OVERRIDE-SW.
001973     IF EMP-MST-ACTIVE
001974         PERFORM 3100-FIND-POSITION THRU 3100-FIND-POSITION-EXIT
001975         IF NOT WS-POS-WAS-FOUND
001976             PERFORM 3200-ASK-OVERRIDE
001977                 THRU 3200-ASK-OVERRIDE-EXIT
001978             IF NOT WS-OVERRIDE-GIVEN
001979                 GO TO 3000-ADD-EMPLOYEE-EXIT
001980             END-IF
001981         END-IF
001982     END-IF.
001983     WRITE EMPLOYEE-MASTER-RECORD
001990         INVALID KEY
002000             DISPLAY "ADD FAILED, EMPLOYEE ALREADY ON FILE, "
002010                 "STATUS = " WS-MASTER-STATUS
002012             GO TO 3000-ADD-EMPLOYEE-EXIT
002020         NOT INVALID KEY
002030             DISPLAY "EMPLOYEE ADDED: " EMP-MST-ID
002040                     MOVE SPACES TO WS-MA-BEFORE
002090                         THRU
002100                         8500-WRITE-MAINT-AUDIT-EXIT
002110     END-WRITE.
002111     IF WS-POS-WAS-FOUND
002112         PERFORM 3300-FILL-POSITION THRU 3300-FILL-POSITION-EXIT
002113     END-IF.
002114     IF EMP-MST-HIRE-DATE IS NUMERIC
002115         MOVE EMP-MST-HIRE-DATE TO WS-EFF-DATE
002116     ELSE
002117         MOVE WS-SYSTEM-DATE TO WS-EFF-DATE
002118     END-IF.
002119     MOVE ZEROS TO WS-OLD-RATE.
002120     MOVE ZEROS TO WS-RETRO-AMOUNT.
002121     MOVE "HIR" TO WS-RATE-REASON.
002122     PERFORM 7000-WRITE-RATE-HISTORY
002123         THRU 7000-WRITE-RATE-HISTORY-EXIT.
002124     IF WS-OVERRIDE-GIVEN
002125         MOVE EMP-MST-DEPT TO WS-OVR-DEPT
002126         MOVE "positionMast" TO WS-MA-FILE
002127         MOVE "O" TO WS-MA-ACTION
002128         MOVE EMP-MST-ID TO WS-MA-KEY
002129         MOVE SPACES TO WS-MA-BEFORE
002130         MOVE WS-OVERRIDE-NOTE TO WS-MA-AFTER
002131         PERFORM 8500-WRITE-MAINT-AUDIT
002132             THRU 8500-WRITE-MAINT-AUDIT-EXIT
002133         MOVE "employeeMast" TO WS-MA-FILE
002134     END-IF.
002135 3000-ADD-EMPLOYEE-EXIT.
002136     EXIT.
002137*
002138*================================================================
002139* 3100-FIND-POSITION - THE POSITION KEYED MUST BE A VACANT ONE IN
002140* THE EMPLOYEE'S DEPARTMENT; A BLANK ENTRY TAKES THE FIRST VACANT
002141* POSITION IN THE DEPARTMENT IN POSITION-ID ORDER. ON SUCCESS THE
002142* POSITION IS LEFT IN WS-POSITION-ID.
002143*================================================================
002144 3100-FIND-POSITION.
002145     IF NOT WS-POS-IS-OPENED
002146         GO TO 3100-FIND-POSITION-EXIT
002147     END-IF.
002148     DISPLAY "ENTER POSITION ID (BLANK = FIRST VACANT IN DEPT): ".
002149     ACCEPT WS-POSITION-ID.
002150     IF WS-POSITION-ID NOT = SPACES
002151         MOVE WS-POSITION-ID TO POS-ID
002152         READ POSITION-MASTER
002153             INVALID KEY
002154                 DISPLAY "POSITION NOT ON positionMaster: "
002155                     WS-POSITION-ID
002156                 GO TO 3100-FIND-POSITION-EXIT
002157         END-READ
002158         IF POS-DEPT NOT = EMP-MST-DEPT
002159             DISPLAY "POSITION " WS-POSITION-ID
002160                 " BELONGS TO DEPT " POS-DEPT
002161             GO TO 3100-FIND-POSITION-EXIT
002162         END-IF
002163         IF NOT POS-VACANT
002164             DISPLAY "POSITION " WS-POSITION-ID
002165                 " IS FILLED BY EMPLOYEE " POS-EMP-ID
002166             GO TO 3100-FIND-POSITION-EXIT
002167         END-IF
002168         MOVE "Y" TO WS-POS-FOUND-SW
002169         GO TO 3100-FIND-POSITION-EXIT
002170     END-IF.
002171     MOVE "N" TO WS-SCAN-EOF-SW.
002172     MOVE LOW-VALUES TO POS-ID.
002173     START POSITION-MASTER KEY NOT LESS THAN POS-ID
002174         INVALID KEY MOVE "Y" TO WS-SCAN-EOF-SW
002175     END-START.
002176     PERFORM 3110-SCAN-FOR-VACANT THRU 3110-SCAN-FOR-VACANT-EXIT
002177         UNTIL WS-END-OF-SCAN.
002178     IF WS-POS-WAS-FOUND
002179         DISPLAY "FILLING VACANT POSITION " WS-POSITION-ID
002180             " " POS-TITLE
002181     END-IF.
002182 3100-FIND-POSITION-EXIT.
002183     EXIT.
002184*
002185 3110-SCAN-FOR-VACANT.
002186     READ POSITION-MASTER NEXT RECORD
002187         AT END
002188             MOVE "Y" TO WS-SCAN-EOF-SW
002189             GO TO 3110-SCAN-FOR-VACANT-EXIT
002190     END-READ.
002191     IF POS-DEPT = EMP-MST-DEPT AND POS-VACANT
002192         MOVE POS-ID TO WS-POSITION-ID
002193         MOVE "Y" TO WS-POS-FOUND-SW
002194         MOVE "Y" TO WS-SCAN-EOF-SW
002195     END-IF.
002196 3110-SCAN-FOR-VACANT-EXIT.
002197     EXIT.
002198*
002199 3200-ASK-OVERRIDE.
002200     IF NOT WS-LEVEL-SUPERVISOR
002201         DISPLAY "ADD REJECTED, NO VACANT POSITION IN DEPT "
002202             EMP-MST-DEPT " - SUPERVISOR OVERRIDE REQUIRED"
002203         GO TO 3200-ASK-OVERRIDE-EXIT
002204     END-IF.
002205     DISPLAY "NO VACANT POSITION IN DEPT " EMP-MST-DEPT
002206         " - OVERRIDE AND ADD OVER BUDGET? (Y/N): ".
002207     ACCEPT WS-OVERRIDE-REPLY.
002208     IF WS-OVERRIDE-REPLY = "Y"
002209         MOVE "Y" TO WS-OVERRIDE-SW
002210     ELSE
002211         DISPLAY "ADD CANCELLED"
002212     END-IF.
002213 3200-ASK-OVERRIDE-EXIT.
002214     EXIT.
002215*
002216 3300-FILL-POSITION.
002217     MOVE WS-POSITION-ID TO POS-ID.
002218     READ POSITION-MASTER
002219         INVALID KEY
002220             DISPLAY "POSITION " WS-POSITION-ID
002221                 " NO LONGER ON FILE - NOT FILLED"
002222             GO TO 3300-FILL-POSITION-EXIT
002223     END-READ.
002224     MOVE POSITION-MASTER-RECORD TO WS-MA-BEFORE.
002225     MOVE EMP-MST-ID TO POS-EMP-ID.
002226     MOVE WS-SYSTEM-DATE TO POS-UPDATED-DATE.
002227     REWRITE POSITION-MASTER-RECORD
002228         INVALID KEY
002229             DISPLAY "POSITION UPDATE FAILED, STATUS = "
002230                 WS-POS-STATUS
002231         NOT INVALID KEY
002232             DISPLAY "POSITION " POS-ID " FILLED BY " POS-EMP-ID
002233             MOVE "positionMast" TO WS-MA-FILE
002234             MOVE POSITION-MASTER-RECORD TO WS-MA-AFTER
002235             MOVE POS-ID TO WS-MA-KEY
002236             MOVE "C" TO WS-MA-ACTION
002237             PERFORM 8500-WRITE-MAINT-AUDIT
002238                 THRU 8500-WRITE-MAINT-AUDIT-EXIT
002239             MOVE "employeeMast" TO WS-MA-FILE
002240     END-REWRITE.
002241 3300-FILL-POSITION-EXIT.
002242     EXIT.
002243*
002244 4000-CHANGE-EMPLOYEE.
002245     DISPLAY "ENTER EMPLOYEE ID TO CHANGE: ".
002246     ACCEPT WS-SEARCH-ID.
002247     MOVE WS-SEARCH-ID TO EMP-MST-ID.
002248     READ EMPLOYEE-MASTER
002249         INVALID KEY
002250             DISPLAY "NO EMPLOYEE FOUND FOR ID " WS-SEARCH-ID
002251         NOT INVALID KEY
002252             PERFORM 4100-APPLY-CHANGES
002253                 THRU 4100-APPLY-CHANGES-EXIT
002254     END-READ.
002260 4000-CHANGE-EMPLOYEE-EXIT.
002270     EXIT.
002280*
002290 4100-APPLY-CHANGES.
002300     MOVE EMPLOYEE-MASTER-RECORD TO WS-MA-BEFORE.
002302     MOVE EMP-MST-DEPT TO WS-OLD-DEPT.
002303     MOVE EMP-MST-STATUS TO WS-OLD-STATUS.
002304     MOVE EMP-MST-PAY-RATE TO WS-OLD-RATE.
002306     MOVE "N" TO WS-RATE-CHANGED-SW.
002310     DISPLAY "ENTER NEW LAST NAME: ".
002320     ACCEPT EMP-MST-LAST-NAME.
002330     DISPLAY "ENTER NEW FIRST NAME: ".
002380     ACCEPT EMP-MST-STATUS.
002390     DISPLAY "ENTER NEW PAY RATE (NNNNNVV): ".
002400     ACCEPT EMP-MST-PAY-RATE.
002402     DISPLAY "ENTER NEW PAY GROUP (2 CHARS): ".
002404     ACCEPT EMP-MST-PAY-GROUP.
002410     IF NOT EMP-MST-ACTIVE AND NOT EMP-MST-TERMINATED
002420         MOVE "A" TO EMP-MST-STATUS
002421     END-IF.
002422     IF EMP-MST-TERMINATED AND WS-OLD-STATUS = "A"
002423         DISPLAY "NOTE: NO FINAL PAY OR VACATION PAYOUT WILL BE "
002424             "MADE - SEND AN F PAYROLL TRANSACTION INSTEAD"
002425         DISPLAY "      IF THE FINAL CHECK IS STILL DUE"
002430     END-IF.
002440     PERFORM 6500-CHECK-DEPT THRU 6500-CHECK-DEPT-EXIT.
002450     IF NOT WS-DEPT-IS-VALID
002460         DISPLAY "CHANGE REJECTED, DEPT NOT ON deptMaster: "
002470             EMP-MST-DEPT
002471         GO TO 4100-APPLY-CHANGES-EXIT
002472     END-IF.
002473     PERFORM 6800-CHECK-PAY-GROUP THRU 6800-CHECK-PAY-GROUP-EXIT.
002474     IF NOT WS-GROUP-IS-VALID
002475         DISPLAY "CHANGE REJECTED, PAY GROUP NOT ON payCalendar: "
002476             EMP-MST-PAY-GROUP
002480         GO TO 4100-APPLY-CHANGES-EXIT
002490     END-IF.
002491     IF EMP-MST-PAY-RATE NOT = WS-OLD-RATE
002492         PERFORM 4200-GET-RATE-CHANGE
002493             THRU 4200-GET-RATE-CHANGE-EXIT
002494         IF NOT WS-RATE-CHANGED
002495             GO TO 4100-APPLY-CHANGES-EXIT
002496         END-IF
002497         PERFORM 4300-HOLD-RATE-CHANGE
002498             THRU 4300-HOLD-RATE-CHANGE-EXIT
002499         IF NOT WS-RATE-CHANGED
002500             GO TO 4100-APPLY-CHANGES-EXIT
002501         END-IF
002502*        THE REST OF THE CHANGE TAKES EFFECT NOW AT THE OLD RATE
002503         MOVE WS-OLD-RATE TO EMP-MST-PAY-RATE
002504         IF EMPLOYEE-MASTER-RECORD = WS-MA-BEFORE
002505             GO TO 4100-APPLY-CHANGES-EXIT
002506         END-IF
002507     END-IF.
002508     REWRITE EMPLOYEE-MASTER-RECORD
002510         INVALID KEY
002520             DISPLAY "CHANGE FAILED, STATUS = "
002530                 WS-MASTER-STATUS
002590                     PERFORM 8500-WRITE-MAINT-AUDIT
002600                         THRU
002610                         8500-WRITE-MAINT-AUDIT-EXIT
002611                     IF EMP-MST-TERMINATED
002612                             OR EMP-MST-DEPT NOT = WS-OLD-DEPT
002613                         MOVE EMP-MST-ID TO WS-VACATE-EMP-ID
002614                         PERFORM 6600-VACATE-POSITION
002615                             THRU 6600-VACATE-POSITION-EXIT
002624                     END-IF
002626     END-REWRITE.
002630 4100-APPLY-CHANGES-EXIT.
002631     EXIT.
002632*
002633*================================================================
002634* 4200-GET-RATE-CHANGE - A NEW PAY RATE NEEDS AN EFFECTIVE DATE
002635* (TODAY OR EARLIER) AND A REASON CODE. WS-RATE-CHANGED-SW IS
002636* "Y" ONLY WHEN BOTH ARE GOOD; OTHERWISE THE WHOLE CHANGE IS
002637* REJECTED SO THE MASTER AND THE HISTORY NEVER DISAGREE.
002638*================================================================
002639 4200-GET-RATE-CHANGE.
002640     IF NOT WS-PRH-IS-OPENED
002641         DISPLAY "CHANGE REJECTED, payRateHistory NOT AVAILABLE "
002642             "FOR A PAY-RATE CHANGE"
002643         GO TO 4200-GET-RATE-CHANGE-EXIT
002644     END-IF.
002645     DISPLAY "PAY RATE " WS-OLD-RATE " TO " EMP-MST-PAY-RATE.
002646     DISPLAY "ENTER EFFECTIVE DATE (YYYYMMDD, BLANK = TODAY): ".
002647     ACCEPT WS-EFF-DATE.
002648     IF WS-EFF-DATE = SPACES
002649         MOVE WS-SYSTEM-DATE TO WS-EFF-DATE
002650     END-IF.
002651     IF WS-EFF-DATE NOT NUMERIC
002652         DISPLAY "CHANGE REJECTED, EFFECTIVE DATE NOT NUMERIC"
002653         GO TO 4200-GET-RATE-CHANGE-EXIT
002654     END-IF.
002655     IF WS-EFF-DATE-NUM > WS-SYSTEM-DATE
002656         DISPLAY "CHANGE REJECTED, EFFECTIVE DATE IS IN THE "
002657             "FUTURE - KEY THE CHANGE ON OR AFTER THAT DATE"
002658         GO TO 4200-GET-RATE-CHANGE-EXIT
002659     END-IF.
002660     DISPLAY "ENTER REASON (MER = MERIT  PRO = PROMOTION  "
002661         "GEN = GENERAL INCREASE  COR = CORRECTION, "
002662         "BLANK = MER): ".
002663     ACCEPT WS-RATE-REASON.
002664     IF WS-RATE-REASON = SPACES
002665         MOVE "MER" TO WS-RATE-REASON
002666     END-IF.
002667     IF WS-RATE-REASON NOT = "MER" AND NOT = "PRO"
002668             AND NOT = "GEN" AND NOT = "COR"
002669         DISPLAY "CHANGE REJECTED, BAD REASON CODE: "
002670             WS-RATE-REASON
002671         GO TO 4200-GET-RATE-CHANGE-EXIT
002672     END-IF.
002673     MOVE "Y" TO WS-RATE-CHANGED-SW.
002674 4200-GET-RATE-CHANGE-EXIT.
002676     EXIT.
002678*
002680*================================================================
002682* 4300-HOLD-RATE-CHANGE - A PAY RATE IS UNDER DUAL CONTROL. THE
002684* NEW RATE, ITS EFFECTIVE DATE AND REASON GO TO pendingChange AND
002686* THE MASTER KEEPS THE OLD RATE, SO THE PAYROLL PASS GOES ON
002688* PAYING IT. CHG-APPROVE APPLIES THE RATE ONCE A DIFFERENT
002690* SUPERVISOR APPROVES IT, WRITES payRateHistory AND QUEUES ANY
002692* RETRO PAY OWED FROM THE EFFECTIVE DATE. IF THE CHANGE CANNOT BE
002694* HELD THE WHOLE CHANGE IS REJECTED.
002696*================================================================
002698 4300-HOLD-RATE-CHANGE.
002700     MOVE "N" TO WS-RATE-CHANGED-SW.
002702     MOVE WS-MA-BEFORE TO WS-PC-BEFORE.
002704     MOVE EMPLOYEE-MASTER-RECORD TO WS-PC-AFTER.
002706     MOVE EMP-MST-ID TO WS-PC-KEY.
002708     MOVE WS-EFF-DATE TO WS-PC-EFF-DATE.
002710     MOVE WS-RATE-REASON TO WS-PC-REASON.
002712     CALL "PEND-CHANGE" USING WS-PC-FILE WS-PC-ACTION WS-PC-KEY
002714         WS-PC-BEFORE WS-PC-AFTER WS-PC-EFF-DATE WS-PC-REASON
002716         WS-PC-CHANGE-ID WS-PC-REPLY.
002718     IF WS-PC-REPLY NOT = "Y"
002720         DISPLAY "CHANGE REJECTED, PAY-RATE CHANGE COULD NOT BE "
002722             "HELD FOR APPROVAL"
002724         GO TO 4300-HOLD-RATE-CHANGE-EXIT
002726     END-IF.
002728     DISPLAY "PAY-RATE CHANGE HELD FOR APPROVAL: " EMP-MST-ID
002730         " CHANGE ID " WS-PC-CHANGE-ID.
002732     MOVE "Y" TO WS-RATE-CHANGED-SW.
002734 4300-HOLD-RATE-CHANGE-EXIT.
002736     EXIT.
002738*
002770 5000-DELETE-EMPLOYEE.
002771     DISPLAY "ENTER EMPLOYEE ID TO DELETE: ".
002772     ACCEPT WS-SEARCH-ID.
002773     MOVE WS-SEARCH-ID TO EMP-MST-ID.
002774     READ EMPLOYEE-MASTER
002775         INVALID KEY
002776             DISPLAY "NO EMPLOYEE FOUND FOR ID " WS-SEARCH-ID
002777         NOT INVALID KEY
002778             MOVE EMPLOYEE-MASTER-RECORD TO WS-MA-BEFORE
002779             DELETE EMPLOYEE-MASTER RECORD
002780                 INVALID KEY
002781                     DISPLAY "DELETE FAILED, STATUS = "
002782                         WS-MASTER-STATUS
002790                 NOT INVALID KEY
002800                     DISPLAY "EMPLOYEE DELETED: " WS-SEARCH-ID
002810                     MOVE SPACES TO WS-MA-AFTER
002840                     PERFORM 8500-WRITE-MAINT-AUDIT
002850                         THRU
002860                         8500-WRITE-MAINT-AUDIT-EXIT
002862                     MOVE WS-SEARCH-ID TO WS-VACATE-EMP-ID
002864                     PERFORM 6600-VACATE-POSITION
002866                         THRU 6600-VACATE-POSITION-EXIT
002870             END-DELETE
002880     END-READ.
002890 5000-DELETE-EMPLOYEE-EXIT.
003100         NOT AT END
003110             DISPLAY EMP-MST-ID " " EMP-MST-NAME " DEPT "
003120                 EMP-MST-DEPT " " EMP-MST-STATUS " HIRED "
003122                 EMP-MST-HIRE-DATE " GROUP " EMP-MST-PAY-GROUP
003140             ADD 1 TO WS-LIST-COUNT
003150     END-READ.
003160 6100-LIST-ONE-EMPLOYEE-EXIT.
003280 6500-CHECK-DEPT-EXIT.
003290     EXIT.
003300*
003301*    FREES ANY POSITION HELD BY WS-VACATE-EMP-ID SO THE BUDGET
003302*    REPORT SHOWS IT VACANT AND THE NEXT HIRE CAN FILL IT
003303 6600-VACATE-POSITION.
003304     IF NOT WS-POS-IS-OPENED
003305         GO TO 6600-VACATE-POSITION-EXIT
003306     END-IF.
003307     MOVE "N" TO WS-SCAN-EOF-SW.
003308     MOVE LOW-VALUES TO POS-ID.
003309     START POSITION-MASTER KEY NOT LESS THAN POS-ID
003310         INVALID KEY MOVE "Y" TO WS-SCAN-EOF-SW
003311     END-START.
003312     PERFORM 6610-VACATE-ONE THRU 6610-VACATE-ONE-EXIT
003313         UNTIL WS-END-OF-SCAN.
003314 6600-VACATE-POSITION-EXIT.
003315     EXIT.
003316*
003317 6610-VACATE-ONE.
003318     READ POSITION-MASTER NEXT RECORD
003319         AT END
003320             MOVE "Y" TO WS-SCAN-EOF-SW
003321             GO TO 6610-VACATE-ONE-EXIT
003322     END-READ.
003323     IF POS-EMP-ID NOT = WS-VACATE-EMP-ID
003324         GO TO 6610-VACATE-ONE-EXIT
003325     END-IF.
003326     MOVE POSITION-MASTER-RECORD TO WS-MA-BEFORE.
003327     MOVE SPACES TO POS-EMP-ID.
003328     MOVE WS-SYSTEM-DATE TO POS-UPDATED-DATE.
003329     REWRITE POSITION-MASTER-RECORD
003330         INVALID KEY
003331             DISPLAY "POSITION UPDATE FAILED, STATUS = "
003332                 WS-POS-STATUS
003333         NOT INVALID KEY
003334             DISPLAY "POSITION " POS-ID " NOW VACANT"
003335             MOVE "positionMast" TO WS-MA-FILE
003336             MOVE POSITION-MASTER-RECORD TO WS-MA-AFTER
003337             MOVE POS-ID TO WS-MA-KEY
003338             MOVE "C" TO WS-MA-ACTION
003339             PERFORM 8500-WRITE-MAINT-AUDIT
003340                 THRU 8500-WRITE-MAINT-AUDIT-EXIT
003341             MOVE "employeeMast" TO WS-MA-FILE
003342     END-REWRITE.
003343 6610-VACATE-ONE-EXIT.
003344     EXIT.
003345*
003346*
003347 6700-SHOW-RATE-HISTORY.
003348     IF NOT WS-PRH-IS-OPENED
003349         DISPLAY "payRateHistory NOT AVAILABLE"
003350         GO TO 6700-SHOW-RATE-HISTORY-EXIT
003351     END-IF.
003352     DISPLAY "ENTER EMPLOYEE ID: ".
003353     ACCEPT WS-SEARCH-ID.
003354     MOVE "N" TO WS-HIST-EOF-SW.
003355     MOVE ZEROS TO WS-HIST-COUNT.
003356     MOVE WS-SEARCH-ID TO PRH-EMP-ID.
003357     MOVE LOW-VALUES TO PRH-EFF-DATE.
003358     START PAY-RATE-HISTORY KEY NOT LESS THAN PRH-KEY
003359         INVALID KEY MOVE "Y" TO WS-HIST-EOF-SW
003360     END-START.
003361     PERFORM 6710-SHOW-ONE-RATE THRU 6710-SHOW-ONE-RATE-EXIT
003362         UNTIL WS-END-OF-HISTORY.
003363     DISPLAY "RATE CHANGES ON FILE: " WS-HIST-COUNT.
003364 6700-SHOW-RATE-HISTORY-EXIT.
003365     EXIT.
003366*
003367 6710-SHOW-ONE-RATE.
003368     READ PAY-RATE-HISTORY NEXT RECORD
003369         AT END
003370             MOVE "Y" TO WS-HIST-EOF-SW
003371             GO TO 6710-SHOW-ONE-RATE-EXIT
003372     END-READ.
003373     IF PRH-EMP-ID NOT = WS-SEARCH-ID
003374         MOVE "Y" TO WS-HIST-EOF-SW
003375         GO TO 6710-SHOW-ONE-RATE-EXIT
003376     END-IF.
003377     DISPLAY PRH-EFF-DATE " " PRH-REASON " RATE " PRH-PAY-RATE
003378         " WAS " PRH-PRIOR-RATE " RETRO " PRH-RETRO-AMOUNT
003379         " BY " PRH-SOURCE " " PRH-OPERATOR-ID.
003380     ADD 1 TO WS-HIST-COUNT.
003381 6710-SHOW-ONE-RATE-EXIT.
003382     EXIT.
003383*
003384*    A PAY GROUP IS GOOD WHEN THE CALENDAR HAS AT LEAST ONE
003385*    PERIOD FOR IT. WITH NO CALENDAR ON FILE ANY NON-BLANK
003386*    GROUP IS TAKEN.
003387 6800-CHECK-PAY-GROUP.
003388     MOVE "N" TO WS-GROUP-VALID-SW.
003389     IF EMP-MST-PAY-GROUP = SPACES
003390         GO TO 6800-CHECK-PAY-GROUP-EXIT
003391     END-IF.
003392     IF NOT WS-PCL-IS-OPENED
003393         MOVE "Y" TO WS-GROUP-VALID-SW
003394         GO TO 6800-CHECK-PAY-GROUP-EXIT
003395     END-IF.
003396     MOVE EMP-MST-PAY-GROUP TO PCL-PAY-GROUP.
003397     MOVE LOW-VALUES TO PCL-CHECK-DATE.
003398     START PAY-CALENDAR KEY NOT LESS THAN PCL-KEY
003399         INVALID KEY
003400             GO TO 6800-CHECK-PAY-GROUP-EXIT
003401     END-START.
003402     READ PAY-CALENDAR NEXT RECORD
003403         AT END
003404             GO TO 6800-CHECK-PAY-GROUP-EXIT
003405     END-READ.
003406     IF PCL-PAY-GROUP = EMP-MST-PAY-GROUP
003407         MOVE "Y" TO WS-GROUP-VALID-SW
003408     END-IF.
003409 6800-CHECK-PAY-GROUP-EXIT.
003410     EXIT.
003411*
003412*    ONE HISTORY RECORD PER EFFECTIVE DATE - A SECOND CHANGE THE
003413*    SAME DAY REPLACES THE FIRST
003414 7000-WRITE-RATE-HISTORY.
003415     IF NOT WS-PRH-IS-OPENED
003416         GO TO 7000-WRITE-RATE-HISTORY-EXIT
003417     END-IF.
003418     MOVE EMP-MST-ID TO PRH-EMP-ID.
003419     MOVE WS-EFF-DATE TO PRH-EFF-DATE.
003420     MOVE EMP-MST-PAY-RATE TO PRH-PAY-RATE.
003421     MOVE WS-OLD-RATE TO PRH-PRIOR-RATE.
003422     MOVE WS-RATE-REASON TO PRH-REASON.
003423     MOVE WS-RETRO-AMOUNT TO PRH-RETRO-AMOUNT.
003424     MOVE "EMPMAINT" TO PRH-SOURCE.
003425     MOVE WS-OPERATOR-ID TO PRH-OPERATOR-ID.
003426     MOVE WS-SYSTEM-DATE TO PRH-ENTERED-DATE.
003427     WRITE PAY-RATE-HISTORY-RECORD
003428         INVALID KEY
003429             REWRITE PAY-RATE-HISTORY-RECORD
003430                 INVALID KEY
003431                     DISPLAY "RATE HISTORY NOT RECORDED, "
003432                         "STATUS = "
003433                         WS-PRH-STATUS
003434             END-REWRITE
003435     END-WRITE.
003436 7000-WRITE-RATE-HISTORY-EXIT.
003437     EXIT.
003438*
003440 8500-WRITE-MAINT-AUDIT.
003441     CALL "MAINT-AUDIT" USING WS-MA-FILE WS-MA-ACTION
003442         WS-MA-KEY WS-MA-BEFORE WS-MA-AFTER.
003443 8500-WRITE-MAINT-AUDIT-EXIT.
003444     EXIT.
003445*
003446 8900-LOG-INCIDENT.
003447     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
003448         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
003449         WS-IL-MESSAGE.
003450 8900-LOG-INCIDENT-EXIT.
003451     EXIT.
003452*
003453 9000-TERMINATE.
003454     IF WS-LOCK-IS-HELD
003455         MOVE "R" TO WS-FL-FUNCTION
003456         MOVE "employeeMaster" TO WS-FL-FILE-NAME
003457         MOVE "EMPMAINT" TO WS-FL-HOLDER
003458         CALL "FILE-LOCK" USING WS-FL-FUNCTION
003459             WS-FL-FILE-NAME WS-FL-HOLDER
003460             WS-FL-REPLY WS-FL-INFO
003461     END-IF.
003462     IF WS-POS-LOCK-IS-HELD
003463         MOVE "R" TO WS-FL-FUNCTION
003464         MOVE "positionMaster" TO WS-FL-FILE-NAME
003465         MOVE "EMPMAINT" TO WS-FL-HOLDER
003466         CALL "FILE-LOCK" USING WS-FL-FUNCTION
003467             WS-FL-FILE-NAME WS-FL-HOLDER
003468             WS-FL-REPLY WS-FL-INFO
003469     END-IF.
003470     CLOSE EMPLOYEE-MASTER.
003471     IF WS-DEPT-STATUS = "00"
003480         CLOSE DEPT-MASTER
003482     END-IF.
003484     IF WS-POS-IS-OPENED
003486         CLOSE POSITION-MASTER
003490     END-IF.
003492     IF WS-PRH-IS-OPENED
003494         CLOSE PAY-RATE-HISTORY
003496     END-IF.
003497     IF WS-PCL-IS-OPENED
003498         CLOSE PAY-CALENDAR
003499     END-IF.
003500 9000-TERMINATE-EXIT.
003510     EXIT.
003520*
