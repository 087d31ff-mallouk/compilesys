000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LAYOUT-CONV.
000030 AUTHOR. REGISTRAR-SYSTEMS-GROUP.
000040 INSTALLATION. REGISTRARS-OFFICE.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*================================================================
000080* MODIFICATION HISTORY
000090*   2026-10-15  RSG  INITIAL VERSION - ONE-TIME CONVERSION FOR
000100*                    THE RECORD-LENGTH CHANGES TO FIVE INDEXED
000110*                    FILES. READS THE OLD-LAYOUT employeeMaster
000120*                    (NO PAY GROUP), sectionMaster (NO MEETING
000130*                    TIME, ROOM OR INSTRUCTOR), studentBilling
000140*                    (NO AID, REFUND OR REMISSION FIELDS),
000150*                    checkRegister (NO PAYEE TYPE, TERM,
000160*                    POSITIVE-PAY OR CLEARED FIELDS) AND
000170*                    payrollYTD (NO IMPUTED INCOME) AND BUILDS
000180*                    A New FILE OF EACH IN THE CURRENT LAYOUT.
000190*                    NEW FIELDS ARE BUILT BLANK OR ZERO, EXCEPT
000200*                    THE PAY GROUP, WHICH EVERY EMPLOYEE IS
000210*                    GIVEN FROM THE PARM. RECORD COUNTS ARE
000220*                    PROVED FILE BY FILE; THE OPERATOR RENAMES
000230*                    THE NEW FILES OVER THE OLD ONES AFTER
000240*                    CHECKING THE PROOF. PARM: POS 1-2 =
000250*                    DEFAULT PAY GROUP (REQUIRED).
000260*================================================================
000270*
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT OLD-EMPLOYEE-MASTER ASSIGN TO DISK
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS OEM-ID
000360         FILE STATUS IS WS-OLD-EMP-STATUS.
000370     SELECT NEW-EMPLOYEE-MASTER ASSIGN TO DISK
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS EMP-MST-ID
000410         FILE STATUS IS WS-NEW-EMP-STATUS.
000420     SELECT OLD-SECTION-MASTER ASSIGN TO DISK
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS OSC-KEY
000460         FILE STATUS IS WS-OLD-SEC-STATUS.
000470     SELECT NEW-SECTION-MASTER ASSIGN TO DISK
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS RANDOM
000500         RECORD KEY IS SEC-KEY
000510         FILE STATUS IS WS-NEW-SEC-STATUS.
000520     SELECT OLD-BILLING-FILE ASSIGN TO DISK
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS OBL-KEY
000560         FILE STATUS IS WS-OLD-BIL-STATUS.
000570     SELECT NEW-BILLING-FILE ASSIGN TO DISK
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS BIL-KEY
000610         FILE STATUS IS WS-NEW-BIL-STATUS.
000620     SELECT OLD-CHECK-REGISTER ASSIGN TO DISK
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS OCK-NUMBER
000660         FILE STATUS IS WS-OLD-CHK-STATUS.
000670     SELECT NEW-CHECK-REGISTER ASSIGN TO DISK
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS RANDOM
000700         RECORD KEY IS CHK-NUMBER
000710         FILE STATUS IS WS-NEW-CHK-STATUS.
000720     SELECT OLD-YTD-MASTER ASSIGN TO DISK
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS OYT-EMP-ID
000760         FILE STATUS IS WS-OLD-YTD-STATUS.
000770     SELECT NEW-YTD-MASTER ASSIGN TO DISK
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS RANDOM
000800         RECORD KEY IS NYT-EMP-ID
000810         FILE STATUS IS WS-NEW-YTD-STATUS.
000820     SELECT PAY-CALENDAR ASSIGN TO DISK
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS DYNAMIC
000850         RECORD KEY IS PCL-KEY
000860         FILE STATUS IS WS-PCL-STATUS.
000870*
000880 DATA DIVISION.
000890 FILE SECTION.
000900*
000910 FD  OLD-EMPLOYEE-MASTER
000920     LABEL RECORDS ARE STANDARD
000930     VALUE OF FILE-ID IS "employeeMaster".
000940 01  OLD-EMPLOYEE-RECORD.
000950     05  OEM-ID                  PIC X(04).
000960     05  OEM-NAME.
000970         10  OEM-LAST-NAME       PIC X(15).
000980         10  OEM-FIRST-NAME      PIC X(10).
000990     05  OEM-DEPT                PIC X(04).
001000     05  OEM-HIRE-DATE           PIC X(08).
001010     05  OEM-STATUS              PIC X(01).
001020     05  OEM-PAY-RATE            PIC 9(05)V99.
001030*
001040 FD  NEW-EMPLOYEE-MASTER
001050     LABEL RECORDS ARE STANDARD
001060     VALUE OF FILE-ID IS "employeeMasterNew".
001070     COPY "empmstr.cpy".
001080*
001090 FD  OLD-SECTION-MASTER
001100     LABEL RECORDS ARE STANDARD
001110     VALUE OF FILE-ID IS "sectionMaster".
001120 01  OLD-SECTION-RECORD.
001130     05  OSC-KEY.
001140         10  OSC-COURSE-ID       PIC X(06).
001150         10  OSC-TERM-CODE       PIC X(06).
001160     05  OSC-CAPACITY            PIC 9(03).
001170     05  OSC-ENROLLED            PIC 9(03).
001180*
001190 FD  NEW-SECTION-MASTER
001200     LABEL RECORDS ARE STANDARD
001210     VALUE OF FILE-ID IS "sectionMasterNew".
001220     COPY "crssect.cpy".
001230*
001240 FD  OLD-BILLING-FILE
001250     LABEL RECORDS ARE STANDARD
001260     VALUE OF FILE-ID IS "studentBilling".
001270 01  OLD-BILLING-RECORD.
001280     05  OBL-KEY.
001290         10  OBL-ID-NUMBER       PIC X(04).
001300         10  OBL-TERM-CODE       PIC X(06).
001310     05  OBL-CHARGE-AMOUNT       PIC 9(07)V99.
001320     05  OBL-PAID-AMOUNT         PIC 9(07)V99.
001330     05  OBL-BILL-DATE           PIC X(08).
001340     05  OBL-LAST-PAY-DATE       PIC X(08).
001350*
001360 FD  NEW-BILLING-FILE
001370     LABEL RECORDS ARE STANDARD
001380     VALUE OF FILE-ID IS "studentBillingNew".
001390     COPY "stubill.cpy".
001400*
001410 FD  OLD-CHECK-REGISTER
001420     LABEL RECORDS ARE STANDARD
001430     VALUE OF FILE-ID IS "checkRegister".
001440 01  OLD-CHECK-RECORD.
001450     05  OCK-NUMBER              PIC X(06).
001460     05  OCK-EMP-ID              PIC X(04).
001470     05  OCK-EMP-NAME            PIC X(25).
001480     05  OCK-AMOUNT              PIC S9(06).
001490     05  OCK-ISSUE-DATE          PIC X(08).
001500     05  OCK-STATUS              PIC X(01).
001510     05  OCK-XREF-NUMBER         PIC X(06).
001520*
001530 FD  NEW-CHECK-REGISTER
001540     LABEL RECORDS ARE STANDARD
001550     VALUE OF FILE-ID IS "checkRegisterNew".
001560     COPY "chkreg.cpy".
001570*
001580 FD  OLD-YTD-MASTER
001590     LABEL RECORDS ARE STANDARD
001600     VALUE OF FILE-ID IS "payrollYTD".
001610 01  OLD-YTD-RECORD.
001620     05  OYT-EMP-ID              PIC X(04).
001630     05  OYT-SALARY              PIC S9(07).
001640     05  OYT-FICA                PIC S9(07).
001650     05  OYT-STATE-TAX           PIC S9(07).
001660     05  OYT-FEDERAL-TAX         PIC S9(07).
001670     05  OYT-NET-PAY             PIC S9(07).
001680     05  OYT-VOL-DED             PIC 9(07).
001690*
001700 FD  NEW-YTD-MASTER
001710     LABEL RECORDS ARE STANDARD
001720     VALUE OF FILE-ID IS "payrollYTDNew".
001730 01  NEW-YTD-RECORD.
001740     05  NYT-EMP-ID              PIC X(04).
001750     05  NYT-SALARY              PIC S9(07).
001760     05  NYT-FICA                PIC S9(07).
001770     05  NYT-STATE-TAX           PIC S9(07).
001780     05  NYT-FEDERAL-TAX         PIC S9(07).
001790     05  NYT-NET-PAY             PIC S9(07).
001800     05  NYT-VOL-DED             PIC 9(07).
001810     05  NYT-IMPUTED             PIC 9(07).
001820*
001830 FD  PAY-CALENDAR
001840     LABEL RECORDS ARE STANDARD
001850     VALUE OF FILE-ID IS "payCalendar".
001860     COPY "paycal.cpy".
001870*
001880 WORKING-STORAGE SECTION.
001890*----------------------------------------------------------------
001900* PARM, SWITCHES AND CONTROL COUNTS
001910*----------------------------------------------------------------
001920 77  WS-PARM                     PIC X(10) VALUE SPACES.
001930 77  WS-DEFAULT-PAY-GROUP        PIC X(02) VALUE SPACES.
001940 77  WS-OLD-EMP-STATUS           PIC X(02) VALUE "00".
001950 77  WS-NEW-EMP-STATUS           PIC X(02) VALUE "00".
001960 77  WS-OLD-SEC-STATUS           PIC X(02) VALUE "00".
001970 77  WS-NEW-SEC-STATUS           PIC X(02) VALUE "00".
001980 77  WS-OLD-BIL-STATUS           PIC X(02) VALUE "00".
001990 77  WS-NEW-BIL-STATUS           PIC X(02) VALUE "00".
002000 77  WS-OLD-CHK-STATUS           PIC X(02) VALUE "00".
002010 77  WS-NEW-CHK-STATUS           PIC X(02) VALUE "00".
002020 77  WS-OLD-YTD-STATUS           PIC X(02) VALUE "00".
002030 77  WS-NEW-YTD-STATUS           PIC X(02) VALUE "00".
002040 77  WS-PCL-STATUS               PIC X(02) VALUE "00".
002050 77  WS-EMP-EOF-SW               PIC X(01) VALUE "N".
002060     88  WS-END-OF-EMPLOYEES         VALUE "Y".
002070 77  WS-SEC-EOF-SW               PIC X(01) VALUE "N".
002080     88  WS-END-OF-SECTIONS          VALUE "Y".
002090 77  WS-BIL-EOF-SW               PIC X(01) VALUE "N".
002100     88  WS-END-OF-BILLING           VALUE "Y".
002110 77  WS-CHK-EOF-SW               PIC X(01) VALUE "N".
002120     88  WS-END-OF-CHECKS            VALUE "Y".
002130 77  WS-YTD-EOF-SW               PIC X(01) VALUE "N".
002140     88  WS-END-OF-YTD               VALUE "Y".
002150 77  WS-GROUP-VALID-SW           PIC X(01) VALUE "N".
002160     88  WS-GROUP-IS-VALID           VALUE "Y".
002170 77  WS-EMP-IN-COUNT             PIC 9(07) VALUE ZEROS.
002180 77  WS-EMP-OUT-COUNT            PIC 9(07) VALUE ZEROS.
002190 77  WS-SEC-IN-COUNT             PIC 9(07) VALUE ZEROS.
002200 77  WS-SEC-OUT-COUNT            PIC 9(07) VALUE ZEROS.
002210 77  WS-BIL-IN-COUNT             PIC 9(07) VALUE ZEROS.
002220 77  WS-BIL-OUT-COUNT            PIC 9(07) VALUE ZEROS.
002230 77  WS-CHK-IN-COUNT             PIC 9(07) VALUE ZEROS.
002240 77  WS-CHK-OUT-COUNT            PIC 9(07) VALUE ZEROS.
002250 77  WS-YTD-IN-COUNT             PIC 9(07) VALUE ZEROS.
002260 77  WS-YTD-OUT-COUNT            PIC 9(07) VALUE ZEROS.
002270 77  WS-PROOF-OK-SW              PIC X(01) VALUE "Y".
002280*----------------------------------------------------------------
002290* INCIDENT LOG CALL FIELDS
002300*----------------------------------------------------------------
002310 77  WS-IL-PROGRAM               PIC X(20) VALUE "LAYOUT-CONV".
002320 77  WS-IL-STEP                  PIC X(08) VALUE SPACES.
002330 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
002340 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
002350 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
002360 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
002370*
002380 PROCEDURE DIVISION.
002390*================================================================
002400* 0000-MAINLINE
002410*================================================================
002420 0000-MAINLINE.
002430     PERFORM 1000-CHECK-PARM THRU 1000-CHECK-PARM-EXIT.
002440     IF WS-GROUP-IS-VALID
002450         PERFORM 2000-CONVERT-EMPLOYEES
002460             THRU 2000-CONVERT-EMPLOYEES-EXIT
002470         PERFORM 3000-CONVERT-SECTIONS
002480             THRU 3000-CONVERT-SECTIONS-EXIT
002490         PERFORM 4000-CONVERT-BILLING
002500             THRU 4000-CONVERT-BILLING-EXIT
002510         PERFORM 5000-CONVERT-CHECKS
002520             THRU 5000-CONVERT-CHECKS-EXIT
002530         PERFORM 6000-CONVERT-YTD THRU 6000-CONVERT-YTD-EXIT
002540     END-IF.
002550     PERFORM 8000-PROVE-COUNTS THRU 8000-PROVE-COUNTS-EXIT.
002560     GOBACK.
002570*
002580*    THE PAY GROUP EVERY CONVERTED EMPLOYEE IS GIVEN MUST BE ON
002590*    THE PAY CALENDAR, AS EMP-MAINT INSISTS FOR A NEW HIRE. WITH
002600*    NO CALENDAR ON FILE ANY NON-BLANK GROUP IS TAKEN.
002610 1000-CHECK-PARM.
002620     ACCEPT WS-PARM FROM COMMAND-LINE.
002630     MOVE WS-PARM (1:2) TO WS-DEFAULT-PAY-GROUP.
002640     IF WS-DEFAULT-PAY-GROUP = SPACES
002650         DISPLAY "LAYOUT-CONV: PARM MUST GIVE THE DEFAULT PAY "
002660             "GROUP (POS 1-2) - NOTHING CONVERTED"
002670         MOVE "N" TO WS-PROOF-OK-SW
002680         MOVE 4 TO RETURN-CODE
002690         GO TO 1000-CHECK-PARM-EXIT
002700     END-IF.
002710     OPEN INPUT PAY-CALENDAR.
002720     IF WS-PCL-STATUS NOT = "00"
002730         DISPLAY "LAYOUT-CONV: payCalendar NOT AVAILABLE, "
002740             "STATUS = " WS-PCL-STATUS " - PAY GROUP "
002750             WS-DEFAULT-PAY-GROUP " TAKEN UNCHECKED"
002760         MOVE "Y" TO WS-GROUP-VALID-SW
002770         GO TO 1000-CHECK-PARM-EXIT
002780     END-IF.
002790     MOVE WS-DEFAULT-PAY-GROUP TO PCL-PAY-GROUP.
002800     MOVE LOW-VALUES TO PCL-CHECK-DATE.
002810     START PAY-CALENDAR KEY NOT LESS THAN PCL-KEY
002820         INVALID KEY
002830             MOVE HIGH-VALUES TO PCL-PAY-GROUP
002840     END-START.
002850     IF PCL-PAY-GROUP NOT = HIGH-VALUES
002860         READ PAY-CALENDAR NEXT RECORD
002870             AT END
002880                 MOVE HIGH-VALUES TO PCL-PAY-GROUP
002890         END-READ
002900     END-IF.
002910     IF PCL-PAY-GROUP = WS-DEFAULT-PAY-GROUP
002920         MOVE "Y" TO WS-GROUP-VALID-SW
002930     ELSE
002940         DISPLAY "LAYOUT-CONV: PAY GROUP " WS-DEFAULT-PAY-GROUP
002950             " HAS NO PERIODS ON payCalendar - NOTHING "
002960             "CONVERTED"
002970         MOVE "N" TO WS-PROOF-OK-SW
002980         MOVE 4 TO RETURN-CODE
002990     END-IF.
003000     CLOSE PAY-CALENDAR.
003010 1000-CHECK-PARM-EXIT.
003020     EXIT.
003030*
003040 2000-CONVERT-EMPLOYEES.
003050     OPEN INPUT OLD-EMPLOYEE-MASTER.
003060     IF WS-OLD-EMP-STATUS NOT = "00"
003070         DISPLAY "LAYOUT-CONV: CANNOT OPEN OLD employeeMaster, "
003080             "STATUS = " WS-OLD-EMP-STATUS
003090         MOVE "2000-CONVERT-EMPLOYEES" TO WS-IL-PARAGRAPH
003100         MOVE "E" TO WS-IL-SEVERITY
003110         MOVE WS-OLD-EMP-STATUS TO WS-IL-FILE-STATUS
003120         MOVE "CANNOT OPEN OLD employeeMaster" TO WS-IL-MESSAGE
003130         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
003140         MOVE "Y" TO WS-EMP-EOF-SW
003150         MOVE "N" TO WS-PROOF-OK-SW
003160         MOVE 4 TO RETURN-CODE
003170     END-IF.
003180     IF NOT WS-END-OF-EMPLOYEES
003190         OPEN OUTPUT NEW-EMPLOYEE-MASTER
003200         IF WS-NEW-EMP-STATUS NOT = "00"
003210             DISPLAY "LAYOUT-CONV: CANNOT OPEN "
003220                 "employeeMasterNew, STATUS = "
003230                 WS-NEW-EMP-STATUS
003240             MOVE "2000-CONVERT-EMPLOYEES" TO WS-IL-PARAGRAPH
003250             MOVE "E" TO WS-IL-SEVERITY
003260             MOVE WS-NEW-EMP-STATUS TO WS-IL-FILE-STATUS
003270             MOVE "CANNOT OPEN employeeMasterNew"
003280                 TO WS-IL-MESSAGE
003290             PERFORM 8900-LOG-INCIDENT
003300                 THRU 8900-LOG-INCIDENT-EXIT
003310             MOVE "Y" TO WS-EMP-EOF-SW
003320             MOVE "N" TO WS-PROOF-OK-SW
003330             MOVE 4 TO RETURN-CODE
003340         END-IF
003350     END-IF.
003360     IF NOT WS-END-OF-EMPLOYEES
003370         MOVE LOW-VALUES TO OEM-ID
003380         START OLD-EMPLOYEE-MASTER KEY NOT LESS THAN OEM-ID
003390             INVALID KEY MOVE "Y" TO WS-EMP-EOF-SW
003400         END-START
003410     END-IF.
003420     PERFORM 2100-CONVERT-ONE-EMPLOYEE
003430         THRU 2100-CONVERT-ONE-EMPLOYEE-EXIT
003440         UNTIL WS-END-OF-EMPLOYEES.
003450     IF WS-OLD-EMP-STATUS = "00" OR = "10"
003460         CLOSE OLD-EMPLOYEE-MASTER
003470     END-IF.
003480     IF WS-NEW-EMP-STATUS = "00"
003490         CLOSE NEW-EMPLOYEE-MASTER
003500     END-IF.
003510 2000-CONVERT-EMPLOYEES-EXIT.
003520     EXIT.
003530*
003540 2100-CONVERT-ONE-EMPLOYEE.
003550     READ OLD-EMPLOYEE-MASTER NEXT RECORD
003560         AT END
003570             MOVE "Y" TO WS-EMP-EOF-SW
003580         NOT AT END
003590             ADD 1 TO WS-EMP-IN-COUNT
003600             MOVE OEM-ID TO EMP-MST-ID
003610             MOVE OEM-LAST-NAME TO EMP-MST-LAST-NAME
003620             MOVE OEM-FIRST-NAME TO EMP-MST-FIRST-NAME
003630             MOVE OEM-DEPT TO EMP-MST-DEPT
003640             MOVE OEM-HIRE-DATE TO EMP-MST-HIRE-DATE
003650             MOVE OEM-STATUS TO EMP-MST-STATUS
003660             MOVE OEM-PAY-RATE TO EMP-MST-PAY-RATE
003670             MOVE WS-DEFAULT-PAY-GROUP TO EMP-MST-PAY-GROUP
003680             WRITE EMPLOYEE-MASTER-RECORD
003690                 INVALID KEY
003700                     DISPLAY "LAYOUT-CONV: EMPLOYEE WRITE "
003710                         "FAILED, ID = " EMP-MST-ID
003720                 NOT INVALID KEY
003730                     ADD 1 TO WS-EMP-OUT-COUNT
003740             END-WRITE
003750     END-READ.
003760 2100-CONVERT-ONE-EMPLOYEE-EXIT.
003770     EXIT.
003780*
003790 3000-CONVERT-SECTIONS.
003800     OPEN INPUT OLD-SECTION-MASTER.
003810     IF WS-OLD-SEC-STATUS NOT = "00"
003820         DISPLAY "LAYOUT-CONV: CANNOT OPEN OLD sectionMaster, "
003830             "STATUS = " WS-OLD-SEC-STATUS
003840         MOVE "3000-CONVERT-SECTIONS" TO WS-IL-PARAGRAPH
003850         MOVE "E" TO WS-IL-SEVERITY
003860         MOVE WS-OLD-SEC-STATUS TO WS-IL-FILE-STATUS
003870         MOVE "CANNOT OPEN OLD sectionMaster" TO WS-IL-MESSAGE
003880         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
003890         MOVE "Y" TO WS-SEC-EOF-SW
003900         MOVE "N" TO WS-PROOF-OK-SW
003910         MOVE 4 TO RETURN-CODE
003920     END-IF.
003930     IF NOT WS-END-OF-SECTIONS
003940         OPEN OUTPUT NEW-SECTION-MASTER
003950         IF WS-NEW-SEC-STATUS NOT = "00"
003960             DISPLAY "LAYOUT-CONV: CANNOT OPEN "
003970                 "sectionMasterNew, STATUS = "
003980                 WS-NEW-SEC-STATUS
003990             MOVE "3000-CONVERT-SECTIONS" TO WS-IL-PARAGRAPH
004000             MOVE "E" TO WS-IL-SEVERITY
004010             MOVE WS-NEW-SEC-STATUS TO WS-IL-FILE-STATUS
004020             MOVE "CANNOT OPEN sectionMasterNew"
004030                 TO WS-IL-MESSAGE
004040             PERFORM 8900-LOG-INCIDENT
004050                 THRU 8900-LOG-INCIDENT-EXIT
004060             MOVE "Y" TO WS-SEC-EOF-SW
004070             MOVE "N" TO WS-PROOF-OK-SW
004080             MOVE 4 TO RETURN-CODE
004090         END-IF
004100     END-IF.
004110     IF NOT WS-END-OF-SECTIONS
004120         MOVE LOW-VALUES TO OSC-KEY
004130         START OLD-SECTION-MASTER KEY NOT LESS THAN OSC-KEY
004140             INVALID KEY MOVE "Y" TO WS-SEC-EOF-SW
004150         END-START
004160     END-IF.
004170     PERFORM 3100-CONVERT-ONE-SECTION
004180         THRU 3100-CONVERT-ONE-SECTION-EXIT
004190         UNTIL WS-END-OF-SECTIONS.
004200     IF WS-OLD-SEC-STATUS = "00" OR = "10"
004210         CLOSE OLD-SECTION-MASTER
004220     END-IF.
004230     IF WS-NEW-SEC-STATUS = "00"
004240         CLOSE NEW-SECTION-MASTER
004250     END-IF.
004260 3000-CONVERT-SECTIONS-EXIT.
004270     EXIT.
004280*
004290*    NO MEETING TIME, ROOM OR INSTRUCTOR IS KNOWN FOR AN OLD
004300*    SECTION - SECT-MAINT FILLS THEM IN AS THE SCHEDULE IS KEYED
004310 3100-CONVERT-ONE-SECTION.
004320     READ OLD-SECTION-MASTER NEXT RECORD
004330         AT END
004340             MOVE "Y" TO WS-SEC-EOF-SW
004350         NOT AT END
004360             ADD 1 TO WS-SEC-IN-COUNT
004370             MOVE SPACES TO SECTION-MASTER-RECORD
004380             MOVE OSC-COURSE-ID TO SEC-COURSE-ID
004390             MOVE OSC-TERM-CODE TO SEC-TERM-CODE
004400             MOVE OSC-CAPACITY TO SEC-CAPACITY
004410             MOVE OSC-ENROLLED TO SEC-ENROLLED
004420             MOVE ZEROS TO SEC-START-TIME
004430             MOVE ZEROS TO SEC-END-TIME
004440             WRITE SECTION-MASTER-RECORD
004450                 INVALID KEY
004460                     DISPLAY "LAYOUT-CONV: SECTION WRITE "
004470                         "FAILED, KEY = " SEC-KEY
004480                 NOT INVALID KEY
004490                     ADD 1 TO WS-SEC-OUT-COUNT
004500             END-WRITE
004510     END-READ.
004520 3100-CONVERT-ONE-SECTION-EXIT.
004530     EXIT.
004540*
004550 4000-CONVERT-BILLING.
004560     OPEN INPUT OLD-BILLING-FILE.
004570     IF WS-OLD-BIL-STATUS NOT = "00"
004580         DISPLAY "LAYOUT-CONV: CANNOT OPEN OLD studentBilling, "
004590             "STATUS = " WS-OLD-BIL-STATUS
004600         MOVE "4000-CONVERT-BILLING" TO WS-IL-PARAGRAPH
004610         MOVE "E" TO WS-IL-SEVERITY
004620         MOVE WS-OLD-BIL-STATUS TO WS-IL-FILE-STATUS
004630         MOVE "CANNOT OPEN OLD studentBilling" TO WS-IL-MESSAGE
004640         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
004650         MOVE "Y" TO WS-BIL-EOF-SW
004660         MOVE "N" TO WS-PROOF-OK-SW
004670         MOVE 4 TO RETURN-CODE
004680     END-IF.
004690     IF NOT WS-END-OF-BILLING
004700         OPEN OUTPUT NEW-BILLING-FILE
004710         IF WS-NEW-BIL-STATUS NOT = "00"
004720             DISPLAY "LAYOUT-CONV: CANNOT OPEN "
004730                 "studentBillingNew, STATUS = "
004740                 WS-NEW-BIL-STATUS
004750             MOVE "4000-CONVERT-BILLING" TO WS-IL-PARAGRAPH
004760             MOVE "E" TO WS-IL-SEVERITY
004770             MOVE WS-NEW-BIL-STATUS TO WS-IL-FILE-STATUS
004780             MOVE "CANNOT OPEN studentBillingNew"
004790                 TO WS-IL-MESSAGE
004800             PERFORM 8900-LOG-INCIDENT
004810                 THRU 8900-LOG-INCIDENT-EXIT
004820             MOVE "Y" TO WS-BIL-EOF-SW
004830             MOVE "N" TO WS-PROOF-OK-SW
004840             MOVE 4 TO RETURN-CODE
004850         END-IF
004860     END-IF.
004870     IF NOT WS-END-OF-BILLING
004880         MOVE LOW-VALUES TO OBL-KEY
004890         START OLD-BILLING-FILE KEY NOT LESS THAN OBL-KEY
004900             INVALID KEY MOVE "Y" TO WS-BIL-EOF-SW
004910         END-START
004920     END-IF.
004930     PERFORM 4100-CONVERT-ONE-BILL
004940         THRU 4100-CONVERT-ONE-BILL-EXIT
004950         UNTIL WS-END-OF-BILLING.
004960     IF WS-OLD-BIL-STATUS = "00" OR = "10"
004970         CLOSE OLD-BILLING-FILE
004980     END-IF.
004990     IF WS-NEW-BIL-STATUS = "00"
005000         CLOSE NEW-BILLING-FILE
005010     END-IF.
005020 4000-CONVERT-BILLING-EXIT.
005030     EXIT.
005040*
005050*    NO AID, REFUND OR REMISSION HAS BEEN POSTED AGAINST AN OLD
005060*    BILL, SO ALL OF ITS PAID AMOUNT IS CASH
005070 4100-CONVERT-ONE-BILL.
005080     READ OLD-BILLING-FILE NEXT RECORD
005090         AT END
005100             MOVE "Y" TO WS-BIL-EOF-SW
005110         NOT AT END
005120             ADD 1 TO WS-BIL-IN-COUNT
005130             MOVE SPACES TO BILLING-RECORD
005140             MOVE OBL-ID-NUMBER TO BIL-ID-NUMBER
005150             MOVE OBL-TERM-CODE TO BIL-TERM-CODE
005160             MOVE OBL-CHARGE-AMOUNT TO BIL-CHARGE-AMOUNT
005170             MOVE OBL-PAID-AMOUNT TO BIL-PAID-AMOUNT
005180             MOVE OBL-BILL-DATE TO BIL-BILL-DATE
005190             MOVE OBL-LAST-PAY-DATE TO BIL-LAST-PAY-DATE
005200             MOVE ZEROS TO BIL-AID-AMOUNT
005210             MOVE ZEROS TO BIL-REFUND-AMOUNT
005220             MOVE ZEROS TO BIL-REMIT-AMOUNT
005230             WRITE BILLING-RECORD
005240                 INVALID KEY
005250                     DISPLAY "LAYOUT-CONV: BILLING WRITE "
005260                         "FAILED, KEY = " BIL-KEY
005270                 NOT INVALID KEY
005280                     ADD 1 TO WS-BIL-OUT-COUNT
005290             END-WRITE
005300     END-READ.
005310 4100-CONVERT-ONE-BILL-EXIT.
005320     EXIT.
005330*
005340 5000-CONVERT-CHECKS.
005350     OPEN INPUT OLD-CHECK-REGISTER.
005360     IF WS-OLD-CHK-STATUS NOT = "00"
005370         DISPLAY "LAYOUT-CONV: CANNOT OPEN OLD checkRegister, "
005380             "STATUS = " WS-OLD-CHK-STATUS
005390         MOVE "5000-CONVERT-CHECKS" TO WS-IL-PARAGRAPH
005400         MOVE "E" TO WS-IL-SEVERITY
005410         MOVE WS-OLD-CHK-STATUS TO WS-IL-FILE-STATUS
005420         MOVE "CANNOT OPEN OLD checkRegister" TO WS-IL-MESSAGE
005430         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
005440         MOVE "Y" TO WS-CHK-EOF-SW
005450         MOVE "N" TO WS-PROOF-OK-SW
005460         MOVE 4 TO RETURN-CODE
005470     END-IF.
005480     IF NOT WS-END-OF-CHECKS
005490         OPEN OUTPUT NEW-CHECK-REGISTER
005500         IF WS-NEW-CHK-STATUS NOT = "00"
005510             DISPLAY "LAYOUT-CONV: CANNOT OPEN "
005520                 "checkRegisterNew, STATUS = "
005530                 WS-NEW-CHK-STATUS
005540             MOVE "5000-CONVERT-CHECKS" TO WS-IL-PARAGRAPH
005550             MOVE "E" TO WS-IL-SEVERITY
005560             MOVE WS-NEW-CHK-STATUS TO WS-IL-FILE-STATUS
005570             MOVE "CANNOT OPEN checkRegisterNew"
005580                 TO WS-IL-MESSAGE
005590             PERFORM 8900-LOG-INCIDENT
005600                 THRU 8900-LOG-INCIDENT-EXIT
005610             MOVE "Y" TO WS-CHK-EOF-SW
005620             MOVE "N" TO WS-PROOF-OK-SW
005630             MOVE 4 TO RETURN-CODE
005640         END-IF
005650     END-IF.
005660     IF NOT WS-END-OF-CHECKS
005670         MOVE LOW-VALUES TO OCK-NUMBER
005680         START OLD-CHECK-REGISTER KEY NOT LESS THAN OCK-NUMBER
005690             INVALID KEY MOVE "Y" TO WS-CHK-EOF-SW
005700         END-START
005710     END-IF.
005720     PERFORM 5100-CONVERT-ONE-CHECK
005730         THRU 5100-CONVERT-ONE-CHECK-EXIT
005740         UNTIL WS-END-OF-CHECKS.
005750     IF WS-OLD-CHK-STATUS = "00" OR = "10"
005760         CLOSE OLD-CHECK-REGISTER
005770     END-IF.
005780     IF WS-NEW-CHK-STATUS = "00"
005790         CLOSE NEW-CHECK-REGISTER
005800     END-IF.
005810 5000-CONVERT-CHECKS-EXIT.
005820     EXIT.
005830*
005840*    EVERY OLD CHECK IS AN EMPLOYEE CHECK. IT IS LEFT UNSENT AND
005850*    UNCLEARED, SO THE FIRST POS-PAY RUN GIVES THE BANK EVERY
005860*    CHECK STILL IN CIRCULATION AND CHK-RECON CLEARS THEM FROM
005870*    THE BANK'S PAID ITEMS
005880 5100-CONVERT-ONE-CHECK.
005890     READ OLD-CHECK-REGISTER NEXT RECORD
005900         AT END
005910             MOVE "Y" TO WS-CHK-EOF-SW
005920         NOT AT END
005930             ADD 1 TO WS-CHK-IN-COUNT
005940             MOVE SPACES TO CHECK-REGISTER-RECORD
005950             MOVE OCK-NUMBER TO CHK-NUMBER
005960             MOVE OCK-EMP-ID TO CHK-EMP-ID
005970             MOVE OCK-EMP-NAME TO CHK-EMP-NAME
005980             MOVE OCK-AMOUNT TO CHK-AMOUNT
005990             MOVE OCK-ISSUE-DATE TO CHK-ISSUE-DATE
006000             MOVE OCK-STATUS TO CHK-STATUS
006010             MOVE OCK-XREF-NUMBER TO CHK-XREF-NUMBER
006020             WRITE CHECK-REGISTER-RECORD
006030                 INVALID KEY
006040                     DISPLAY "LAYOUT-CONV: CHECK WRITE "
006050                         "FAILED, NUMBER = " CHK-NUMBER
006060                 NOT INVALID KEY
006070                     ADD 1 TO WS-CHK-OUT-COUNT
006080             END-WRITE
006090     END-READ.
006100 5100-CONVERT-ONE-CHECK-EXIT.
006110     EXIT.
006120*
006130 6000-CONVERT-YTD.
006140     OPEN INPUT OLD-YTD-MASTER.
006150     IF WS-OLD-YTD-STATUS NOT = "00"
006160         DISPLAY "LAYOUT-CONV: CANNOT OPEN OLD payrollYTD, "
006170             "STATUS = " WS-OLD-YTD-STATUS
006180         MOVE "6000-CONVERT-YTD" TO WS-IL-PARAGRAPH
006190         MOVE "E" TO WS-IL-SEVERITY
006200         MOVE WS-OLD-YTD-STATUS TO WS-IL-FILE-STATUS
006210         MOVE "CANNOT OPEN OLD payrollYTD" TO WS-IL-MESSAGE
006220         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
006230         MOVE "Y" TO WS-YTD-EOF-SW
006240         MOVE "N" TO WS-PROOF-OK-SW
006250         MOVE 4 TO RETURN-CODE
006260     END-IF.
006270     IF NOT WS-END-OF-YTD
006280         OPEN OUTPUT NEW-YTD-MASTER
006290         IF WS-NEW-YTD-STATUS NOT = "00"
006300             DISPLAY "LAYOUT-CONV: CANNOT OPEN payrollYTDNew, "
006310                 "STATUS = " WS-NEW-YTD-STATUS
006320             MOVE "6000-CONVERT-YTD" TO WS-IL-PARAGRAPH
006330             MOVE "E" TO WS-IL-SEVERITY
006340             MOVE WS-NEW-YTD-STATUS TO WS-IL-FILE-STATUS
006350             MOVE "CANNOT OPEN payrollYTDNew" TO WS-IL-MESSAGE
006360             PERFORM 8900-LOG-INCIDENT
006370                 THRU 8900-LOG-INCIDENT-EXIT
006380             MOVE "Y" TO WS-YTD-EOF-SW
006390             MOVE "N" TO WS-PROOF-OK-SW
006400             MOVE 4 TO RETURN-CODE
006410         END-IF
006420     END-IF.
006430     IF NOT WS-END-OF-YTD
006440         MOVE LOW-VALUES TO OYT-EMP-ID
006450         START OLD-YTD-MASTER KEY NOT LESS THAN OYT-EMP-ID
006460             INVALID KEY MOVE "Y" TO WS-YTD-EOF-SW
006470         END-START
006480     END-IF.
006490     PERFORM 6100-CONVERT-ONE-YTD
006500         THRU 6100-CONVERT-ONE-YTD-EXIT
006510         UNTIL WS-END-OF-YTD.
006520     IF WS-OLD-YTD-STATUS = "00" OR = "10"
006530         CLOSE OLD-YTD-MASTER
006540     END-IF.
006550     IF WS-NEW-YTD-STATUS = "00"
006560         CLOSE NEW-YTD-MASTER
006570     END-IF.
006580 6000-CONVERT-YTD-EXIT.
006590     EXIT.
006600*
006610 6100-CONVERT-ONE-YTD.
006620     READ OLD-YTD-MASTER NEXT RECORD
006630         AT END
006640             MOVE "Y" TO WS-YTD-EOF-SW
006650         NOT AT END
006660             ADD 1 TO WS-YTD-IN-COUNT
006670             MOVE OYT-EMP-ID TO NYT-EMP-ID
006680             MOVE OYT-SALARY TO NYT-SALARY
006690             MOVE OYT-FICA TO NYT-FICA
006700             MOVE OYT-STATE-TAX TO NYT-STATE-TAX
006710             MOVE OYT-FEDERAL-TAX TO NYT-FEDERAL-TAX
006720             MOVE OYT-NET-PAY TO NYT-NET-PAY
006730             MOVE OYT-VOL-DED TO NYT-VOL-DED
006740             MOVE ZEROS TO NYT-IMPUTED
006750             WRITE NEW-YTD-RECORD
006760                 INVALID KEY
006770                     DISPLAY "LAYOUT-CONV: YTD WRITE FAILED, "
006780                         "ID = " NYT-EMP-ID
006790                 NOT INVALID KEY
006800                     ADD 1 TO WS-YTD-OUT-COUNT
006810             END-WRITE
006820     END-READ.
006830 6100-CONVERT-ONE-YTD-EXIT.
006840     EXIT.
006850*
006860 8000-PROVE-COUNTS.
006870     DISPLAY "LAYOUT-CONV: EMPLOYEES READ    = " WS-EMP-IN-COUNT.
006880     DISPLAY "LAYOUT-CONV: EMPLOYEES WRITTEN = "
006890         WS-EMP-OUT-COUNT.
006900     DISPLAY "LAYOUT-CONV: SECTIONS READ     = " WS-SEC-IN-COUNT.
006910     DISPLAY "LAYOUT-CONV: SECTIONS WRITTEN  = "
006920         WS-SEC-OUT-COUNT.
006930     DISPLAY "LAYOUT-CONV: BILLS READ        = " WS-BIL-IN-COUNT.
006940     DISPLAY "LAYOUT-CONV: BILLS WRITTEN     = "
006950         WS-BIL-OUT-COUNT.
006960     DISPLAY "LAYOUT-CONV: CHECKS READ       = " WS-CHK-IN-COUNT.
006970     DISPLAY "LAYOUT-CONV: CHECKS WRITTEN    = "
006980         WS-CHK-OUT-COUNT.
006990     DISPLAY "LAYOUT-CONV: YTD READ          = " WS-YTD-IN-COUNT.
007000     DISPLAY "LAYOUT-CONV: YTD WRITTEN       = "
007010         WS-YTD-OUT-COUNT.
007020     IF WS-EMP-IN-COUNT = WS-EMP-OUT-COUNT
007030             AND WS-SEC-IN-COUNT = WS-SEC-OUT-COUNT
007040             AND WS-BIL-IN-COUNT = WS-BIL-OUT-COUNT
007050             AND WS-CHK-IN-COUNT = WS-CHK-OUT-COUNT
007060             AND WS-YTD-IN-COUNT = WS-YTD-OUT-COUNT
007070             AND WS-PROOF-OK-SW = "Y"
007080         DISPLAY "LAYOUT-CONV: CONVERSION IN BALANCE - RENAME "
007090             "employeeMasterNew, sectionMasterNew, "
007100             "studentBillingNew, checkRegisterNew AND "
007110             "payrollYTDNew OVER THE OLD FILES"
007120     ELSE
007130         DISPLAY "LAYOUT-CONV: CONVERSION OUT OF BALANCE - DO "
007140             "NOT RENAME, INVESTIGATE FIRST"
007150         MOVE 4 TO RETURN-CODE
007160     END-IF.
007170 8000-PROVE-COUNTS-EXIT.
007180     EXIT.
007190*
007200 8900-LOG-INCIDENT.
007210     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
007220         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
007230         WS-IL-MESSAGE.
007240 8900-LOG-INCIDENT-EXIT.
007250     EXIT.
007260*
007270 END PROGRAM LAYOUT-CONV.
