000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROC-CAL.
000030 AUTHOR. REGISTRAR-SYSTEMS-GROUP.
000040 INSTALLATION. REGISTRARS-OFFICE.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED. 2026-10-14.
000070*================================================================
000080* MODIFICATION HISTORY
000090*   2026-10-14  RSG  INITIAL VERSION - COMMON PROCESSING
000100*                    CALENDAR SUBPROGRAM. FUNCTION C RETURNS
000110*                    THE CYCLE CODES (D P M T Y H) MARKED FOR
000120*                    A BUSINESS DATE, FOR JOB-STREAM TO PICK
000130*                    TONIGHT'S STEPS; A DATE WITH NO CALENDAR
000140*                    ENTRY IS TREATED AS AN ORDINARY DAILY
000150*                    NIGHT AND SAYS SO IN THE REPLY.
000160*                    FUNCTION U DISPLAYS THE CYCLES OF THE
000170*                    FOURTEEN DAYS FROM THE DATE GIVEN FOR THE
000180*                    OPERATOR MENU.
000182*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000184*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000190*================================================================
000200*
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT PROC-CALENDAR ASSIGN TO DISK
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS RANDOM
000280         RECORD KEY IS PRC-DATE
000290         FILE STATUS IS WS-CALENDAR-STATUS.
000300*
000310 DATA DIVISION.
000320 FILE SECTION.
000330*
000340 FD  PROC-CALENDAR
000350     LABEL RECORDS ARE STANDARD
000360     VALUE OF FILE-ID IS "procCalendar".
000370     COPY "proccal.cpy".
000380*
000390 WORKING-STORAGE SECTION.
000400*----------------------------------------------------------------
000410* CYCLE CODES AND NAMES - SAME ORDER AS PRC-CYCLE-FLAG
000420*----------------------------------------------------------------
000430 01  WS-CYCLE-CODE-VALUES        PIC X(06) VALUE "DPMTYH".
000440 01  WS-CYCLE-CODE-TABLE REDEFINES WS-CYCLE-CODE-VALUES.
000450     05  WS-CYCLE-CODE           PIC X(01) OCCURS 6 TIMES.
000460 01  WS-CYCLE-NAME-VALUES.
000470     05  FILLER                  PIC X(10) VALUE "DAILY".
000480     05  FILLER                  PIC X(10) VALUE "PAY-END".
000490     05  FILLER                  PIC X(10) VALUE "MONTH-END".
000500     05  FILLER                  PIC X(10) VALUE "TERM-END".
000510     05  FILLER                  PIC X(10) VALUE "YEAR-END".
000520     05  FILLER                  PIC X(10) VALUE "HOLIDAY".
000530 01  WS-CYCLE-NAME-TABLE REDEFINES WS-CYCLE-NAME-VALUES.
000540     05  WS-CYCLE-NAME           PIC X(10) OCCURS 6 TIMES.
000550*----------------------------------------------------------------
000560* DAYS IN EACH MONTH (FEBRUARY ADJUSTED FOR LEAP YEARS)
000570*----------------------------------------------------------------
000580 01  WS-MONTH-DAY-VALUES         PIC X(24)
000590         VALUE "312831303130313130313031".
000600 01  WS-MONTH-DAY-TABLE REDEFINES WS-MONTH-DAY-VALUES.
000610     05  WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.
000620*----------------------------------------------------------------
000630* UPCOMING-CYCLES DISPLAY LINE
000640*----------------------------------------------------------------
000650 01  WS-UPCOMING-LINE.
000660     05  FILLER                  PIC X(02) VALUE SPACES.
000670     05  UPC-DATE                PIC X(08).
000680     05  FILLER                  PIC X(02) VALUE SPACES.
000690     05  UPC-CYCLE-NAME          PIC X(10) OCCURS 6 TIMES.
000700     05  UPC-DESCRIPTION         PIC X(20).
000710*----------------------------------------------------------------
000720* SWITCHES AND CONTROL FIELDS
000730*----------------------------------------------------------------
000740 77  WS-CALENDAR-STATUS          PIC X(02) VALUE "00".
000750 77  WS-CALENDAR-OPENED-SW       PIC X(01) VALUE "N".
000760     88  WS-CALENDAR-IS-OPENED       VALUE "Y".
000770 77  WS-CYCLE-IDX                PIC 9(02) VALUE ZEROS.
000780 77  WS-CODE-IDX                 PIC 9(02) VALUE ZEROS.
000790 77  WS-DAY-COUNT                PIC 9(02) VALUE ZEROS.
000800 77  WS-WORK-DATE                PIC X(08) VALUE SPACES.
000810 77  WS-WORK-YYYY                PIC 9(04) VALUE ZEROS.
000820 77  WS-WORK-MM                  PIC 9(02) VALUE ZEROS.
000830 77  WS-WORK-DD                  PIC 9(02) VALUE ZEROS.
000840 77  WS-DAYS-THIS-MONTH          PIC 9(02) VALUE ZEROS.
000850 77  WS-QUOTIENT                 PIC 9(04) VALUE ZEROS.
000860 77  WS-REMAINDER                PIC 9(04) VALUE ZEROS.
000870 77  WS-LEAP-SW                  PIC X(01) VALUE "N".
000880     88  WS-LEAP-YEAR                VALUE "Y".
000881*----------------------------------------------------------------
000882* INCIDENT LOG CALL FIELDS
000883*----------------------------------------------------------------
000884 77  WS-IL-PROGRAM               PIC X(20) VALUE "PROC-CAL".
000885 77  WS-IL-STEP                  PIC X(08) VALUE SPACES.
000886 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
000887 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
000888 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
000889 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
000890*
000900 LINKAGE SECTION.
000910 01  LK-FUNCTION                 PIC X(01).
000920     88  LK-GET-CYCLES               VALUE "C".
000930     88  LK-SHOW-UPCOMING            VALUE "U".
000940 01  LK-DATE                     PIC X(08).
000950 01  LK-CYCLES                   PIC X(06).
000960 01  LK-REPLY                    PIC X(01).
000970     88  LK-ON-CALENDAR              VALUE "Y".
000980     88  LK-NOT-ON-CALENDAR          VALUE "N".
000990     88  LK-CALENDAR-UNAVAILABLE     VALUE "U".
001000*
001010 PROCEDURE DIVISION USING LK-FUNCTION LK-DATE
001020         LK-CYCLES LK-REPLY.
001030*================================================================
001040* 0000-MAINLINE
001050*================================================================
001060 0000-MAINLINE.
001070     MOVE "Y" TO LK-REPLY.
001080     MOVE "N" TO WS-CALENDAR-OPENED-SW.
001090     OPEN INPUT PROC-CALENDAR.
001100     IF WS-CALENDAR-STATUS = "00"
001110         MOVE "Y" TO WS-CALENDAR-OPENED-SW
001120     ELSE
001130         DISPLAY "PROC-CAL: CANNOT OPEN procCalendar, "
001140             "STATUS = " WS-CALENDAR-STATUS
001141         MOVE "0000-MAINLINE" TO WS-IL-PARAGRAPH
001142         MOVE "E" TO WS-IL-SEVERITY
001143         MOVE WS-CALENDAR-STATUS TO WS-IL-FILE-STATUS
001144         MOVE "CANNOT OPEN procCalendar" TO WS-IL-MESSAGE
001145         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001150     END-IF.
001160     EVALUATE TRUE
001170         WHEN LK-GET-CYCLES
001180             PERFORM 1000-GET-CYCLES THRU 1000-GET-CYCLES-EXIT
001190         WHEN LK-SHOW-UPCOMING
001200             PERFORM 2000-SHOW-UPCOMING
001210                 THRU 2000-SHOW-UPCOMING-EXIT
001220         WHEN OTHER
001230             DISPLAY "PROC-CAL: UNKNOWN FUNCTION '"
001240                 LK-FUNCTION "'"
001250     END-EVALUATE.
001260     IF WS-CALENDAR-IS-OPENED
001270         CLOSE PROC-CALENDAR
001280     END-IF.
001290     GOBACK.
001300*
001310*================================================================
001320* 1000-GET-CYCLES - LK-CYCLES COMES BACK WITH ONE CODE LETTER
001330* PER CYCLE ON THE DATE, LEFT-JUSTIFIED. NO ENTRY (OR NO
001340* CALENDAR) MEANS AN ORDINARY DAILY NIGHT.
001350*================================================================
001360 1000-GET-CYCLES.
001370     MOVE SPACES TO LK-CYCLES.
001380     IF NOT WS-CALENDAR-IS-OPENED
001390         MOVE "D" TO LK-CYCLES
001400         MOVE "U" TO LK-REPLY
001410         GO TO 1000-GET-CYCLES-EXIT
001420     END-IF.
001430     MOVE LK-DATE TO PRC-DATE.
001440     READ PROC-CALENDAR
001450         INVALID KEY
001460             MOVE "D" TO LK-CYCLES
001470             MOVE "N" TO LK-REPLY
001480             GO TO 1000-GET-CYCLES-EXIT
001490     END-READ.
001500     MOVE ZEROS TO WS-CODE-IDX.
001510     PERFORM 1100-PACK-ONE-CYCLE THRU 1100-PACK-ONE-CYCLE-EXIT
001520         VARYING WS-CYCLE-IDX FROM 1 BY 1
001530         UNTIL WS-CYCLE-IDX > 6.
001540 1000-GET-CYCLES-EXIT.
001550     EXIT.
001560*
001570 1100-PACK-ONE-CYCLE.
001580     IF PRC-CYCLE-FLAG (WS-CYCLE-IDX) = "Y"
001590         ADD 1 TO WS-CODE-IDX
001600         MOVE WS-CYCLE-CODE (WS-CYCLE-IDX)
001610             TO LK-CYCLES (WS-CODE-IDX:1)
001620     END-IF.
001630 1100-PACK-ONE-CYCLE-EXIT.
001640     EXIT.
001650*
001660*================================================================
001670* 2000-SHOW-UPCOMING - ONE LINE PER DAY FOR FOURTEEN DAYS
001680*================================================================
001690 2000-SHOW-UPCOMING.
001700     DISPLAY "PROCESSING CYCLES FOR THE NEXT 14 DAYS:".
001710     IF LK-DATE NOT NUMERIC
001720         DISPLAY "  START DATE " LK-DATE " IS NOT YYYYMMDD"
001730         GO TO 2000-SHOW-UPCOMING-EXIT
001740     END-IF.
001750     MOVE LK-DATE TO WS-WORK-DATE.
001760     PERFORM 2100-SHOW-ONE-DAY THRU 2100-SHOW-ONE-DAY-EXIT
001770         VARYING WS-DAY-COUNT FROM 1 BY 1
001780         UNTIL WS-DAY-COUNT > 14.
001790 2000-SHOW-UPCOMING-EXIT.
001800     EXIT.
001810*
001820 2100-SHOW-ONE-DAY.
001830     MOVE WS-WORK-DATE TO UPC-DATE.
001840     MOVE SPACES TO UPC-DESCRIPTION.
001850     PERFORM 2200-CLEAR-ONE-NAME THRU 2200-CLEAR-ONE-NAME-EXIT
001860         VARYING WS-CYCLE-IDX FROM 1 BY 1
001870         UNTIL WS-CYCLE-IDX > 6.
001880     IF NOT WS-CALENDAR-IS-OPENED
001890         MOVE "DAILY" TO UPC-CYCLE-NAME (1)
001900         MOVE "(NO CALENDAR)" TO UPC-DESCRIPTION
001910     ELSE
001920         MOVE WS-WORK-DATE TO PRC-DATE
001930         READ PROC-CALENDAR
001940             INVALID KEY
001950                 MOVE "DAILY" TO UPC-CYCLE-NAME (1)
001960                 MOVE "(NOT ON CALENDAR)" TO UPC-DESCRIPTION
001970             NOT INVALID KEY
001980                 MOVE ZEROS TO WS-CODE-IDX
001990                 PERFORM 2300-NAME-ONE-CYCLE
002000                     THRU 2300-NAME-ONE-CYCLE-EXIT
002010                     VARYING WS-CYCLE-IDX FROM 1 BY 1
002020                     UNTIL WS-CYCLE-IDX > 6
002030                 MOVE PRC-DESCRIPTION TO UPC-DESCRIPTION
002040         END-READ
002050     END-IF.
002060     DISPLAY WS-UPCOMING-LINE.
002070     PERFORM 7000-NEXT-DATE THRU 7000-NEXT-DATE-EXIT.
002080 2100-SHOW-ONE-DAY-EXIT.
002090     EXIT.
002100*
002110 2200-CLEAR-ONE-NAME.
002120     MOVE SPACES TO UPC-CYCLE-NAME (WS-CYCLE-IDX).
002130 2200-CLEAR-ONE-NAME-EXIT.
002140     EXIT.
002150*
002160 2300-NAME-ONE-CYCLE.
002170     IF PRC-CYCLE-FLAG (WS-CYCLE-IDX) = "Y"
002180         ADD 1 TO WS-CODE-IDX
002190         MOVE WS-CYCLE-NAME (WS-CYCLE-IDX)
002200             TO UPC-CYCLE-NAME (WS-CODE-IDX)
002210     END-IF.
002220 2300-NAME-ONE-CYCLE-EXIT.
002230     EXIT.
002240*
002250*================================================================
002260* 7000-NEXT-DATE - ADVANCES WS-WORK-DATE BY ONE CALENDAR DAY
002270*================================================================
002280 7000-NEXT-DATE.
002290     MOVE WS-WORK-DATE (1:4) TO WS-WORK-YYYY.
002300     MOVE WS-WORK-DATE (5:2) TO WS-WORK-MM.
002310     MOVE WS-WORK-DATE (7:2) TO WS-WORK-DD.
002320     IF WS-WORK-MM < 1 OR WS-WORK-MM > 12
002330         MOVE 12 TO WS-WORK-MM
002340     END-IF.
002350     MOVE WS-MONTH-DAYS (WS-WORK-MM) TO WS-DAYS-THIS-MONTH.
002360     IF WS-WORK-MM = 2
002370         PERFORM 7100-CHECK-LEAP-YEAR
002380             THRU 7100-CHECK-LEAP-YEAR-EXIT
002390         IF WS-LEAP-YEAR
002400             MOVE 29 TO WS-DAYS-THIS-MONTH
002410         END-IF
002420     END-IF.
002430     ADD 1 TO WS-WORK-DD.
002440     IF WS-WORK-DD > WS-DAYS-THIS-MONTH
002450         MOVE 1 TO WS-WORK-DD
002460         ADD 1 TO WS-WORK-MM
002470         IF WS-WORK-MM > 12
002480             MOVE 1 TO WS-WORK-MM
002490             ADD 1 TO WS-WORK-YYYY
002500         END-IF
002510     END-IF.
002520     MOVE WS-WORK-YYYY TO WS-WORK-DATE (1:4).
002530     MOVE WS-WORK-MM TO WS-WORK-DATE (5:2).
002540     MOVE WS-WORK-DD TO WS-WORK-DATE (7:2).
002550 7000-NEXT-DATE-EXIT.
002560     EXIT.
002570*
002580 7100-CHECK-LEAP-YEAR.
002590     MOVE "N" TO WS-LEAP-SW.
002600     DIVIDE WS-WORK-YYYY BY 4 GIVING WS-QUOTIENT
002610         REMAINDER WS-REMAINDER.
002620     IF WS-REMAINDER NOT = ZERO
002630         GO TO 7100-CHECK-LEAP-YEAR-EXIT
002640     END-IF.
002650     MOVE "Y" TO WS-LEAP-SW.
002660     DIVIDE WS-WORK-YYYY BY 100 GIVING WS-QUOTIENT
002670         REMAINDER WS-REMAINDER.
002680     IF WS-REMAINDER NOT = ZERO
002690         GO TO 7100-CHECK-LEAP-YEAR-EXIT
002700     END-IF.
002710     DIVIDE WS-WORK-YYYY BY 400 GIVING WS-QUOTIENT
002720         REMAINDER WS-REMAINDER.
002730     IF WS-REMAINDER NOT = ZERO
002740         MOVE "N" TO WS-LEAP-SW
002750     END-IF.
002760 7100-CHECK-LEAP-YEAR-EXIT.
002770     EXIT.
002771*
002772 8900-LOG-INCIDENT.
002773     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
002774         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
002775         WS-IL-MESSAGE.
002776 8900-LOG-INCIDENT-EXIT.
002777     EXIT.
002780*
002790 END PROGRAM PROC-CAL.
