000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CAL-WINDOW.
000030 AUTHOR. REGISTRAR-SYSTEMS-GROUP.
000040 INSTALLATION. REGISTRARS-OFFICE.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED. 2026-10-14.
000070*================================================================
000080* MODIFICATION HISTORY
000090*   2026-10-14  RSG  INITIAL VERSION - COMMON ACADEMIC CALENDAR
000100*                    WINDOW CHECK. THE CALLER PASSES THE KIND
000110*                    OF TRANSACTION (A = ENROLL, D = DROP,
000120*                    G = GRADE CHANGE), THE TERM, STUDENT, AND
000130*                    COURSE; THE TERM'S academicCalendar DATES
000140*                    DECIDE WHETHER TODAY IS INSIDE THE WINDOW.
000150*                    A TRANSACTION OUTSIDE IT IS REFUSED UNLESS
000160*                    A SUPERVISOR HAS GRANTED AN EXCEPTION ON
000170*                    calendarOverrides, AND EVERY EXCEPTION
000180*                    USED IS LOGGED TO calendarOverrideLog. A
000190*                    BLANK TERM IS THE CURRENT TERM (THE LATEST
000200*                    WHOSE REGISTRATION HAS OPENED) AND IS
000210*                    HANDED BACK. WITH NO CALENDAR BUILT YET
000220*                    NOTHING IS REFUSED.
000222*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000224*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000230*================================================================
000240*
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT CALENDAR-MASTER ASSIGN TO DISK
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS CAL-TERM-CODE
000330         FILE STATUS IS WS-CALENDAR-STATUS.
000340     SELECT OVERRIDE-FILE ASSIGN TO DISK
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-OVERRIDE-STATUS.
000370     SELECT LOG-FILE ASSIGN TO DISK
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-LOG-STATUS.
000400*
000410 DATA DIVISION.
000420 FILE SECTION.
000430*
000440 FD  CALENDAR-MASTER
000450     LABEL RECORDS ARE STANDARD
000460     VALUE OF FILE-ID IS "academicCalendar".
000470     COPY "acadcal.cpy".
000480*
000490 FD  OVERRIDE-FILE
000500     LABEL RECORDS ARE STANDARD
000510     VALUE OF FILE-ID IS "calendarOverrides".
000520     COPY "calovrd.cpy".
000530*
000540 FD  LOG-FILE
000550     LABEL RECORDS ARE STANDARD
000560     VALUE OF FILE-ID IS "calendarOverrideLog".
000570 01  CALENDAR-OVERRIDE-LOG-RECORD.
000580     05  COL-RUN-DATE            PIC X(08).
000590     05  COL-RUN-TIME            PIC X(08).
000600     05  COL-PROGRAM             PIC X(16).
000610     05  COL-ID-NUMBER           PIC X(04).
000620     05  COL-COURSE-ID           PIC X(06).
000630     05  COL-TERM-CODE           PIC X(06).
000640     05  COL-TRANS-TYPE          PIC X(01).
000650     05  COL-REFUSAL             PIC X(40).
000660     05  COL-GRANTED-BY          PIC X(10).
000670     05  COL-GRANTED-DATE        PIC X(08).
000680     05  COL-REASON              PIC X(20).
000690*
000700 WORKING-STORAGE SECTION.
000710*----------------------------------------------------------------
000720* CONTROL FIELDS
000730*----------------------------------------------------------------
000740 77  WS-CALENDAR-STATUS          PIC X(02) VALUE "00".
000750 77  WS-OVERRIDE-STATUS          PIC X(02) VALUE "00".
000760 77  WS-LOG-STATUS               PIC X(02) VALUE "00".
000770 77  WS-SYSTEM-DATE              PIC 9(08) VALUE ZEROS.
000780 77  WS-SYSTEM-TIME              PIC 9(08) VALUE ZEROS.
000790 77  WS-TODAY                    PIC X(08) VALUE SPACES.
000800 77  WS-CALENDAR-EOF-SW          PIC X(01) VALUE "N".
000810     88  WS-END-OF-CALENDAR          VALUE "Y".
000820 77  WS-OVERRIDE-EOF-SW          PIC X(01) VALUE "N".
000830     88  WS-END-OF-OVERRIDES         VALUE "Y".
000840 77  WS-OVERRIDE-FOUND-SW        PIC X(01) VALUE "N".
000850     88  WS-OVERRIDE-FOUND           VALUE "Y".
000860 77  WS-LATEST-OPEN-DATE         PIC X(08) VALUE SPACES.
000870 77  WS-GRANTED-BY               PIC X(10) VALUE SPACES.
000880 77  WS-GRANTED-DATE             PIC X(08) VALUE SPACES.
000890 77  WS-GRANT-REASON             PIC X(20) VALUE SPACES.
000891*----------------------------------------------------------------
000892* INCIDENT LOG CALL FIELDS
000893*----------------------------------------------------------------
000894 77  WS-IL-PROGRAM               PIC X(20) VALUE "CAL-WINDOW".
000895 77  WS-IL-STEP                  PIC X(08) VALUE SPACES.
000896 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
000897 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
000898 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
000899 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
000900*
000910 LINKAGE SECTION.
000920 01  LK-TRANS-TYPE               PIC X(01).
000930     88  LK-ENROLLMENT               VALUE "A".
000940     88  LK-DROP                     VALUE "D".
000950     88  LK-GRADE-CHANGE             VALUE "G".
000960 01  LK-TERM-CODE                PIC X(06).
000970 01  LK-ID-NUMBER                PIC X(04).
000980 01  LK-COURSE-ID                PIC X(06).
000990 01  LK-PROGRAM                  PIC X(16).
001000 01  LK-REPLY                    PIC X(01).
001010     88  LK-ALLOWED                  VALUE "Y".
001020     88  LK-OVERRIDDEN               VALUE "O".
001030     88  LK-REFUSED                  VALUE "N".
001040 01  LK-INFO                     PIC X(40).
001050*
001060 PROCEDURE DIVISION USING LK-TRANS-TYPE LK-TERM-CODE
001070         LK-ID-NUMBER LK-COURSE-ID LK-PROGRAM LK-REPLY LK-INFO.
001080*================================================================
001090* 0000-MAINLINE
001100*================================================================
001110 0000-MAINLINE.
001120     MOVE "Y" TO LK-REPLY.
001130     MOVE SPACES TO LK-INFO.
001140     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
001150     ACCEPT WS-SYSTEM-TIME FROM TIME.
001160     MOVE WS-SYSTEM-DATE TO WS-TODAY.
001170     OPEN INPUT CALENDAR-MASTER.
001180     IF WS-CALENDAR-STATUS NOT = "00"
001190         GOBACK
001200     END-IF.
001210     IF LK-TERM-CODE = SPACES
001220         PERFORM 1000-FIND-CURRENT-TERM
001230             THRU 1000-FIND-CURRENT-TERM-EXIT
001240     END-IF.
001250     IF LK-TERM-CODE NOT = SPACES
001260         PERFORM 2000-CHECK-WINDOW THRU 2000-CHECK-WINDOW-EXIT
001270     END-IF.
001280     CLOSE CALENDAR-MASTER.
001290     IF LK-REFUSED
001300         PERFORM 3000-FIND-OVERRIDE THRU 3000-FIND-OVERRIDE-EXIT
001310     END-IF.
001320     GOBACK.
001330*
001340*    THE CURRENT TERM IS THE ONE WHOSE REGISTRATION OPENED MOST
001350*    RECENTLY ON OR BEFORE TODAY
001360 1000-FIND-CURRENT-TERM.
001370     MOVE SPACES TO WS-LATEST-OPEN-DATE.
001380     MOVE "N" TO WS-CALENDAR-EOF-SW.
001390     MOVE LOW-VALUES TO CAL-TERM-CODE.
001400     START CALENDAR-MASTER KEY NOT LESS THAN CAL-TERM-CODE
001410         INVALID KEY MOVE "Y" TO WS-CALENDAR-EOF-SW
001420     END-START.
001430     PERFORM 1100-CHECK-ONE-TERM THRU 1100-CHECK-ONE-TERM-EXIT
001440         UNTIL WS-END-OF-CALENDAR.
001450 1000-FIND-CURRENT-TERM-EXIT.
001460     EXIT.
001470*
001480 1100-CHECK-ONE-TERM.
001490     READ CALENDAR-MASTER NEXT RECORD
001500         AT END
001510             MOVE "Y" TO WS-CALENDAR-EOF-SW
001520             GO TO 1100-CHECK-ONE-TERM-EXIT
001530     END-READ.
001540     IF CAL-REG-OPEN-DATE NOT NUMERIC
001550             OR CAL-REG-OPEN-DATE > WS-TODAY
001560         GO TO 1100-CHECK-ONE-TERM-EXIT
001570     END-IF.
001580     IF WS-LATEST-OPEN-DATE = SPACES
001590             OR CAL-REG-OPEN-DATE > WS-LATEST-OPEN-DATE
001600         MOVE CAL-REG-OPEN-DATE TO WS-LATEST-OPEN-DATE
001610         MOVE CAL-TERM-CODE TO LK-TERM-CODE
001620     END-IF.
001630 1100-CHECK-ONE-TERM-EXIT.
001640     EXIT.
001650*
001660 2000-CHECK-WINDOW.
001670     MOVE LK-TERM-CODE TO CAL-TERM-CODE.
001680     READ CALENDAR-MASTER
001690         INVALID KEY
001700             MOVE "N" TO LK-REPLY
001710             STRING "TERM " LK-TERM-CODE
001720                 " NOT ON CALENDAR"
001730                 DELIMITED BY SIZE INTO LK-INFO
001740             GO TO 2000-CHECK-WINDOW-EXIT
001750     END-READ.
001760     EVALUATE TRUE
001770         WHEN LK-ENROLLMENT
001780             IF WS-TODAY < CAL-REG-OPEN-DATE
001790                 MOVE "N" TO LK-REPLY
001800                 STRING "REGISTRATION OPENS "
001810                     CAL-REG-OPEN-DATE
001820                     DELIMITED BY SIZE INTO LK-INFO
001830             END-IF
001840             IF WS-TODAY > CAL-LAST-ADD-DATE
001850                 MOVE "N" TO LK-REPLY
001860                 STRING "LAST DAY TO ADD WAS "
001870                     CAL-LAST-ADD-DATE
001880                     DELIMITED BY SIZE INTO LK-INFO
001890             END-IF
001900         WHEN LK-DROP
001910             IF WS-TODAY > CAL-LAST-DROP-DATE
001920                 MOVE "N" TO LK-REPLY
001930                 STRING "LAST DAY TO DROP WAS "
001940                     CAL-LAST-DROP-DATE
001950                     DELIMITED BY SIZE INTO LK-INFO
001960             END-IF
001970         WHEN LK-GRADE-CHANGE
001980             IF WS-TODAY > CAL-LAPSE-DATE
001990                 MOVE "N" TO LK-REPLY
002000                 STRING "GRADES CLOSED "
002010                     CAL-LAPSE-DATE
002020                     DELIMITED BY SIZE INTO LK-INFO
002030             END-IF
002040         WHEN OTHER
002050             MOVE "N" TO LK-REPLY
002060             STRING "UNKNOWN TRANSACTION TYPE '"
002070                 LK-TRANS-TYPE "'"
002080                 DELIMITED BY SIZE INTO LK-INFO
002090     END-EVALUATE.
002100 2000-CHECK-WINDOW-EXIT.
002110     EXIT.
002120*
002130*    A SUPERVISOR EXCEPTION FOR THE STUDENT, TERM, AND KIND OF
002140*    TRANSACTION - FOR THIS COURSE OR, WITH A BLANK COURSE, FOR
002150*    ANY COURSE IN THE TERM
002160 3000-FIND-OVERRIDE.
002170     MOVE "N" TO WS-OVERRIDE-FOUND-SW.
002180     MOVE "N" TO WS-OVERRIDE-EOF-SW.
002190     OPEN INPUT OVERRIDE-FILE.
002200     IF WS-OVERRIDE-STATUS NOT = "00"
002210         GO TO 3000-FIND-OVERRIDE-EXIT
002220     END-IF.
002230     PERFORM 3100-CHECK-ONE-OVERRIDE
002240         THRU 3100-CHECK-ONE-OVERRIDE-EXIT
002250         UNTIL WS-END-OF-OVERRIDES.
002260     CLOSE OVERRIDE-FILE.
002270     IF WS-OVERRIDE-FOUND
002280         PERFORM 4000-LOG-OVERRIDE THRU 4000-LOG-OVERRIDE-EXIT
002290         MOVE "O" TO LK-REPLY
002300         MOVE SPACES TO LK-INFO
002310         STRING "OVERRIDE BY " WS-GRANTED-BY
002320             DELIMITED BY SIZE INTO LK-INFO
002330     END-IF.
002340 3000-FIND-OVERRIDE-EXIT.
002350     EXIT.
002360*
002370 3100-CHECK-ONE-OVERRIDE.
002380     READ OVERRIDE-FILE
002390         AT END
002400             MOVE "Y" TO WS-OVERRIDE-EOF-SW
002410             GO TO 3100-CHECK-ONE-OVERRIDE-EXIT
002420     END-READ.
002430     IF COV-ID-NUMBER = LK-ID-NUMBER
002440             AND COV-TERM-CODE = LK-TERM-CODE
002450             AND COV-TRANS-TYPE = LK-TRANS-TYPE
002460             AND (COV-COURSE-ID = SPACES
002470                 OR COV-COURSE-ID = LK-COURSE-ID)
002480         MOVE "Y" TO WS-OVERRIDE-FOUND-SW
002490         MOVE "Y" TO WS-OVERRIDE-EOF-SW
002500         MOVE COV-GRANTED-BY TO WS-GRANTED-BY
002510         MOVE COV-GRANTED-DATE TO WS-GRANTED-DATE
002520         MOVE COV-REASON TO WS-GRANT-REASON
002530     END-IF.
002540 3100-CHECK-ONE-OVERRIDE-EXIT.
002550     EXIT.
002560*
002570 4000-LOG-OVERRIDE.
002580     OPEN EXTEND LOG-FILE.
002590     IF WS-LOG-STATUS = "35"
002600         OPEN OUTPUT LOG-FILE
002610     END-IF.
002620     IF WS-LOG-STATUS NOT = "00"
002630         DISPLAY "CAL-WINDOW: CANNOT OPEN calendarOverrideLog, "
002640             "STATUS = " WS-LOG-STATUS
002641         MOVE "4000-LOG-OVERRIDE" TO WS-IL-PARAGRAPH
002642         MOVE "E" TO WS-IL-SEVERITY
002643         MOVE WS-LOG-STATUS TO WS-IL-FILE-STATUS
002644         MOVE "CANNOT OPEN calendarOverrideLog" TO WS-IL-MESSAGE
002645         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
002650         GO TO 4000-LOG-OVERRIDE-EXIT
002660     END-IF.
002670     MOVE WS-SYSTEM-DATE TO COL-RUN-DATE.
002680     MOVE WS-SYSTEM-TIME TO COL-RUN-TIME.
002690     MOVE LK-PROGRAM TO COL-PROGRAM.
002700     MOVE LK-ID-NUMBER TO COL-ID-NUMBER.
002710     MOVE LK-COURSE-ID TO COL-COURSE-ID.
002720     MOVE LK-TERM-CODE TO COL-TERM-CODE.
002730     MOVE LK-TRANS-TYPE TO COL-TRANS-TYPE.
002740     MOVE LK-INFO TO COL-REFUSAL.
002750     MOVE WS-GRANTED-BY TO COL-GRANTED-BY.
002760     MOVE WS-GRANTED-DATE TO COL-GRANTED-DATE.
002770     MOVE WS-GRANT-REASON TO COL-REASON.
002780     WRITE CALENDAR-OVERRIDE-LOG-RECORD.
002790     CLOSE LOG-FILE.
002800 4000-LOG-OVERRIDE-EXIT.
002810     EXIT.
002811*
002812 8900-LOG-INCIDENT.
002813     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
002814         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
002815         WS-IL-MESSAGE.
002816 8900-LOG-INCIDENT-EXIT.
002817     EXIT.
002820*
002830 END PROGRAM CAL-WINDOW.
