000270*                    CHARACTERS - THE SUITE'S PROGRAM-IDS RUN
000280*                    LONGER THAN 8 (readWriteFile,
000290*                    CLASS-ROSTER, BALANCE-SHEET, ...).
000291*   2026-10-14  RSG  STEPS NOW CHOSEN BY THE PROCESSING
000292*                    CALENDAR. EACH streamDef STEP CARRIES THE
000293*                    CYCLE CODES IT BELONGS TO (D P M T Y,
000294*                    BLANK = DAILY) AND RUNS ONLY WHEN THE
000295*                    BUSINESS DATE CARRIES ONE OF THEM, SO ONE
000296*                    streamDef SERVES EVERY NIGHT. A HOLIDAY
000297*                    RUNS NOTHING. A STEP OUTSIDE TONIGHT'S
000298*                    CYCLES DOES NOT HOLD BACK ITS DEPENDENTS.
000299*   2026-10-14  RSG  STREAM PROBLEMS RECORDED ON THE COMMON
000300*                    INCIDENT LOG: streamDef UNREADABLE OR
000301*                    EMPTY AND PROGRAM NOT FOUND AS SEVERE,
000302*                    A STEP OVER ITS RC LIMIT AS AN ERROR, A
000303*                    BYPASSED STEP OR AN RC WITHIN THE LIMIT
000304*                    AS A WARNING.
000305*================================================================
000310*
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000490     05  JSD-DEPEND-1            PIC X(08).
000500     05  JSD-DEPEND-2            PIC X(08).
000510     05  JSD-MAX-RC              PIC 9(02).
000512     05  JSD-CYCLES              PIC X(05).
000520*
000530 WORKING-STORAGE SECTION.
000540*----------------------------------------------------------------
000630         10  WS-STP-MAX-RC       PIC 9(02).
000640         10  WS-STP-RESULT       PIC X(01).
000650*            RESULTS: " " NOT RUN, "C" ALREADY COMPLETE,
000652*            "G" RAN GOOD, "F" FAILED, "B" BYPASSED,
000654*            "N" NOT IN TONIGHT'S CYCLES
000670         10  WS-STP-RC           PIC 9(02).
000672         10  WS-STP-CYCLES       PIC X(05).
000680 77  WS-STEP-COUNT               PIC 9(02) VALUE ZEROS.
000690 77  WS-STEP-IDX                 PIC 9(02) VALUE ZEROS.
000700 77  WS-DEP-IDX                  PIC 9(02) VALUE ZEROS.
000810 77  WS-RAN-COUNT                PIC 9(02) VALUE ZEROS.
000820 77  WS-SKIP-COUNT               PIC 9(02) VALUE ZEROS.
000830 77  WS-BYPASS-COUNT             PIC 9(02) VALUE ZEROS.
000831 77  WS-UNSCHED-COUNT            PIC 9(02) VALUE ZEROS.
000832 77  WS-BUSINESS-DATE            PIC X(08) VALUE SPACES.
000833 77  WS-SYSTEM-DATE              PIC 9(08) VALUE ZEROS.
000834 77  WS-TONIGHT-CYCLES           PIC X(06) VALUE SPACES.
000835 77  WS-HOLIDAY-SW               PIC X(01) VALUE "N".
000836     88  WS-HOLIDAY-NIGHT            VALUE "Y".
000837 77  WS-IN-CYCLE-SW              PIC X(01) VALUE "N".
000838     88  WS-STEP-IN-CYCLE            VALUE "Y".
000839 77  WS-CYCLE-POS                PIC 9(02) VALUE ZEROS.
000840 77  WS-CYCLE-HITS               PIC 9(02) VALUE ZEROS.
000841 77  WS-PC-FUNCTION              PIC X(01) VALUE SPACES.
000842 77  WS-PC-REPLY                 PIC X(01) VALUE "Y".
000843 77  WS-RC-FUNCTION              PIC X(01) VALUE SPACES.
000850 77  WS-RC-STEP                  PIC X(08) VALUE SPACES.
000860 77  WS-RC-FORCE                 PIC X(01) VALUE SPACES.
000870 77  WS-RC-REPLY                 PIC X(01) VALUE "Y".
000871*----------------------------------------------------------------
000872* INCIDENT LOG CALL FIELDS
000873*----------------------------------------------------------------
000874 77  WS-IL-PROGRAM               PIC X(20) VALUE "JOB-STREAM".
000875 77  WS-IL-STEP                  PIC X(08) VALUE SPACES.
000876 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
000877 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
000878 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
000879 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
000880*
000890 PROCEDURE DIVISION.
000900*================================================================
000910* 0000-MAINLINE
000920*================================================================
000930 0000-MAINLINE.
000931     PERFORM 0500-GET-TONIGHTS-CYCLES
000932         THRU 0500-GET-TONIGHTS-CYCLES-EXIT.
000933     IF WS-HOLIDAY-NIGHT
000934         GOBACK
000935     END-IF.
000940     PERFORM 1000-LOAD-STREAM THRU 1000-LOAD-STREAM-EXIT.
000950     PERFORM 2000-RUN-ONE-STEP THRU 2000-RUN-ONE-STEP-EXIT
000960         VARYING WS-STEP-IDX FROM 1 BY 1
000980             OR WS-STREAM-STOPPED.
000990     PERFORM 8000-WRAP-UP THRU 8000-WRAP-UP-EXIT.
001000     GOBACK.
001001*
001002*================================================================
001003* 0500-GET-TONIGHTS-CYCLES - THE BUSINESS DATE IS TODAY, THE
001004* SAME DATE RUN-CONTROL RECORDS EACH STEP AGAINST
001005*================================================================
001006 0500-GET-TONIGHTS-CYCLES.
001007     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
001008     MOVE WS-SYSTEM-DATE TO WS-BUSINESS-DATE.
001009     MOVE "C" TO WS-PC-FUNCTION.
001010     CALL "PROC-CAL" USING WS-PC-FUNCTION WS-BUSINESS-DATE
001011         WS-TONIGHT-CYCLES WS-PC-REPLY.
001012     IF WS-PC-REPLY NOT = "Y"
001013         DISPLAY "JOB-STREAM: " WS-BUSINESS-DATE
001014             " IS NOT ON THE PROCESSING CALENDAR - "
001015             "DAILY CYCLE ONLY"
001016     END-IF.
001017     DISPLAY "JOB-STREAM: BUSINESS DATE " WS-BUSINESS-DATE
001018         " CYCLES " WS-TONIGHT-CYCLES.
001019     MOVE ZEROS TO WS-CYCLE-HITS.
001020     INSPECT WS-TONIGHT-CYCLES TALLYING WS-CYCLE-HITS
001021         FOR ALL "H".
001022     IF WS-CYCLE-HITS > ZERO
001023         MOVE "Y" TO WS-HOLIDAY-SW
001024         DISPLAY "JOB-STREAM: " WS-BUSINESS-DATE
001025             " IS A HOLIDAY - NO STEPS RUN"
001026     END-IF.
001027 0500-GET-TONIGHTS-CYCLES-EXIT.
001028     EXIT.
001029*
001030 1000-LOAD-STREAM.
001031     OPEN INPUT STREAM-FILE.
001040     IF WS-STREAM-STATUS NOT = "00"
001050         DISPLAY "JOB-STREAM: CANNOT OPEN streamDef, "
001060             "STATUS = " WS-STREAM-STATUS
001061         MOVE "1000-LOAD-STREAM" TO WS-IL-PARAGRAPH
001062         MOVE "S" TO WS-IL-SEVERITY
001063         MOVE WS-STREAM-STATUS TO WS-IL-FILE-STATUS
001064         MOVE "CANNOT OPEN streamDef" TO WS-IL-MESSAGE
001065         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001070         MOVE "Y" TO WS-STOPPED-SW
001080         MOVE 8 TO RETURN-CODE
001090         GO TO 1000-LOAD-STREAM-EXIT
001140     IF WS-STEP-COUNT = ZEROS
001150         DISPLAY "JOB-STREAM: streamDef IS EMPTY - NOTHING "
001160             "TO RUN"
001161         MOVE "1000-LOAD-STREAM" TO WS-IL-PARAGRAPH
001162         MOVE "S" TO WS-IL-SEVERITY
001163         MOVE WS-STREAM-STATUS TO WS-IL-FILE-STATUS
001164         MOVE "streamDef IS EMPTY - NOTHING TO RUN"
001165             TO WS-IL-MESSAGE
001166         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001170         MOVE "Y" TO WS-STOPPED-SW
001180         MOVE 8 TO RETURN-CODE
001190     ELSE
001470                 END-IF
001480                 MOVE SPACE TO WS-STP-RESULT (WS-STEP-COUNT)
001490                 MOVE ZEROS TO WS-STP-RC (WS-STEP-COUNT)
001491                 IF JSD-CYCLES = SPACES
001492                     MOVE "D" TO WS-STP-CYCLES (WS-STEP-COUNT)
001493                 ELSE
001494                     MOVE JSD-CYCLES TO
001495                         WS-STP-CYCLES (WS-STEP-COUNT)
001496                 END-IF
001500             ELSE
001510                 DISPLAY "JOB-STREAM: MORE THAN 50 STEPS IN "
001520                     "streamDef - EXTRAS IGNORED"
001570     EXIT.
001580*
001590 2000-RUN-ONE-STEP.
001591     PERFORM 2050-CHECK-CYCLE THRU 2050-CHECK-CYCLE-EXIT.
001592     IF NOT WS-STEP-IN-CYCLE
001593         DISPLAY "JOB-STREAM: " WS-STP-NAME (WS-STEP-IDX)
001594             " NOT SCHEDULED TONIGHT (CYCLES "
001595             WS-STP-CYCLES (WS-STEP-IDX) ")"
001596         MOVE "N" TO WS-STP-RESULT (WS-STEP-IDX)
001597         ADD 1 TO WS-UNSCHED-COUNT
001598         GO TO 2000-RUN-ONE-STEP-EXIT
001599     END-IF.
001600*    A STEP ALREADY COMPLETED FOR THE BUSINESS DATE IS THE
001610*    RESTART CASE - SKIP IT AND KEEP GOING
001620     MOVE "C" TO WS-RC-FUNCTION.
001760     IF NOT WS-DEPS-SATISFIED
001770         DISPLAY "JOB-STREAM: " WS-STP-NAME (WS-STEP-IDX)
001780             " BYPASSED - DEPENDENCY NOT SATISFIED"
001781         MOVE WS-STP-NAME (WS-STEP-IDX) TO WS-IL-STEP
001782         MOVE "2000-RUN-ONE-STEP" TO WS-IL-PARAGRAPH
001783         MOVE "W" TO WS-IL-SEVERITY
001784         MOVE SPACES TO WS-IL-FILE-STATUS
001785         MOVE "STEP BYPASSED - DEPENDENCY NOT SATISFIED"
001786             TO WS-IL-MESSAGE
001787         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001790         MOVE "B" TO WS-STP-RESULT (WS-STEP-IDX)
001800         ADD 1 TO WS-BYPASS-COUNT
001810         GO TO 2000-RUN-ONE-STEP-EXIT
001880         ON EXCEPTION
001890             DISPLAY "JOB-STREAM: PROGRAM " WS-CALL-PROGRAM
001900                 " NOT FOUND - STREAM STOPPED"
001901             MOVE WS-STP-NAME (WS-STEP-IDX) TO WS-IL-STEP
001902             MOVE "2000-RUN-ONE-STEP" TO WS-IL-PARAGRAPH
001903             MOVE "S" TO WS-IL-SEVERITY
001904             MOVE SPACES TO WS-IL-FILE-STATUS
001905             MOVE SPACES TO WS-IL-MESSAGE
001906             STRING "PROGRAM " WS-CALL-PROGRAM
001907                 " NOT FOUND - STREAM STOPPED"
001908                 DELIMITED BY SIZE INTO WS-IL-MESSAGE
001909             PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001910             MOVE "Y" TO WS-STOPPED-SW
001920             MOVE 8 TO RETURN-CODE
001930     END-CALL.
002030             " ENDED RC " WS-STEP-RC " (LIMIT "
002040             WS-STP-MAX-RC (WS-STEP-IDX)
002050             ") - STREAM STOPPED, RERUN RESUMES HERE"
002051         MOVE WS-STP-NAME (WS-STEP-IDX) TO WS-IL-STEP
002052         MOVE "2000-RUN-ONE-STEP" TO WS-IL-PARAGRAPH
002053         MOVE "E" TO WS-IL-SEVERITY
002054         MOVE SPACES TO WS-IL-FILE-STATUS
002055         MOVE SPACES TO WS-IL-MESSAGE
002056         STRING "STEP ENDED RC " WS-STEP-RC " OVER LIMIT "
002057             WS-STP-MAX-RC (WS-STEP-IDX) " - STREAM STOPPED"
002058             DELIMITED BY SIZE INTO WS-IL-MESSAGE
002059         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
002060         MOVE "F" TO WS-STP-RESULT (WS-STEP-IDX)
002070         MOVE "Y" TO WS-STOPPED-SW
002080         MOVE 8 TO RETURN-CODE
002090     ELSE
002100         DISPLAY "JOB-STREAM: STEP " WS-STP-NAME (WS-STEP-IDX)
002110             " ENDED RC " WS-STEP-RC
002111         IF WS-STEP-RC > ZERO
002112             MOVE WS-STP-NAME (WS-STEP-IDX) TO WS-IL-STEP
002113             MOVE "2000-RUN-ONE-STEP" TO WS-IL-PARAGRAPH
002114             MOVE "W" TO WS-IL-SEVERITY
002115             MOVE SPACES TO WS-IL-FILE-STATUS
002116             MOVE SPACES TO WS-IL-MESSAGE
002117             STRING "STEP ENDED RC " WS-STEP-RC " WITHIN LIMIT "
002118                 WS-STP-MAX-RC (WS-STEP-IDX)
002119                 DELIMITED BY SIZE INTO WS-IL-MESSAGE
002120             PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
002121         END-IF
002122         MOVE "G" TO WS-STP-RESULT (WS-STEP-IDX)
002130     END-IF.
002140 2000-RUN-ONE-STEP-EXIT.
002150     EXIT.
002160*
002161*================================================================
002162* 2050-CHECK-CYCLE - THE STEP RUNS WHEN ANY OF ITS CYCLE CODES
002163* IS AMONG TONIGHT'S
002164*================================================================
002165 2050-CHECK-CYCLE.
002166     MOVE "N" TO WS-IN-CYCLE-SW.
002167     PERFORM 2060-CHECK-ONE-CODE THRU 2060-CHECK-ONE-CODE-EXIT
002168         VARYING WS-CYCLE-POS FROM 1 BY 1
002169         UNTIL WS-CYCLE-POS > 5
002170             OR WS-STEP-IN-CYCLE.
002171 2050-CHECK-CYCLE-EXIT.
002172     EXIT.
002173*
002174 2060-CHECK-ONE-CODE.
002175     IF WS-STP-CYCLES (WS-STEP-IDX) (WS-CYCLE-POS:1) = SPACE
002176         GO TO 2060-CHECK-ONE-CODE-EXIT
002177     END-IF.
002178     MOVE ZEROS TO WS-CYCLE-HITS.
002179     INSPECT WS-TONIGHT-CYCLES TALLYING WS-CYCLE-HITS
002180         FOR ALL WS-STP-CYCLES (WS-STEP-IDX) (WS-CYCLE-POS:1).
002181     IF WS-CYCLE-HITS > ZERO
002182         MOVE "Y" TO WS-IN-CYCLE-SW
002183     END-IF.
002184 2060-CHECK-ONE-CODE-EXIT.
002185     EXIT.
002186*
002187 2100-CHECK-DEPENDENCIES.
002188     MOVE "Y" TO WS-DEP-OK-SW.
002190     MOVE WS-STP-DEPEND-1 (WS-STEP-IDX) TO WS-DEP-NAME.
002200     PERFORM 2200-CHECK-ONE-DEPENDENCY
002210         THRU 2200-CHECK-ONE-DEPENDENCY-EXIT.
002380*
002390 2300-FIND-DEPENDENCY.
002400     IF WS-STP-NAME (WS-DEP-IDX) = WS-DEP-NAME
002402*        A DEPENDENCY NOT SCHEDULED TONIGHT HAS NOTHING TO FAIL
002410         IF WS-STP-RESULT (WS-DEP-IDX) = "G"
002420                 OR WS-STP-RESULT (WS-DEP-IDX) = "C"
002422                 OR WS-STP-RESULT (WS-DEP-IDX) = "N"
002430             CONTINUE
002440         ELSE
002450             MOVE "N" TO WS-DEP-OK-SW
002520     DISPLAY "JOB-STREAM: STEPS RUN      = " WS-RAN-COUNT.
002530     DISPLAY "JOB-STREAM: STEPS SKIPPED  = " WS-SKIP-COUNT.
002540     DISPLAY "JOB-STREAM: STEPS BYPASSED = " WS-BYPASS-COUNT.
002542     DISPLAY "JOB-STREAM: NOT SCHEDULED  = " WS-UNSCHED-COUNT.
002550     IF WS-STREAM-STOPPED
002560         DISPLAY "JOB-STREAM: STREAM STOPPED - FIX AND "
002570             "INVOKE AGAIN TO RESUME AT THE FAILED STEP"
002600     END-IF.
002610 8000-WRAP-UP-EXIT.
002620     EXIT.
002621*
002622 8900-LOG-INCIDENT.
002623     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
002624         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
002625         WS-IL-MESSAGE.
002626 8900-LOG-INCIDENT-EXIT.
002627     EXIT.
002630*
002640 END PROGRAM JOB-STREAM.
