000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AID-FUND-MAINT.
000030 AUTHOR. REGISTRAR-SYSTEMS-GROUP.
000040 INSTALLATION. REGISTRARS-OFFICE.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED. 2026-10-14.
000070*================================================================
000080* MODIFICATION HISTORY
000090*   2026-10-14  RSG  INITIAL VERSION - ADD/CHANGE/DELETE/LIST
000100*                    MAINTENANCE AGAINST THE FINANCIAL AID FUND
000110*                    MASTER (FUND NAME, TYPE, AND THE MINIMUM
000120*                    TERM LOAD AID-DISBURSE REQUIRES BEFORE AN
000130*                    AWARD FROM THE FUND IS CREDITED). CHANGES
000140*                    ARE WRITTEN TO THE COMMON maintAudit TRAIL.
000142*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000144*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000150*================================================================
000160*
000170 ENVIRONMENT DIVISION.
000180 CONFIGURATION SECTION.
000190 INPUT-OUTPUT SECTION.
000200 FILE-CONTROL.
000210     SELECT FUND-MASTER ASSIGN TO DISK
000220         ORGANIZATION IS INDEXED
000230         ACCESS MODE IS DYNAMIC
000240         RECORD KEY IS AFD-FUND-CODE
000250         FILE STATUS IS WS-MASTER-STATUS.
000260*
000270 DATA DIVISION.
000280 FILE SECTION.
000290*
000300 FD  FUND-MASTER
000310     LABEL RECORDS ARE STANDARD
000320     VALUE OF FILE-ID IS "aidFundMaster".
000330     COPY "aidfund.cpy".
000340*
000350 WORKING-STORAGE SECTION.
000360*----------------------------------------------------------------
000370* SWITCHES, STATUS FIELDS, AND MENU CONTROL
000380*----------------------------------------------------------------
000390 77  WS-MASTER-STATUS        PIC X(02) VALUE "00".
000400 77  WS-CONTINUE-SW          PIC X(01) VALUE "Y".
000410     88  WS-CONTINUE-MAINT       VALUE "Y".
000420 77  WS-MENU-CHOICE          PIC X(01) VALUE SPACES.
000430     88  WS-CHOICE-ADD           VALUE "1".
000440     88  WS-CHOICE-CHANGE        VALUE "2".
000450     88  WS-CHOICE-DELETE        VALUE "3".
000460     88  WS-CHOICE-LIST          VALUE "4".
000470     88  WS-CHOICE-EXIT          VALUE "5".
000480 77  WS-SEARCH-FUND          PIC X(04) VALUE SPACES.
000490 77  WS-LIST-EOF-SW          PIC X(01) VALUE "N".
000500     88  WS-END-OF-LIST          VALUE "Y".
000510 77  WS-LIST-COUNT           PIC 9(05) VALUE ZEROS.
000520 77  WS-MA-FILE              PIC X(12) VALUE "aidFundMastr".
000530 77  WS-MA-ACTION            PIC X(01) VALUE SPACE.
000540 77  WS-MA-KEY               PIC X(20) VALUE SPACES.
000550 77  WS-MA-BEFORE            PIC X(80) VALUE SPACES.
000560 77  WS-MA-AFTER             PIC X(80) VALUE SPACES.
000561*----------------------------------------------------------------
000562* INCIDENT LOG CALL FIELDS
000563*----------------------------------------------------------------
000564 77  WS-IL-PROGRAM           PIC X(20) VALUE
000565         "AID-FUND-MAINT".
000566 77  WS-IL-STEP              PIC X(08) VALUE SPACES.
000567 77  WS-IL-PARAGRAPH         PIC X(30) VALUE SPACES.
000568 77  WS-IL-SEVERITY          PIC X(01) VALUE SPACES.
000569 77  WS-IL-FILE-STATUS       PIC X(02) VALUE SPACES.
000570 77  WS-IL-MESSAGE           PIC X(60) VALUE SPACES.
000571*
000580 PROCEDURE DIVISION.
000590*================================================================
000600* 0000-MAINLINE
000610*================================================================
000620 0000-MAINLINE.
000630     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000640     PERFORM 2000-MENU-CYCLE THRU 2000-MENU-CYCLE-EXIT
000650         UNTIL NOT WS-CONTINUE-MAINT.
000660     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
000670     GOBACK.
000680*
000690 1000-INITIALIZE.
000700     OPEN I-O FUND-MASTER.
000710     IF WS-MASTER-STATUS = "35"
000720         OPEN OUTPUT FUND-MASTER
000730         CLOSE FUND-MASTER
000740         OPEN I-O FUND-MASTER
000750     END-IF.
000760     IF WS-MASTER-STATUS NOT = "00" AND NOT = "05"
000770         DISPLAY "AID-FUND-MAINT: UNABLE TO OPEN MASTER, "
000780             "STATUS = " WS-MASTER-STATUS
000781         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
000782         MOVE "E" TO WS-IL-SEVERITY
000783         MOVE WS-MASTER-STATUS TO WS-IL-FILE-STATUS
000784         MOVE "UNABLE TO OPEN MASTER" TO WS-IL-MESSAGE
000785         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
000790         MOVE "N" TO WS-CONTINUE-SW
000800     END-IF.
000810 1000-INITIALIZE-EXIT.
000820     EXIT.
000830*
000840 2000-MENU-CYCLE.
000850     DISPLAY "1 = ADD  2 = CHANGE  3 = DELETE  4 = LIST  "
000860         "5 = EXIT".
000870     DISPLAY "ENTER CHOICE: ".
000880     ACCEPT WS-MENU-CHOICE.
000890     EVALUATE TRUE
000900         WHEN WS-CHOICE-ADD
000910             PERFORM 3000-ADD-FUND THRU 3000-ADD-FUND-EXIT
000920         WHEN WS-CHOICE-CHANGE
000930             PERFORM 4000-CHANGE-FUND THRU 4000-CHANGE-FUND-EXIT
000940         WHEN WS-CHOICE-DELETE
000950             PERFORM 5000-DELETE-FUND THRU 5000-DELETE-FUND-EXIT
000960         WHEN WS-CHOICE-LIST
000970             PERFORM 6000-LIST-FUNDS THRU 6000-LIST-FUNDS-EXIT
000980         WHEN WS-CHOICE-EXIT
000990             MOVE "N" TO WS-CONTINUE-SW
001000         WHEN OTHER
001010             DISPLAY "INVALID CHOICE, TRY AGAIN"
001020     END-EVALUATE.
001030 2000-MENU-CYCLE-EXIT.
001040     EXIT.
001050*
001060 3000-ADD-FUND.
001070     DISPLAY "ENTER FUND CODE: ".
001080     ACCEPT AFD-FUND-CODE.
001090     DISPLAY "ENTER FUND NAME: ".
001100     ACCEPT AFD-FUND-NAME.
001110     DISPLAY "ENTER FUND TYPE (S/G/L): ".
001120     ACCEPT AFD-FUND-TYPE.
001130     DISPLAY "ENTER MINIMUM TERM HOURS (NNN): ".
001140     ACCEPT AFD-MIN-HOURS.
001150     IF AFD-FUND-CODE = SPACES
001160             OR NOT AFD-VALID-TYPE
001170             OR AFD-MIN-HOURS NOT NUMERIC
001180         DISPLAY "ADD REJECTED, BAD FUND CODE, TYPE, OR "
001190             "MINIMUM HOURS"
001200     ELSE
001210         WRITE AID-FUND-RECORD
001220             INVALID KEY
001230                 DISPLAY "ADD FAILED, FUND ALREADY ON FILE, "
001240                     "STATUS = " WS-MASTER-STATUS
001250             NOT INVALID KEY
001260                 DISPLAY "FUND ADDED: " AFD-FUND-CODE
001270                 MOVE SPACES TO WS-MA-BEFORE
001280                 MOVE AID-FUND-RECORD TO WS-MA-AFTER
001290                 MOVE AFD-FUND-CODE TO WS-MA-KEY
001300                 MOVE "A" TO WS-MA-ACTION
001310                 PERFORM 8500-WRITE-MAINT-AUDIT
001320                     THRU 8500-WRITE-MAINT-AUDIT-EXIT
001330         END-WRITE
001340     END-IF.
001350 3000-ADD-FUND-EXIT.
001360     EXIT.
001370*
001380 4000-CHANGE-FUND.
001390     DISPLAY "ENTER FUND CODE TO CHANGE: ".
001400     ACCEPT WS-SEARCH-FUND.
001410     MOVE WS-SEARCH-FUND TO AFD-FUND-CODE.
001420     READ FUND-MASTER
001430         INVALID KEY
001440             DISPLAY "NO FUND FOUND FOR CODE " WS-SEARCH-FUND
001450         NOT INVALID KEY
001460             PERFORM 4100-APPLY-CHANGES
001470                 THRU 4100-APPLY-CHANGES-EXIT
001480     END-READ.
001490 4000-CHANGE-FUND-EXIT.
001500     EXIT.
001510*
001520 4100-APPLY-CHANGES.
001530     MOVE AID-FUND-RECORD TO WS-MA-BEFORE.
001540     DISPLAY "ENTER NEW FUND NAME: ".
001550     ACCEPT AFD-FUND-NAME.
001560     DISPLAY "ENTER NEW FUND TYPE (S/G/L): ".
001570     ACCEPT AFD-FUND-TYPE.
001580     DISPLAY "ENTER NEW MINIMUM TERM HOURS (NNN): ".
001590     ACCEPT AFD-MIN-HOURS.
001600     IF NOT AFD-VALID-TYPE
001610             OR AFD-MIN-HOURS NOT NUMERIC
001620         DISPLAY "CHANGE REJECTED, BAD TYPE OR MINIMUM HOURS"
001630     ELSE
001640         REWRITE AID-FUND-RECORD
001650             INVALID KEY
001660                 DISPLAY "CHANGE FAILED, STATUS = "
001670                     WS-MASTER-STATUS
001680             NOT INVALID KEY
001690                 DISPLAY "FUND CHANGED: " AFD-FUND-CODE
001700                 MOVE AID-FUND-RECORD TO WS-MA-AFTER
001710                 MOVE AFD-FUND-CODE TO WS-MA-KEY
001720                 MOVE "C" TO WS-MA-ACTION
001730                 PERFORM 8500-WRITE-MAINT-AUDIT
001740                     THRU 8500-WRITE-MAINT-AUDIT-EXIT
001750         END-REWRITE
001760     END-IF.
001770 4100-APPLY-CHANGES-EXIT.
001780     EXIT.
001790*
001800 5000-DELETE-FUND.
001810     DISPLAY "ENTER FUND CODE TO DELETE: ".
001820     ACCEPT WS-SEARCH-FUND.
001830     MOVE WS-SEARCH-FUND TO AFD-FUND-CODE.
001840     READ FUND-MASTER
001850         INVALID KEY
001860             DISPLAY "NO FUND FOUND FOR CODE " WS-SEARCH-FUND
001870         NOT INVALID KEY
001880             MOVE AID-FUND-RECORD TO WS-MA-BEFORE
001890             DELETE FUND-MASTER RECORD
001900                 INVALID KEY
001910                     DISPLAY "DELETE FAILED, STATUS = "
001920                         WS-MASTER-STATUS
001930                 NOT INVALID KEY
001940                     DISPLAY "FUND DELETED: " WS-SEARCH-FUND
001950                     MOVE SPACES TO WS-MA-AFTER
001960                     MOVE WS-SEARCH-FUND TO WS-MA-KEY
001970                     MOVE "D" TO WS-MA-ACTION
001980                     PERFORM 8500-WRITE-MAINT-AUDIT
001990                         THRU 8500-WRITE-MAINT-AUDIT-EXIT
002000             END-DELETE
002010     END-READ.
002020 5000-DELETE-FUND-EXIT.
002030     EXIT.
002040*
002050 6000-LIST-FUNDS.
002060     MOVE "N" TO WS-LIST-EOF-SW.
002070     MOVE ZEROS TO WS-LIST-COUNT.
002080     MOVE LOW-VALUES TO AFD-FUND-CODE.
002090     START FUND-MASTER KEY NOT LESS THAN AFD-FUND-CODE
002100         INVALID KEY MOVE "Y" TO WS-LIST-EOF-SW
002110     END-START.
002120     PERFORM 6100-LIST-ONE-FUND THRU 6100-LIST-ONE-FUND-EXIT
002130         UNTIL WS-END-OF-LIST.
002140     DISPLAY "FUNDS ON FILE: " WS-LIST-COUNT.
002150 6000-LIST-FUNDS-EXIT.
002160     EXIT.
002170*
002180 6100-LIST-ONE-FUND.
002190     READ FUND-MASTER NEXT RECORD
002200         AT END
002210             MOVE "Y" TO WS-LIST-EOF-SW
002220         NOT AT END
002230             DISPLAY AFD-FUND-CODE " " AFD-FUND-NAME " TYPE "
002240                 AFD-FUND-TYPE " MIN HOURS " AFD-MIN-HOURS
002250             ADD 1 TO WS-LIST-COUNT
002260     END-READ.
002270 6100-LIST-ONE-FUND-EXIT.
002280     EXIT.
002290*
002300 8500-WRITE-MAINT-AUDIT.
002310     CALL "MAINT-AUDIT" USING WS-MA-FILE WS-MA-ACTION
002320         WS-MA-KEY WS-MA-BEFORE WS-MA-AFTER.
002330 8500-WRITE-MAINT-AUDIT-EXIT.
002340     EXIT.
002350*
002351 8900-LOG-INCIDENT.
002352     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
002353         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
002354         WS-IL-MESSAGE.
002355 8900-LOG-INCIDENT-EXIT.
002356     EXIT.
002357*
002360 9000-TERMINATE.
002370     CLOSE FUND-MASTER.
002380 9000-TERMINATE-EXIT.
002390     EXIT.
002400*
002410 END PROGRAM AID-FUND-MAINT.
