000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AID-MAINT.
000030 AUTHOR. REGISTRAR-SYSTEMS-GROUP.
000040 INSTALLATION. REGISTRARS-OFFICE.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED. 2026-10-14.
000070*================================================================
000080* MODIFICATION HISTORY
000090*   2026-10-14  RSG  INITIAL VERSION - ADD/CHANGE/CANCEL/LIST
000100*                    MAINTENANCE AGAINST THE FINANCIAL AID
000110*                    AWARD FILE, KEYED ON ID-NUMBER, TERM, AND
000120*                    FUND. THE FUND MUST BE ON aidFundMaster.
000130*                    ONLY AN AWARD NOT YET DISBURSED MAY BE
000140*                    CHANGED OR CANCELLED - A DISBURSED AWARD
000150*                    IS ALREADY CREDITED ON studentBilling AND
000160*                    IS CORRECTED THROUGH THE BUSINESS OFFICE.
000170*                    CHANGES ARE WRITTEN TO maintAudit.
000172*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000174*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000180*================================================================
000190*
000200 ENVIRONMENT DIVISION.
000210 CONFIGURATION SECTION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT AWARD-FILE ASSIGN TO DISK
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS DYNAMIC
000270         RECORD KEY IS AWD-KEY
000280         FILE STATUS IS WS-AWARD-STATUS.
000290     SELECT FUND-MASTER ASSIGN TO DISK
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS RANDOM
000320         RECORD KEY IS AFD-FUND-CODE
000330         FILE STATUS IS WS-FUND-STATUS.
000340*
000350 DATA DIVISION.
000360 FILE SECTION.
000370*
000380 FD  AWARD-FILE
000390     LABEL RECORDS ARE STANDARD
000400     VALUE OF FILE-ID IS "aidAwards".
000410     COPY "aidawrd.cpy".
000420*
000430 FD  FUND-MASTER
000440     LABEL RECORDS ARE STANDARD
000450     VALUE OF FILE-ID IS "aidFundMaster".
000460     COPY "aidfund.cpy".
000470*
000480 WORKING-STORAGE SECTION.
000490*----------------------------------------------------------------
000500* SWITCHES, STATUS FIELDS, AND MENU CONTROL
000510*----------------------------------------------------------------
000520 77  WS-AWARD-STATUS         PIC X(02) VALUE "00".
000530 77  WS-FUND-STATUS          PIC X(02) VALUE "00".
000532 77  WS-FUND-OPENED-SW       PIC X(01) VALUE "N".
000534     88  WS-FUND-IS-OPENED       VALUE "Y".
000536 77  WS-AWARD-OPENED-SW      PIC X(01) VALUE "N".
000538     88  WS-AWARD-IS-OPENED      VALUE "Y".
000540 77  WS-CONTINUE-SW          PIC X(01) VALUE "Y".
000550     88  WS-CONTINUE-MAINT       VALUE "Y".
000560 77  WS-MENU-CHOICE          PIC X(01) VALUE SPACES.
000570     88  WS-CHOICE-ADD           VALUE "1".
000580     88  WS-CHOICE-CHANGE        VALUE "2".
000590     88  WS-CHOICE-CANCEL        VALUE "3".
000600     88  WS-CHOICE-LIST          VALUE "4".
000610     88  WS-CHOICE-EXIT          VALUE "5".
000620 77  WS-SEARCH-ID            PIC X(04) VALUE SPACES.
000630 77  WS-SEARCH-TERM          PIC X(06) VALUE SPACES.
000640 77  WS-SEARCH-FUND          PIC X(04) VALUE SPACES.
000650 77  WS-NEW-AMOUNT           PIC 9(07)V99 VALUE ZEROS.
000660 77  WS-FUND-OK-SW           PIC X(01) VALUE "N".
000670     88  WS-FUND-OK              VALUE "Y".
000680 77  WS-LIST-EOF-SW          PIC X(01) VALUE "N".
000690     88  WS-END-OF-LIST          VALUE "Y".
000700 77  WS-LIST-COUNT           PIC 9(05) VALUE ZEROS.
000710 77  WS-SYSTEM-DATE          PIC 9(08) VALUE ZEROS.
000720 77  WS-TODAY                PIC X(08) VALUE SPACES.
000730 77  WS-MA-FILE              PIC X(12) VALUE "aidAwards".
000740 77  WS-MA-ACTION            PIC X(01) VALUE SPACE.
000750 77  WS-MA-KEY               PIC X(20) VALUE SPACES.
000760 77  WS-MA-BEFORE            PIC X(80) VALUE SPACES.
000770 77  WS-MA-AFTER             PIC X(80) VALUE SPACES.
000771*----------------------------------------------------------------
000772* INCIDENT LOG CALL FIELDS
000773*----------------------------------------------------------------
000774 77  WS-IL-PROGRAM           PIC X(20) VALUE "AID-MAINT".
000775 77  WS-IL-STEP              PIC X(08) VALUE SPACES.
000776 77  WS-IL-PARAGRAPH         PIC X(30) VALUE SPACES.
000777 77  WS-IL-SEVERITY          PIC X(01) VALUE SPACES.
000778 77  WS-IL-FILE-STATUS       PIC X(02) VALUE SPACES.
000779 77  WS-IL-MESSAGE           PIC X(60) VALUE SPACES.
000780*
000790 PROCEDURE DIVISION.
000800*================================================================
000810* 0000-MAINLINE
000820*================================================================
000830 0000-MAINLINE.
000840     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000850     PERFORM 2000-MENU-CYCLE THRU 2000-MENU-CYCLE-EXIT
000860         UNTIL NOT WS-CONTINUE-MAINT.
000870     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
000880     GOBACK.
000890*
000900 1000-INITIALIZE.
000910     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
000920     MOVE WS-SYSTEM-DATE TO WS-TODAY.
000930     OPEN INPUT FUND-MASTER.
000940     IF WS-FUND-STATUS NOT = "00"
000950         DISPLAY "AID-MAINT: CANNOT OPEN aidFundMaster, "
000960             "STATUS = " WS-FUND-STATUS
000961         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
000962         MOVE "E" TO WS-IL-SEVERITY
000963         MOVE WS-FUND-STATUS TO WS-IL-FILE-STATUS
000964         MOVE "CANNOT OPEN aidFundMaster" TO WS-IL-MESSAGE
000965         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
000970         DISPLAY "AID-MAINT: RUN AID-FUND-MAINT TO SET UP "
000980             "THE FUNDS FIRST"
000990         MOVE "N" TO WS-CONTINUE-SW
000992         GO TO 1000-INITIALIZE-EXIT
000994     END-IF.
000996     MOVE "Y" TO WS-FUND-OPENED-SW.
000998     OPEN I-O AWARD-FILE.
001030     IF WS-AWARD-STATUS = "35"
001040         OPEN OUTPUT AWARD-FILE
001050         CLOSE AWARD-FILE
001060         OPEN I-O AWARD-FILE
001070     END-IF.
001080     IF WS-AWARD-STATUS NOT = "00" AND NOT = "05"
001090         DISPLAY "AID-MAINT: UNABLE TO OPEN aidAwards, "
001100             "STATUS = " WS-AWARD-STATUS
001101         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001102         MOVE "E" TO WS-IL-SEVERITY
001103         MOVE WS-AWARD-STATUS TO WS-IL-FILE-STATUS
001104         MOVE "UNABLE TO OPEN aidAwards" TO WS-IL-MESSAGE
001105         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001106         MOVE "N" TO WS-CONTINUE-SW
001112     ELSE
001118         MOVE "Y" TO WS-AWARD-OPENED-SW
001124     END-IF.
001130 1000-INITIALIZE-EXIT.
001140     EXIT.
001150*
001160 2000-MENU-CYCLE.
001170     DISPLAY "1 = ADD  2 = CHANGE  3 = CANCEL  4 = LIST  "
001180         "5 = EXIT".
001190     DISPLAY "ENTER CHOICE: ".
001200     ACCEPT WS-MENU-CHOICE.
001210     EVALUATE TRUE
001220         WHEN WS-CHOICE-ADD
001230             PERFORM 3000-ADD-AWARD THRU 3000-ADD-AWARD-EXIT
001240         WHEN WS-CHOICE-CHANGE
001250             PERFORM 4000-CHANGE-AWARD
001260                 THRU 4000-CHANGE-AWARD-EXIT
001270         WHEN WS-CHOICE-CANCEL
001280             PERFORM 5000-CANCEL-AWARD
001290                 THRU 5000-CANCEL-AWARD-EXIT
001300         WHEN WS-CHOICE-LIST
001310             PERFORM 6000-LIST-AWARDS THRU 6000-LIST-AWARDS-EXIT
001320         WHEN WS-CHOICE-EXIT
001330             MOVE "N" TO WS-CONTINUE-SW
001340         WHEN OTHER
001350             DISPLAY "INVALID CHOICE, TRY AGAIN"
001360     END-EVALUATE.
001370 2000-MENU-CYCLE-EXIT.
001380     EXIT.
001390*
001400 3000-ADD-AWARD.
001410     DISPLAY "ENTER ID-NUMBER: ".
001420     ACCEPT AWD-ID-NUMBER.
001430     DISPLAY "ENTER TERM CODE: ".
001440     ACCEPT AWD-TERM-CODE.
001450     DISPLAY "ENTER FUND CODE: ".
001460     ACCEPT AWD-FUND-CODE.
001470     DISPLAY "ENTER AWARD AMOUNT (NNNNNNNVV): ".
001480     ACCEPT AWD-AMOUNT.
001490     IF AWD-ID-NUMBER = SPACES
001500             OR AWD-TERM-CODE = SPACES
001510             OR AWD-AMOUNT NOT NUMERIC
001520             OR AWD-AMOUNT = ZEROS
001530         DISPLAY "ADD REJECTED, BAD ID-NUMBER, TERM, OR AMOUNT"
001540         GO TO 3000-ADD-AWARD-EXIT
001550     END-IF.
001560     MOVE AWD-FUND-CODE TO WS-SEARCH-FUND.
001570     PERFORM 6500-CHECK-FUND THRU 6500-CHECK-FUND-EXIT.
001580     IF NOT WS-FUND-OK
001590         DISPLAY "ADD REJECTED, FUND " WS-SEARCH-FUND
001600             " NOT ON aidFundMaster"
001610         GO TO 3000-ADD-AWARD-EXIT
001620     END-IF.
001630     MOVE "A" TO AWD-STATUS.
001640     MOVE WS-TODAY TO AWD-AWARD-DATE.
001650     MOVE SPACES TO AWD-DISBURSED-DATE.
001660     WRITE AID-AWARD-RECORD
001670         INVALID KEY
001680             DISPLAY "ADD FAILED, AWARD ALREADY ON FILE, "
001690                 "STATUS = " WS-AWARD-STATUS
001700         NOT INVALID KEY
001710             DISPLAY "AWARD ADDED: " AWD-KEY
001720             MOVE SPACES TO WS-MA-BEFORE
001730             MOVE AID-AWARD-RECORD TO WS-MA-AFTER
001740             MOVE AWD-KEY TO WS-MA-KEY
001750             MOVE "A" TO WS-MA-ACTION
001760             PERFORM 8500-WRITE-MAINT-AUDIT
001770                 THRU 8500-WRITE-MAINT-AUDIT-EXIT
001780     END-WRITE.
001790 3000-ADD-AWARD-EXIT.
001800     EXIT.
001810*
001820 4000-CHANGE-AWARD.
001830     PERFORM 4500-GET-AWARD-KEY THRU 4500-GET-AWARD-KEY-EXIT.
001840     READ AWARD-FILE
001850         INVALID KEY
001860             DISPLAY "NO AWARD FOUND FOR " WS-SEARCH-ID " "
001870                 WS-SEARCH-TERM " " WS-SEARCH-FUND
001880         NOT INVALID KEY
001890             PERFORM 4100-APPLY-CHANGES
001900                 THRU 4100-APPLY-CHANGES-EXIT
001910     END-READ.
001920 4000-CHANGE-AWARD-EXIT.
001930     EXIT.
001940*
001950 4100-APPLY-CHANGES.
001960     IF NOT AWD-AWARDED
001970         DISPLAY "CHANGE REJECTED, AWARD STATUS IS "
001980             AWD-STATUS " - ONLY AN UNDISBURSED AWARD MAY "
001990             "BE CHANGED"
002000         GO TO 4100-APPLY-CHANGES-EXIT
002010     END-IF.
002020     MOVE AID-AWARD-RECORD TO WS-MA-BEFORE.
002030     DISPLAY "ENTER NEW AWARD AMOUNT (NNNNNNNVV): ".
002040     ACCEPT WS-NEW-AMOUNT.
002050     IF WS-NEW-AMOUNT NOT NUMERIC OR WS-NEW-AMOUNT = ZEROS
002060         DISPLAY "CHANGE REJECTED, BAD AMOUNT"
002070         GO TO 4100-APPLY-CHANGES-EXIT
002080     END-IF.
002090     MOVE WS-NEW-AMOUNT TO AWD-AMOUNT.
002100     REWRITE AID-AWARD-RECORD
002110         INVALID KEY
002120             DISPLAY "CHANGE FAILED, STATUS = " WS-AWARD-STATUS
002130         NOT INVALID KEY
002140             DISPLAY "AWARD CHANGED: " AWD-KEY
002150             MOVE AID-AWARD-RECORD TO WS-MA-AFTER
002160             MOVE AWD-KEY TO WS-MA-KEY
002170             MOVE "C" TO WS-MA-ACTION
002180             PERFORM 8500-WRITE-MAINT-AUDIT
002190                 THRU 8500-WRITE-MAINT-AUDIT-EXIT
002200     END-REWRITE.
002210 4100-APPLY-CHANGES-EXIT.
002220     EXIT.
002230*
002240 4500-GET-AWARD-KEY.
002250     DISPLAY "ENTER ID-NUMBER: ".
002260     ACCEPT WS-SEARCH-ID.
002270     DISPLAY "ENTER TERM CODE: ".
002280     ACCEPT WS-SEARCH-TERM.
002290     DISPLAY "ENTER FUND CODE: ".
002300     ACCEPT WS-SEARCH-FUND.
002310     MOVE WS-SEARCH-ID TO AWD-ID-NUMBER.
002320     MOVE WS-SEARCH-TERM TO AWD-TERM-CODE.
002330     MOVE WS-SEARCH-FUND TO AWD-FUND-CODE.
002340 4500-GET-AWARD-KEY-EXIT.
002350     EXIT.
002360*
002370 5000-CANCEL-AWARD.
002380*    AN AWARD IS CANCELLED, NOT DELETED, SO THE AID OFFICE CAN
002390*    STILL SEE WHAT WAS OFFERED AND WITHDRAWN
002400     PERFORM 4500-GET-AWARD-KEY THRU 4500-GET-AWARD-KEY-EXIT.
002410     READ AWARD-FILE
002420         INVALID KEY
002430             DISPLAY "NO AWARD FOUND FOR " WS-SEARCH-ID " "
002440                 WS-SEARCH-TERM " " WS-SEARCH-FUND
002450             GO TO 5000-CANCEL-AWARD-EXIT
002460     END-READ.
002470     IF NOT AWD-AWARDED
002480         DISPLAY "CANCEL REJECTED, AWARD STATUS IS "
002490             AWD-STATUS " - ONLY AN UNDISBURSED AWARD MAY "
002500             "BE CANCELLED"
002510         GO TO 5000-CANCEL-AWARD-EXIT
002520     END-IF.
002530     MOVE AID-AWARD-RECORD TO WS-MA-BEFORE.
002540     MOVE "C" TO AWD-STATUS.
002550     REWRITE AID-AWARD-RECORD
002560         INVALID KEY
002570             DISPLAY "CANCEL FAILED, STATUS = " WS-AWARD-STATUS
002580         NOT INVALID KEY
002590             DISPLAY "AWARD CANCELLED: " AWD-KEY
002600             MOVE AID-AWARD-RECORD TO WS-MA-AFTER
002610             MOVE AWD-KEY TO WS-MA-KEY
002620             MOVE "C" TO WS-MA-ACTION
002630             PERFORM 8500-WRITE-MAINT-AUDIT
002640                 THRU 8500-WRITE-MAINT-AUDIT-EXIT
002650     END-REWRITE.
002660 5000-CANCEL-AWARD-EXIT.
002670     EXIT.
002680*
002690 6000-LIST-AWARDS.
002700     DISPLAY "ENTER ID-NUMBER (BLANK FOR ALL): ".
002710     ACCEPT WS-SEARCH-ID.
002720     MOVE "N" TO WS-LIST-EOF-SW.
002730     MOVE ZEROS TO WS-LIST-COUNT.
002740     MOVE LOW-VALUES TO AWD-KEY.
002750     IF WS-SEARCH-ID NOT = SPACES
002760         MOVE WS-SEARCH-ID TO AWD-ID-NUMBER
002770     END-IF.
002780     START AWARD-FILE KEY NOT LESS THAN AWD-KEY
002790         INVALID KEY MOVE "Y" TO WS-LIST-EOF-SW
002800     END-START.
002810     PERFORM 6100-LIST-ONE-AWARD THRU 6100-LIST-ONE-AWARD-EXIT
002820         UNTIL WS-END-OF-LIST.
002830     DISPLAY "AWARDS LISTED: " WS-LIST-COUNT.
002840 6000-LIST-AWARDS-EXIT.
002850     EXIT.
002860*
002870 6100-LIST-ONE-AWARD.
002880     READ AWARD-FILE NEXT RECORD
002890         AT END
002900             MOVE "Y" TO WS-LIST-EOF-SW
002910             GO TO 6100-LIST-ONE-AWARD-EXIT
002920     END-READ.
002930     IF WS-SEARCH-ID NOT = SPACES
002940             AND AWD-ID-NUMBER NOT = WS-SEARCH-ID
002950         MOVE "Y" TO WS-LIST-EOF-SW
002960         GO TO 6100-LIST-ONE-AWARD-EXIT
002970     END-IF.
002980     DISPLAY AWD-ID-NUMBER " " AWD-TERM-CODE " "
002990         AWD-FUND-CODE " AMOUNT " AWD-AMOUNT " STATUS "
003000         AWD-STATUS " AWARDED " AWD-AWARD-DATE
003010         " DISBURSED " AWD-DISBURSED-DATE.
003020     ADD 1 TO WS-LIST-COUNT.
003030 6100-LIST-ONE-AWARD-EXIT.
003040     EXIT.
003050*
003060 6500-CHECK-FUND.
003070     MOVE "N" TO WS-FUND-OK-SW.
003080     MOVE WS-SEARCH-FUND TO AFD-FUND-CODE.
003090     READ FUND-MASTER
003100         INVALID KEY
003110             CONTINUE
003120         NOT INVALID KEY
003130             MOVE "Y" TO WS-FUND-OK-SW
003140     END-READ.
003150 6500-CHECK-FUND-EXIT.
003160     EXIT.
003170*
003180 8500-WRITE-MAINT-AUDIT.
003190     CALL "MAINT-AUDIT" USING WS-MA-FILE WS-MA-ACTION
003200         WS-MA-KEY WS-MA-BEFORE WS-MA-AFTER.
003210 8500-WRITE-MAINT-AUDIT-EXIT.
003220     EXIT.
003230*
003231 8900-LOG-INCIDENT.
003232     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
003233         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
003234         WS-IL-MESSAGE.
003235 8900-LOG-INCIDENT-EXIT.
003236     EXIT.
003237*
003240 9000-TERMINATE.
003250     IF WS-AWARD-IS-OPENED
003260         CLOSE AWARD-FILE
003270     END-IF.
003280     IF WS-FUND-IS-OPENED
003290         CLOSE FUND-MASTER
003300     END-IF.
003310 9000-TERMINATE-EXIT.
003320     EXIT.
003330*
003340 END PROGRAM AID-MAINT.
