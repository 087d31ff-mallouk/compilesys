000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ROOM-MAINT.
000030 AUTHOR. REGISTRAR-SYSTEMS-GROUP.
000040 INSTALLATION. REGISTRARS-OFFICE.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED. 2026-10-14.
000070*================================================================
000080* MODIFICATION HISTORY
000090*   2026-10-14  RSG  INITIAL VERSION - ADD/CHANGE/DELETE/LIST
000100*                    MAINTENANCE AGAINST THE CLASSROOM MASTER
000110*                    (BUILDING + ROOM, SEAT COUNT). SECTION
000120*                    MAINTENANCE HOLDS A SECTION'S CAPACITY TO
000130*                    THE SEAT COUNT OF THE ROOM IT MEETS IN.
000140*                    ADD/CHANGE/DELETE WRITE BEFORE/AFTER IMAGES
000150*                    TO THE COMMON maintAudit TRAIL THROUGH THE
000160*                    MAINT-AUDIT SUBPROGRAM.
000162*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000164*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000170*================================================================
000180*
000190 ENVIRONMENT DIVISION.
000200 CONFIGURATION SECTION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230     SELECT ROOM-MASTER ASSIGN TO DISK
000240         ORGANIZATION IS INDEXED
000250         ACCESS MODE IS DYNAMIC
000260         RECORD KEY IS RM-ROOM-ID
000270         FILE STATUS IS WS-MASTER-STATUS.
000280*
000290 DATA DIVISION.
000300 FILE SECTION.
000310*
000320 FD  ROOM-MASTER
000330     LABEL RECORDS ARE STANDARD
000340     VALUE OF FILE-ID IS "roomMaster".
000350     COPY "roommstr.cpy".
000360*
000370 WORKING-STORAGE SECTION.
000380*----------------------------------------------------------------
000390* SWITCHES, STATUS FIELDS, AND MENU CONTROL
000400*----------------------------------------------------------------
000410 77  WS-MASTER-STATUS        PIC X(02) VALUE "00".
000420 77  WS-CONTINUE-SW          PIC X(01) VALUE "Y".
000430     88  WS-CONTINUE-MAINT       VALUE "Y".
000440 77  WS-MENU-CHOICE          PIC X(01) VALUE SPACES.
000450     88  WS-CHOICE-ADD           VALUE "1".
000460     88  WS-CHOICE-CHANGE        VALUE "2".
000470     88  WS-CHOICE-DELETE        VALUE "3".
000480     88  WS-CHOICE-LIST          VALUE "4".
000490     88  WS-CHOICE-EXIT          VALUE "5".
000500 77  WS-SEARCH-BUILDING      PIC X(04) VALUE SPACES.
000510 77  WS-SEARCH-ROOM          PIC X(04) VALUE SPACES.
000520 77  WS-LIST-EOF-SW          PIC X(01) VALUE "N".
000530     88  WS-END-OF-LIST          VALUE "Y".
000540 77  WS-LIST-COUNT           PIC 9(05) VALUE ZEROS.
000550 77  WS-MA-FILE              PIC X(12) VALUE "roomMaster".
000560 77  WS-MA-ACTION            PIC X(01) VALUE SPACE.
000570 77  WS-MA-KEY               PIC X(20) VALUE SPACES.
000580 77  WS-MA-BEFORE            PIC X(80) VALUE SPACES.
000590 77  WS-MA-AFTER             PIC X(80) VALUE SPACES.
000591*----------------------------------------------------------------
000592* INCIDENT LOG CALL FIELDS
000593*----------------------------------------------------------------
000594 77  WS-IL-PROGRAM           PIC X(20) VALUE "ROOM-MAINT".
000595 77  WS-IL-STEP              PIC X(08) VALUE SPACES.
000596 77  WS-IL-PARAGRAPH         PIC X(30) VALUE SPACES.
000597 77  WS-IL-SEVERITY          PIC X(01) VALUE SPACES.
000598 77  WS-IL-FILE-STATUS       PIC X(02) VALUE SPACES.
000599 77  WS-IL-MESSAGE           PIC X(60) VALUE SPACES.
000600*
000610 PROCEDURE DIVISION.
000620*================================================================
000630* 0000-MAINLINE
000640*================================================================
000650 0000-MAINLINE.
000660     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000670     PERFORM 2000-MENU-CYCLE THRU 2000-MENU-CYCLE-EXIT
000680         UNTIL NOT WS-CONTINUE-MAINT.
000690     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
000700     GOBACK.
000710*
000720 1000-INITIALIZE.
000730     OPEN I-O ROOM-MASTER.
000740     IF WS-MASTER-STATUS = "35"
000750         OPEN OUTPUT ROOM-MASTER
000760         CLOSE ROOM-MASTER
000770         OPEN I-O ROOM-MASTER
000780     END-IF.
000790     IF WS-MASTER-STATUS NOT = "00" AND NOT = "05"
000800         DISPLAY "ROOM-MAINT: UNABLE TO OPEN MASTER, "
000810             "STATUS = " WS-MASTER-STATUS
000811         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
000812         MOVE "E" TO WS-IL-SEVERITY
000813         MOVE WS-MASTER-STATUS TO WS-IL-FILE-STATUS
000814         MOVE "UNABLE TO OPEN MASTER" TO WS-IL-MESSAGE
000815         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
000820         MOVE "N" TO WS-CONTINUE-SW
000830     END-IF.
000840 1000-INITIALIZE-EXIT.
000850     EXIT.
000860*
000870 2000-MENU-CYCLE.
000880     DISPLAY "1 = ADD  2 = CHANGE  3 = DELETE  4 = LIST  "
000890         "5 = EXIT".
000900     DISPLAY "ENTER CHOICE: ".
000910     ACCEPT WS-MENU-CHOICE.
000920     EVALUATE TRUE
000930         WHEN WS-CHOICE-ADD
000940             PERFORM 3000-ADD-ROOM THRU 3000-ADD-ROOM-EXIT
000950         WHEN WS-CHOICE-CHANGE
000960             PERFORM 4000-CHANGE-ROOM THRU 4000-CHANGE-ROOM-EXIT
000970         WHEN WS-CHOICE-DELETE
000980             PERFORM 5000-DELETE-ROOM THRU 5000-DELETE-ROOM-EXIT
000990         WHEN WS-CHOICE-LIST
001000             PERFORM 6000-LIST-ROOMS THRU 6000-LIST-ROOMS-EXIT
001010         WHEN WS-CHOICE-EXIT
001020             MOVE "N" TO WS-CONTINUE-SW
001030         WHEN OTHER
001040             DISPLAY "INVALID CHOICE, TRY AGAIN"
001050     END-EVALUATE.
001060 2000-MENU-CYCLE-EXIT.
001070     EXIT.
001080*
001090 3000-ADD-ROOM.
001100     DISPLAY "ENTER BUILDING: ".
001110     ACCEPT RM-BUILDING.
001120     DISPLAY "ENTER ROOM NUMBER: ".
001130     ACCEPT RM-ROOM-NUMBER.
001140     DISPLAY "ENTER SEAT COUNT: ".
001150     ACCEPT RM-SEAT-COUNT.
001160     DISPLAY "ENTER DESCRIPTION: ".
001170     ACCEPT RM-DESCRIPTION.
001180     IF RM-BUILDING = SPACES OR RM-ROOM-NUMBER = SPACES
001190             OR RM-SEAT-COUNT NOT NUMERIC
001200             OR RM-SEAT-COUNT = ZEROS
001210         DISPLAY "ADD REJECTED, BAD BUILDING, ROOM, OR SEATS"
001220     ELSE
001230         WRITE ROOM-MASTER-RECORD
001240             INVALID KEY
001250                 DISPLAY "ADD FAILED, ROOM ALREADY ON FILE, "
001260                     "STATUS = " WS-MASTER-STATUS
001270             NOT INVALID KEY
001280                 DISPLAY "ROOM ADDED: " RM-BUILDING " "
001290                     RM-ROOM-NUMBER
001300                 MOVE SPACES TO WS-MA-BEFORE
001310                 MOVE ROOM-MASTER-RECORD TO WS-MA-AFTER
001320                 MOVE RM-ROOM-ID TO WS-MA-KEY
001330                 MOVE "A" TO WS-MA-ACTION
001340                 PERFORM 8500-WRITE-MAINT-AUDIT
001350                     THRU 8500-WRITE-MAINT-AUDIT-EXIT
001360         END-WRITE
001370     END-IF.
001380 3000-ADD-ROOM-EXIT.
001390     EXIT.
001400*
001410 4000-CHANGE-ROOM.
001420     DISPLAY "ENTER BUILDING TO CHANGE: ".
001430     ACCEPT WS-SEARCH-BUILDING.
001440     DISPLAY "ENTER ROOM NUMBER: ".
001450     ACCEPT WS-SEARCH-ROOM.
001460     MOVE WS-SEARCH-BUILDING TO RM-BUILDING.
001470     MOVE WS-SEARCH-ROOM TO RM-ROOM-NUMBER.
001480     READ ROOM-MASTER
001490         INVALID KEY
001500             DISPLAY "NO ROOM FOUND FOR " WS-SEARCH-BUILDING
001510                 " " WS-SEARCH-ROOM
001520         NOT INVALID KEY
001530             PERFORM 4100-APPLY-CHANGES
001540                 THRU 4100-APPLY-CHANGES-EXIT
001550     END-READ.
001560 4000-CHANGE-ROOM-EXIT.
001570     EXIT.
001580*
001590 4100-APPLY-CHANGES.
001600     MOVE ROOM-MASTER-RECORD TO WS-MA-BEFORE.
001610     DISPLAY "ENTER NEW SEAT COUNT: ".
001620     ACCEPT RM-SEAT-COUNT.
001630     DISPLAY "ENTER NEW DESCRIPTION: ".
001640     ACCEPT RM-DESCRIPTION.
001650     IF RM-SEAT-COUNT NOT NUMERIC OR RM-SEAT-COUNT = ZEROS
001660         DISPLAY "CHANGE REJECTED, BAD SEAT COUNT"
001670     ELSE
001680         REWRITE ROOM-MASTER-RECORD
001690             INVALID KEY
001700                 DISPLAY "CHANGE FAILED, STATUS = "
001710                     WS-MASTER-STATUS
001720             NOT INVALID KEY
001730                 DISPLAY "ROOM CHANGED: " RM-BUILDING " "
001740                     RM-ROOM-NUMBER
001750                 MOVE ROOM-MASTER-RECORD TO WS-MA-AFTER
001760                 MOVE RM-ROOM-ID TO WS-MA-KEY
001770                 MOVE "C" TO WS-MA-ACTION
001780                 PERFORM 8500-WRITE-MAINT-AUDIT
001790                     THRU 8500-WRITE-MAINT-AUDIT-EXIT
001800         END-REWRITE
001810     END-IF.
001820 4100-APPLY-CHANGES-EXIT.
001830     EXIT.
001840*
001850 5000-DELETE-ROOM.
001860     DISPLAY "ENTER BUILDING TO DELETE: ".
001870     ACCEPT WS-SEARCH-BUILDING.
001880     DISPLAY "ENTER ROOM NUMBER: ".
001890     ACCEPT WS-SEARCH-ROOM.
001900     MOVE WS-SEARCH-BUILDING TO RM-BUILDING.
001910     MOVE WS-SEARCH-ROOM TO RM-ROOM-NUMBER.
001920     READ ROOM-MASTER
001930         INVALID KEY
001940             DISPLAY "NO ROOM FOUND FOR " WS-SEARCH-BUILDING
001950                 " " WS-SEARCH-ROOM
001960         NOT INVALID KEY
001970             MOVE ROOM-MASTER-RECORD TO WS-MA-BEFORE
001980             DELETE ROOM-MASTER RECORD
001990                 INVALID KEY
002000                     DISPLAY "DELETE FAILED, STATUS = "
002010                         WS-MASTER-STATUS
002020                 NOT INVALID KEY
002030                     DISPLAY "ROOM DELETED: " WS-SEARCH-BUILDING
002040                         " " WS-SEARCH-ROOM
002050                     MOVE SPACES TO WS-MA-AFTER
002060                     MOVE RM-ROOM-ID TO WS-MA-KEY
002070                     MOVE "D" TO WS-MA-ACTION
002080                     PERFORM 8500-WRITE-MAINT-AUDIT
002090                         THRU 8500-WRITE-MAINT-AUDIT-EXIT
002100             END-DELETE
002110     END-READ.
002120 5000-DELETE-ROOM-EXIT.
002130     EXIT.
002140*
002150 6000-LIST-ROOMS.
002160     MOVE "N" TO WS-LIST-EOF-SW.
002170     MOVE ZEROS TO WS-LIST-COUNT.
002180     MOVE LOW-VALUES TO RM-ROOM-ID.
002190     START ROOM-MASTER KEY NOT LESS THAN RM-ROOM-ID
002200         INVALID KEY MOVE "Y" TO WS-LIST-EOF-SW
002210     END-START.
002220     PERFORM 6100-LIST-ONE-ROOM THRU 6100-LIST-ONE-ROOM-EXIT
002230         UNTIL WS-END-OF-LIST.
002240     DISPLAY "ROOMS ON FILE: " WS-LIST-COUNT.
002250 6000-LIST-ROOMS-EXIT.
002260     EXIT.
002270*
002280 6100-LIST-ONE-ROOM.
002290     READ ROOM-MASTER NEXT RECORD
002300         AT END
002310             MOVE "Y" TO WS-LIST-EOF-SW
002320         NOT AT END
002330             DISPLAY RM-BUILDING " " RM-ROOM-NUMBER " SEATS "
002340                 RM-SEAT-COUNT " " RM-DESCRIPTION
002350             ADD 1 TO WS-LIST-COUNT
002360     END-READ.
002370 6100-LIST-ONE-ROOM-EXIT.
002380     EXIT.
002390*
002400 8500-WRITE-MAINT-AUDIT.
002410     CALL "MAINT-AUDIT" USING WS-MA-FILE WS-MA-ACTION
002420         WS-MA-KEY WS-MA-BEFORE WS-MA-AFTER.
002430 8500-WRITE-MAINT-AUDIT-EXIT.
002440     EXIT.
002450*
002451 8900-LOG-INCIDENT.
002452     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
002453         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
002454         WS-IL-MESSAGE.
002455 8900-LOG-INCIDENT-EXIT.
002456     EXIT.
002457*
002460 9000-TERMINATE.
002470     CLOSE ROOM-MASTER.
002480 9000-TERMINATE-EXIT.
002490     EXIT.
002500*
002510 END PROGRAM ROOM-MAINT.
