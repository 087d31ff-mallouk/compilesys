000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PEND-CHANGE.
000030 AUTHOR. REGISTRAR-SYSTEMS-GROUP.
000040 INSTALLATION. REGISTRARS-OFFICE.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED. 2026-10-14.
000070*================================================================
000080* MODIFICATION HISTORY
000090*   2026-10-14  RSG  INITIAL VERSION - COMMON DUAL-CONTROL
000100*                    SUBPROGRAM CALLED BY BANK-MAINT, EMP-MAINT
000110*                    AND DED-MAINT. WRITES A SENSITIVE MASTER
000120*                    CHANGE TO pendingChange AS PENDING WITH
000130*                    THE MAKER'S OPERATOR ID FROM THE SIGN-ON
000140*                    SESSION AND HANDS BACK THE CHANGE ID.
000150*                    THE MASTER IS NOT TOUCHED - CHG-APPROVE
000160*                    APPLIES THE CHANGE ONCE A DIFFERENT
000170*                    SUPERVISOR APPROVES IT. REPLY "N" (AND NO
000180*                    RECORD) WHEN THERE IS NO SIGN-ON SESSION
000190*                    OR THE FILE CANNOT BE WRITTEN.
000200*================================================================
000210*
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT PENDING-CHANGE ASSIGN TO DISK
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS RANDOM
000290         RECORD KEY IS PCH-KEY
000300         FILE STATUS IS WS-PEND-STATUS.
000310     SELECT SESSION-FILE ASSIGN TO DISK
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-SESSION-STATUS.
000340*
000350 DATA DIVISION.
000360 FILE SECTION.
000370*
000380 FD  PENDING-CHANGE
000390     LABEL RECORDS ARE STANDARD
000400     VALUE OF FILE-ID IS "pendingChange".
000410     COPY "pendchg.cpy".
000420*
000430 FD  SESSION-FILE
000440     LABEL RECORDS ARE STANDARD
000450     VALUE OF FILE-ID IS "signonSession".
000460 01  SESSION-REC.
000470     05  SESSION-OPERATOR-ID     PIC X(10).
000480     05  SESSION-AUTH-LEVEL      PIC 9(01).
000490*
000500 WORKING-STORAGE SECTION.
000510*----------------------------------------------------------------
000520* CONTROL FIELDS
000530*----------------------------------------------------------------
000540 77  WS-PEND-STATUS              PIC X(02) VALUE "00".
000550 77  WS-SESSION-STATUS           PIC X(02) VALUE "00".
000560 77  WS-SYSTEM-DATE              PIC 9(08) VALUE ZEROS.
000570 77  WS-SYSTEM-TIME              PIC 9(08) VALUE ZEROS.
000580 77  WS-OPERATOR-ID              PIC X(10) VALUE SPACES.
000590 77  WS-WRITE-TRIES              PIC 9(02) VALUE ZEROS.
000600 77  WS-WRITTEN-SW               PIC X(01) VALUE "N".
000610     88  WS-CHANGE-WRITTEN           VALUE "Y".
000620*----------------------------------------------------------------
000630* INCIDENT LOG CALL FIELDS
000640*----------------------------------------------------------------
000650 77  WS-IL-PROGRAM               PIC X(20) VALUE "PEND-CHANGE".
000660 77  WS-IL-STEP                  PIC X(08) VALUE SPACES.
000670 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
000680 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
000690 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
000700 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
000710*
000720 LINKAGE SECTION.
000730 01  LK-FILE                     PIC X(01).
000740 01  LK-ACTION                   PIC X(01).
000750 01  LK-RECORD-KEY               PIC X(20).
000760 01  LK-BEFORE-IMAGE             PIC X(80).
000770 01  LK-AFTER-IMAGE              PIC X(80).
000780 01  LK-EFF-DATE                 PIC X(08).
000790 01  LK-REASON                   PIC X(03).
000800 01  LK-CHANGE-ID                PIC X(16).
000810 01  LK-REPLY                    PIC X(01).
000820*
000830 PROCEDURE DIVISION USING LK-FILE LK-ACTION LK-RECORD-KEY
000840         LK-BEFORE-IMAGE LK-AFTER-IMAGE LK-EFF-DATE LK-REASON
000850         LK-CHANGE-ID LK-REPLY.
000860*================================================================
000870* 0000-MAINLINE
000880*================================================================
000890 0000-MAINLINE.
000900     MOVE "N" TO LK-REPLY.
000910     MOVE SPACES TO LK-CHANGE-ID.
000920     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
000930     ACCEPT WS-SYSTEM-TIME FROM TIME.
000940     MOVE SPACES TO WS-OPERATOR-ID.
000950     OPEN INPUT SESSION-FILE.
000960     IF WS-SESSION-STATUS = "00"
000970         READ SESSION-FILE
000980             AT END
000990                 CONTINUE
001000             NOT AT END
001010                 MOVE SESSION-OPERATOR-ID TO WS-OPERATOR-ID
001020         END-READ
001030         CLOSE SESSION-FILE
001040     END-IF.
001050*    WITHOUT A MAKER ID THE CHECKER CANNOT BE PROVED DIFFERENT
001060     IF WS-OPERATOR-ID = SPACES
001070         DISPLAY "PEND-CHANGE: NO SIGN-ON SESSION - CHANGE NOT "
001080             "ACCEPTED"
001090         GOBACK
001100     END-IF.
001110     OPEN I-O PENDING-CHANGE.
001120     IF WS-PEND-STATUS = "35"
001130         OPEN OUTPUT PENDING-CHANGE
001140         CLOSE PENDING-CHANGE
001150         OPEN I-O PENDING-CHANGE
001160     END-IF.
001170     IF WS-PEND-STATUS NOT = "00" AND NOT = "05"
001180         DISPLAY "PEND-CHANGE: CANNOT OPEN pendingChange, "
001190             "STATUS = " WS-PEND-STATUS
001200             " - CHANGE NOT ACCEPTED"
001210         MOVE "0000-MAINLINE" TO WS-IL-PARAGRAPH
001220         MOVE "E" TO WS-IL-SEVERITY
001230         MOVE WS-PEND-STATUS TO WS-IL-FILE-STATUS
001240         MOVE "CANNOT OPEN pendingChange" TO WS-IL-MESSAGE
001250         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001260         GOBACK
001270     END-IF.
001280     MOVE SPACES TO PENDING-CHANGE-RECORD.
001290     MOVE LK-FILE TO PCH-FILE.
001300     MOVE LK-ACTION TO PCH-ACTION.
001310     MOVE LK-RECORD-KEY TO PCH-RECORD-KEY.
001320     MOVE LK-BEFORE-IMAGE TO PCH-BEFORE-IMAGE.
001330     MOVE LK-AFTER-IMAGE TO PCH-AFTER-IMAGE.
001340     MOVE LK-EFF-DATE TO PCH-EFF-DATE.
001350     MOVE LK-REASON TO PCH-REASON.
001360     MOVE WS-OPERATOR-ID TO PCH-MAKER-ID.
001370     MOVE "P" TO PCH-STATUS.
001380     MOVE WS-SYSTEM-DATE TO PCH-MADE-DATE.
001390     MOVE ZEROS TO WS-WRITE-TRIES.
001400     MOVE "N" TO WS-WRITTEN-SW.
001410     PERFORM 2000-WRITE-CHANGE THRU 2000-WRITE-CHANGE-EXIT
001420         UNTIL WS-CHANGE-WRITTEN OR WS-WRITE-TRIES > 9.
001430     CLOSE PENDING-CHANGE.
001440     IF WS-CHANGE-WRITTEN
001450         MOVE PCH-KEY TO LK-CHANGE-ID
001460         MOVE "Y" TO LK-REPLY
001470     ELSE
001480         DISPLAY "PEND-CHANGE: CANNOT WRITE pendingChange, "
001490             "STATUS = " WS-PEND-STATUS
001500             " - CHANGE NOT ACCEPTED"
001510     END-IF.
001520     GOBACK.
001530*
001540*    TWO CHANGES KEYED IN THE SAME HUNDREDTH OF A SECOND TAKE
001550*    THE NEXT FREE TIME VALUE
001560 2000-WRITE-CHANGE.
001570     ADD 1 TO WS-WRITE-TRIES.
001580     MOVE WS-SYSTEM-TIME TO PCH-MADE-TIME.
001590     WRITE PENDING-CHANGE-RECORD
001600         INVALID KEY
001610             ADD 1 TO WS-SYSTEM-TIME
001620         NOT INVALID KEY
001630             MOVE "Y" TO WS-WRITTEN-SW
001640     END-WRITE.
001650 2000-WRITE-CHANGE-EXIT.
001660     EXIT.
001670*
001680 8900-LOG-INCIDENT.
001690     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
001700         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
001710         WS-IL-MESSAGE.
001720 8900-LOG-INCIDENT-EXIT.
001730     EXIT.
001740*
001750 END PROGRAM PEND-CHANGE.
