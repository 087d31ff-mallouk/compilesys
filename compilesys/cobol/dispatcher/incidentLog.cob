000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. INCIDENT-LOG.
000030 AUTHOR. REGISTRAR-SYSTEMS-GROUP.
000040 INSTALLATION. REGISTRARS-OFFICE.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED. 2026-10-14.
000070*================================================================
000080* MODIFICATION HISTORY
000090*   2026-10-14  RSG  INITIAL VERSION - COMMON INCIDENT
000100*                    SUBPROGRAM CALLED BY EVERY BATCH AND
000110*                    ONLINE PROGRAM WHEN SOMETHING GOES WRONG.
000120*                    APPENDS ONE RECORD TO incidentLog WITH
000130*                    THE BUSINESS DATE, TIME, PROGRAM, STEP,
000140*                    PARAGRAPH, SEVERITY (I/W/E/S), FILE
000150*                    STATUS, OPERATOR ID FROM THE SIGN-ON
000160*                    SESSION AND MESSAGE TEXT, SO THE MORNING
000170*                    SHIFT READS ONE FILE INSTEAD OF EVERY
000180*                    STEP'S SYSOUT. AN UNKNOWN SEVERITY IS
000190*                    RECORDED AS E.
000200*================================================================
000210*
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT INCIDENT-FILE ASSIGN TO DISK
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS WS-INCIDENT-STATUS.
000290     SELECT SESSION-FILE ASSIGN TO DISK
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-SESSION-STATUS.
000320*
000330 DATA DIVISION.
000340 FILE SECTION.
000350*
000360 FD  INCIDENT-FILE
000370     LABEL RECORDS ARE STANDARD
000380     VALUE OF FILE-ID IS "incidentLog".
000390     COPY "inclog.cpy".
000400*
000410 FD  SESSION-FILE
000420     LABEL RECORDS ARE STANDARD
000430     VALUE OF FILE-ID IS "signonSession".
000440 01  SESSION-REC.
000450     05  SESSION-OPERATOR-ID     PIC X(10).
000460     05  SESSION-AUTH-LEVEL      PIC 9(01).
000470*
000480 WORKING-STORAGE SECTION.
000490*----------------------------------------------------------------
000500* CONTROL FIELDS
000510*----------------------------------------------------------------
000520 77  WS-INCIDENT-STATUS          PIC X(02) VALUE "00".
000530 77  WS-SESSION-STATUS           PIC X(02) VALUE "00".
000540 77  WS-SYSTEM-DATE              PIC 9(08) VALUE ZEROS.
000550 77  WS-SYSTEM-TIME              PIC 9(08) VALUE ZEROS.
000560 77  WS-OPERATOR-ID              PIC X(10) VALUE SPACES.
000570*
000580 LINKAGE SECTION.
000590 01  LK-PROGRAM                  PIC X(20).
000600 01  LK-STEP-NAME                PIC X(08).
000610 01  LK-PARAGRAPH                PIC X(30).
000620 01  LK-SEVERITY                 PIC X(01).
000630     88  LK-SEVERITY-VALID           VALUE "I" "W" "E" "S".
000640 01  LK-FILE-STATUS              PIC X(02).
000650 01  LK-MESSAGE                  PIC X(60).
000660*
000670 PROCEDURE DIVISION USING LK-PROGRAM LK-STEP-NAME
000680         LK-PARAGRAPH LK-SEVERITY LK-FILE-STATUS LK-MESSAGE.
000690*================================================================
000700* 0000-MAINLINE
000710*================================================================
000720 0000-MAINLINE.
000730     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
000740     ACCEPT WS-SYSTEM-TIME FROM TIME.
000750     MOVE SPACES TO WS-OPERATOR-ID.
000760     OPEN INPUT SESSION-FILE.
000770     IF WS-SESSION-STATUS = "00"
000780         READ SESSION-FILE
000790             AT END
000800                 CONTINUE
000810             NOT AT END
000820                 MOVE SESSION-OPERATOR-ID TO WS-OPERATOR-ID
000830         END-READ
000840         CLOSE SESSION-FILE
000850     END-IF.
000860     OPEN EXTEND INCIDENT-FILE.
000870     IF WS-INCIDENT-STATUS = "35"
000880         OPEN OUTPUT INCIDENT-FILE
000890     END-IF.
000900     IF WS-INCIDENT-STATUS NOT = "00"
000910         DISPLAY "INCIDENT-LOG: CANNOT OPEN incidentLog, "
000920             "STATUS = " WS-INCIDENT-STATUS
000930             " - INCIDENT NOT RECORDED"
000940         GOBACK
000950     END-IF.
000960     MOVE WS-SYSTEM-DATE TO INC-RUN-DATE.
000970     MOVE WS-SYSTEM-TIME TO INC-RUN-TIME.
000980     MOVE LK-PROGRAM TO INC-PROGRAM.
000990     MOVE LK-STEP-NAME TO INC-STEP-NAME.
001000     MOVE LK-PARAGRAPH TO INC-PARAGRAPH.
001010     IF LK-SEVERITY-VALID
001020         MOVE LK-SEVERITY TO INC-SEVERITY
001030     ELSE
001040         MOVE "E" TO INC-SEVERITY
001050     END-IF.
001060     MOVE LK-FILE-STATUS TO INC-FILE-STATUS.
001070     MOVE WS-OPERATOR-ID TO INC-OPERATOR-ID.
001080     MOVE LK-MESSAGE TO INC-MESSAGE.
001090     WRITE INCIDENT-LOG-RECORD.
001100     CLOSE INCIDENT-FILE.
001110     GOBACK.
001120*
001130 END PROGRAM INCIDENT-LOG.
