000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TRANSFER-PENDING.
000030 AUTHOR. REGISTRAR-SYSTEMS-GROUP.
000040 INSTALLATION. REGISTRARS-OFFICE.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED. 2026-10-14.
000070*================================================================
000080* MODIFICATION HISTORY
000090*   2026-10-14  RSG  INITIAL VERSION - TRANSFER CREDIT PENDING
000100*                    EVALUATION REPORT. LISTS EVERY OUTSIDE
000110*                    COURSE ON transferCredit STILL WAITING ON A
000120*                    DEPARTMENT RULING, A NEW PAGE PER
000130*                    DEPARTMENT SO EACH CAN BE ROUTED, WITH THE
000140*                    DAYS IT HAS WAITED AND A DEPARTMENT COUNT.
000142*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000144*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000150*================================================================
000160*
000170 ENVIRONMENT DIVISION.
000180 CONFIGURATION SECTION.
000190 INPUT-OUTPUT SECTION.
000200 FILE-CONTROL.
000210     SELECT TRANSFER-CREDIT ASSIGN TO DISK
000220         ORGANIZATION IS INDEXED
000230         ACCESS MODE IS SEQUENTIAL
000240         RECORD KEY IS TCR-KEY
000250         FILE STATUS IS WS-CREDIT-STATUS.
000260     SELECT STUDENT-MASTER ASSIGN TO DISK
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS RANDOM
000290         RECORD KEY IS STU-ID-NUMBER
000300         ALTERNATE RECORD KEY IS STU-STUDENT-NAME
000310             WITH DUPLICATES
000320         FILE STATUS IS WS-MASTER-STATUS.
000330     SELECT SORT-WORK-FILE ASSIGN TO DISK.
000340     SELECT REPORT-FILE ASSIGN TO DISK
000350         ORGANIZATION IS LINE SEQUENTIAL.
000360*
000370 DATA DIVISION.
000380 FILE SECTION.
000390*
000400 FD  TRANSFER-CREDIT
000410     LABEL RECORDS ARE STANDARD
000420     VALUE OF FILE-ID IS "transferCredit".
000430     COPY "trncred.cpy".
000440*
000450 FD  STUDENT-MASTER
000460     LABEL RECORDS ARE STANDARD
000470     VALUE OF FILE-ID IS "studentMaster".
000480     COPY "stumstr.cpy".
000490*
000500 SD  SORT-WORK-FILE.
000510 01  SORT-REC.
000520     05  SRT-DEPT                PIC X(04).
000530     05  SRT-INSTITUTION         PIC X(06).
000540     05  SRT-OUTSIDE-COURSE      PIC X(08).
000550     05  SRT-ID-NUMBER           PIC X(04).
000560     05  SRT-OUTSIDE-TITLE       PIC X(30).
000570     05  SRT-CREDIT-HOURS        PIC 9(02).
000580     05  SRT-OUTSIDE-GRADE       PIC X(02).
000590     05  SRT-RECEIVED-DATE       PIC X(08).
000600     05  SRT-REASON              PIC X(20).
000610*
000620 FD  REPORT-FILE
000630     LABEL RECORDS ARE STANDARD
000640     VALUE OF FILE-ID IS "transferPending".
000650 01  RPT-LINE                    PIC X(100).
000660*
000670 WORKING-STORAGE SECTION.
000680*----------------------------------------------------------------
000690* PRINT LINE LAYOUTS
000700*----------------------------------------------------------------
000710 01  WS-HEADER-1.
000720     05  FILLER                  PIC X(20) VALUE SPACES.
000730     05  FILLER                  PIC X(38) VALUE
000740         "TRANSFER CREDIT PENDING EVALUATION".
000750     05  FILLER                  PIC X(06) VALUE "DEPT: ".
000760     05  HDR-DEPT                PIC X(04).
000770     05  FILLER                  PIC X(04) VALUE SPACES.
000780     05  FILLER                  PIC X(06) VALUE "PAGE  ".
000790     05  HDR-PAGE-NO             PIC ZZ9.
000800 01  WS-HEADER-2.
000810     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
000820     05  HDR-RUN-DATE            PIC X(08).
000830 01  WS-COLUMN-HDR.
000840     05  FILLER                  PIC X(08) VALUE "INST".
000850     05  FILLER                  PIC X(10) VALUE "COURSE".
000860     05  FILLER                  PIC X(24) VALUE "OUTSIDE TITLE".
000870     05  FILLER                  PIC X(04) VALUE "HRS".
000880     05  FILLER                  PIC X(04) VALUE "GRD".
000890     05  FILLER                  PIC X(06) VALUE "ID".
000900     05  FILLER                  PIC X(17) VALUE "STUDENT".
000910     05  FILLER                  PIC X(06) VALUE "DAYS".
000920     05  FILLER                  PIC X(06) VALUE "REASON".
000930 01  WS-DETAIL-LINE.
000940     05  DTL-INSTITUTION         PIC X(06).
000950     05  FILLER                  PIC X(02) VALUE SPACES.
000960     05  DTL-OUTSIDE-COURSE      PIC X(08).
000970     05  FILLER                  PIC X(02) VALUE SPACES.
000980     05  DTL-OUTSIDE-TITLE       PIC X(22).
000990     05  FILLER                  PIC X(02) VALUE SPACES.
001000     05  DTL-HOURS               PIC Z9.
001010     05  FILLER                  PIC X(02) VALUE SPACES.
001020     05  DTL-GRADE               PIC X(02).
001030     05  FILLER                  PIC X(02) VALUE SPACES.
001040     05  DTL-ID-NUMBER           PIC X(04).
001050     05  FILLER                  PIC X(02) VALUE SPACES.
001060     05  DTL-LAST-NAME           PIC X(15).
001070     05  FILLER                  PIC X(02) VALUE SPACES.
001080     05  DTL-DAYS                PIC ZZZ9.
001090     05  FILLER                  PIC X(02) VALUE SPACES.
001100     05  DTL-REASON              PIC X(20).
001110 01  WS-DEPT-TOTAL-LINE.
001120     05  FILLER                  PIC X(26) VALUE
001130         "COURSES AWAITING A RULING ".
001140     05  DTT-COUNT               PIC ZZZZ9.
001150 01  WS-TRAILER-LINE.
001160     05  TRL-LABEL               PIC X(30).
001170     05  TRL-COUNT               PIC ZZZZ9.
001180*----------------------------------------------------------------
001190* CONTROL FIELDS
001200*----------------------------------------------------------------
001210 77  WS-CREDIT-STATUS            PIC X(02) VALUE "00".
001220 77  WS-MASTER-STATUS            PIC X(02) VALUE "00".
001230 77  WS-CREDIT-EOF-SW            PIC X(01) VALUE "N".
001240     88  WS-END-OF-CREDITS           VALUE "Y".
001250 77  WS-EOF-SW                   PIC X(01) VALUE "N".
001260     88  WS-END-OF-SORT              VALUE "Y".
001270 77  WS-FIRST-RECORD-SW          PIC X(01) VALUE "Y".
001280     88  WS-FIRST-RECORD             VALUE "Y".
001290 77  WS-MASTER-OPENED-SW         PIC X(01) VALUE "N".
001300     88  WS-MASTER-IS-OPENED         VALUE "Y".
001310 77  WS-SYSTEM-DATE              PIC 9(08) VALUE ZEROS.
001320 77  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
001330 77  WS-RUN-DAY-NO               PIC 9(07) VALUE ZEROS.
001340 77  WS-WORK-DATE                PIC X(08) VALUE SPACES.
001350 77  WS-WORK-YYYY                PIC 9(04) VALUE ZEROS.
001360 77  WS-WORK-MM                  PIC 9(02) VALUE ZEROS.
001370 77  WS-WORK-DD                  PIC 9(02) VALUE ZEROS.
001380 77  WS-DAY-NO                   PIC 9(07) VALUE ZEROS.
001390 77  WS-PAGE-NO                  PIC 9(03) VALUE ZEROS.
001400 77  WS-DEPT-HOLD                PIC X(04) VALUE SPACES.
001410 77  WS-DEPT-COUNT               PIC 9(05) VALUE ZEROS.
001420 77  WS-DEPTS-LISTED             PIC 9(05) VALUE ZEROS.
001430 77  WS-PENDING-TOTAL            PIC 9(05) VALUE ZEROS.
001440 77  WS-CREDITS-READ             PIC 9(07) VALUE ZEROS.
001441*----------------------------------------------------------------
001442* INCIDENT LOG CALL FIELDS
001443*----------------------------------------------------------------
001444 77  WS-IL-PROGRAM               PIC X(20) VALUE
001445         "TRANSFER-PENDING".
001446 77  WS-IL-STEP                  PIC X(08) VALUE SPACES.
001447 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
001448 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
001449 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
001450 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
001451*
001460 PROCEDURE DIVISION.
001470*================================================================
001480* 0000-MAINLINE
001490*================================================================
001500 0000-MAINLINE.
001510     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001520     IF NOT WS-END-OF-CREDITS
001530         SORT SORT-WORK-FILE
001540             ON ASCENDING KEY SRT-DEPT SRT-INSTITUTION
001550                 SRT-OUTSIDE-COURSE SRT-ID-NUMBER
001560             INPUT PROCEDURE IS 2000-SELECT-PENDING
001570                 THRU 2000-SELECT-PENDING-EXIT
001580             OUTPUT PROCEDURE IS 3000-PRODUCE-REPORT
001590                 THRU 3000-PRODUCE-REPORT-EXIT
001600     END-IF.
001610     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001620     GOBACK.
001630*
001640 1000-INITIALIZE.
001650     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
001660     MOVE WS-SYSTEM-DATE TO WS-RUN-DATE.
001670     MOVE WS-RUN-DATE TO WS-WORK-DATE.
001680     PERFORM 7000-DATE-TO-DAY-NUMBER
001690         THRU 7000-DATE-TO-DAY-NUMBER-EXIT.
001700     MOVE WS-DAY-NO TO WS-RUN-DAY-NO.
001710     OPEN INPUT TRANSFER-CREDIT.
001720     IF WS-CREDIT-STATUS NOT = "00"
001730         DISPLAY "TRANSFER-PENDING: CANNOT OPEN transferCredit, "
001740             "STATUS = " WS-CREDIT-STATUS
001741         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001742         MOVE "E" TO WS-IL-SEVERITY
001743         MOVE WS-CREDIT-STATUS TO WS-IL-FILE-STATUS
001744         MOVE "CANNOT OPEN transferCredit" TO WS-IL-MESSAGE
001745         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001750         MOVE "Y" TO WS-CREDIT-EOF-SW
001760         MOVE 4 TO RETURN-CODE
001770         GO TO 1000-INITIALIZE-EXIT
001780     END-IF.
001790     OPEN INPUT STUDENT-MASTER.
001800     IF WS-MASTER-STATUS = "00"
001810         MOVE "Y" TO WS-MASTER-OPENED-SW
001820     ELSE
001830         DISPLAY "TRANSFER-PENDING: studentMaster NOT "
001840             "AVAILABLE - NAMES NOT PRINTED"
001850     END-IF.
001860     OPEN OUTPUT REPORT-FILE.
001870 1000-INITIALIZE-EXIT.
001880     EXIT.
001890*
001900 1100-WRITE-PAGE-HEADER.
001910     ADD 1 TO WS-PAGE-NO.
001920     MOVE WS-PAGE-NO TO HDR-PAGE-NO.
001930     MOVE WS-DEPT-HOLD TO HDR-DEPT.
001940     WRITE RPT-LINE FROM WS-HEADER-1 AFTER ADVANCING PAGE.
001950     MOVE WS-RUN-DATE TO HDR-RUN-DATE.
001960     WRITE RPT-LINE FROM WS-HEADER-2 AFTER ADVANCING 1 LINE.
001970     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
001980     WRITE RPT-LINE FROM WS-COLUMN-HDR AFTER ADVANCING 1 LINE.
001990 1100-WRITE-PAGE-HEADER-EXIT.
002000     EXIT.
002010*
002020 2000-SELECT-PENDING.
002030     PERFORM 2100-RELEASE-ONE-CREDIT
002040         THRU 2100-RELEASE-ONE-CREDIT-EXIT
002050         UNTIL WS-END-OF-CREDITS.
002060 2000-SELECT-PENDING-EXIT.
002070     EXIT.
002080*
002090 2100-RELEASE-ONE-CREDIT.
002100     READ TRANSFER-CREDIT
002110         AT END
002120             MOVE "Y" TO WS-CREDIT-EOF-SW
002130             GO TO 2100-RELEASE-ONE-CREDIT-EXIT
002140     END-READ.
002150     ADD 1 TO WS-CREDITS-READ.
002160     IF NOT TCR-PENDING
002170         GO TO 2100-RELEASE-ONE-CREDIT-EXIT
002180     END-IF.
002190     MOVE TCR-DEPT TO SRT-DEPT.
002200     MOVE TCR-INSTITUTION TO SRT-INSTITUTION.
002210     MOVE TCR-OUTSIDE-COURSE TO SRT-OUTSIDE-COURSE.
002220     MOVE TCR-ID-NUMBER TO SRT-ID-NUMBER.
002230     MOVE TCR-OUTSIDE-TITLE TO SRT-OUTSIDE-TITLE.
002240     MOVE TCR-CREDIT-HOURS TO SRT-CREDIT-HOURS.
002250     MOVE TCR-OUTSIDE-GRADE TO SRT-OUTSIDE-GRADE.
002260     MOVE TCR-RECEIVED-DATE TO SRT-RECEIVED-DATE.
002270     MOVE TCR-REASON TO SRT-REASON.
002280     RELEASE SORT-REC.
002290 2100-RELEASE-ONE-CREDIT-EXIT.
002300     EXIT.
002310*
002320 3000-PRODUCE-REPORT.
002330     MOVE "N" TO WS-EOF-SW.
002340     RETURN SORT-WORK-FILE AT END MOVE "Y" TO WS-EOF-SW.
002350     PERFORM 3100-PROCESS-SORTED-RECORD
002360         THRU 3100-PROCESS-SORTED-RECORD-EXIT
002370         UNTIL WS-END-OF-SORT.
002380     IF WS-FIRST-RECORD
002390         PERFORM 1100-WRITE-PAGE-HEADER
002400             THRU 1100-WRITE-PAGE-HEADER-EXIT
002410         MOVE "NO TRANSFER WORK AWAITING A RULING" TO RPT-LINE
002420         WRITE RPT-LINE AFTER ADVANCING 2 LINES
002430     ELSE
002440         PERFORM 3300-WRITE-DEPT-TOTAL
002450             THRU 3300-WRITE-DEPT-TOTAL-EXIT
002460     END-IF.
002470     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
002480     MOVE "DEPARTMENTS WITH WORK PENDING:" TO TRL-LABEL.
002490     MOVE WS-DEPTS-LISTED TO TRL-COUNT.
002500     WRITE RPT-LINE FROM WS-TRAILER-LINE AFTER ADVANCING 1 LINE.
002510     MOVE "OUTSIDE COURSES PENDING:" TO TRL-LABEL.
002520     MOVE WS-PENDING-TOTAL TO TRL-COUNT.
002530     WRITE RPT-LINE FROM WS-TRAILER-LINE AFTER ADVANCING 1 LINE.
002540     DISPLAY "TRANSFER-PENDING: DEPARTMENTS = " WS-DEPTS-LISTED
002550         " COURSES PENDING = " WS-PENDING-TOTAL.
002560 3000-PRODUCE-REPORT-EXIT.
002570     EXIT.
002580*
002590 3100-PROCESS-SORTED-RECORD.
002600     IF WS-FIRST-RECORD
002610         MOVE SRT-DEPT TO WS-DEPT-HOLD
002620         PERFORM 1100-WRITE-PAGE-HEADER
002630             THRU 1100-WRITE-PAGE-HEADER-EXIT
002640         ADD 1 TO WS-DEPTS-LISTED
002650         MOVE "N" TO WS-FIRST-RECORD-SW
002660     END-IF.
002670     IF SRT-DEPT NOT = WS-DEPT-HOLD
002680         PERFORM 3300-WRITE-DEPT-TOTAL
002690             THRU 3300-WRITE-DEPT-TOTAL-EXIT
002700         MOVE SRT-DEPT TO WS-DEPT-HOLD
002710         PERFORM 1100-WRITE-PAGE-HEADER
002720             THRU 1100-WRITE-PAGE-HEADER-EXIT
002730         ADD 1 TO WS-DEPTS-LISTED
002740     END-IF.
002750     PERFORM 3200-WRITE-DETAIL THRU 3200-WRITE-DETAIL-EXIT.
002760     RETURN SORT-WORK-FILE AT END MOVE "Y" TO WS-EOF-SW.
002770 3100-PROCESS-SORTED-RECORD-EXIT.
002780     EXIT.
002790*
002800 3200-WRITE-DETAIL.
002810     MOVE SRT-INSTITUTION TO DTL-INSTITUTION.
002820     MOVE SRT-OUTSIDE-COURSE TO DTL-OUTSIDE-COURSE.
002830     MOVE SRT-OUTSIDE-TITLE TO DTL-OUTSIDE-TITLE.
002840     MOVE SRT-CREDIT-HOURS TO DTL-HOURS.
002850     MOVE SRT-OUTSIDE-GRADE TO DTL-GRADE.
002860     MOVE SRT-ID-NUMBER TO DTL-ID-NUMBER.
002870     MOVE SPACES TO DTL-LAST-NAME.
002880     IF WS-MASTER-IS-OPENED
002890         MOVE SRT-ID-NUMBER TO STU-ID-NUMBER
002900         READ STUDENT-MASTER
002910             INVALID KEY
002920                 MOVE "(NOT ON MASTER)" TO DTL-LAST-NAME
002930             NOT INVALID KEY
002940                 MOVE STU-LAST-NAME TO DTL-LAST-NAME
002950         END-READ
002960     END-IF.
002970     MOVE ZEROS TO DTL-DAYS.
002980     MOVE SRT-RECEIVED-DATE TO WS-WORK-DATE.
002990     PERFORM 7000-DATE-TO-DAY-NUMBER
003000         THRU 7000-DATE-TO-DAY-NUMBER-EXIT.
003010     IF WS-DAY-NO > ZEROS AND WS-RUN-DAY-NO > WS-DAY-NO
003020         COMPUTE DTL-DAYS = WS-RUN-DAY-NO - WS-DAY-NO
003030     END-IF.
003040     MOVE SRT-REASON TO DTL-REASON.
003050     WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.
003060     ADD 1 TO WS-DEPT-COUNT.
003070 3200-WRITE-DETAIL-EXIT.
003080     EXIT.
003090*
003100 3300-WRITE-DEPT-TOTAL.
003110     MOVE WS-DEPT-COUNT TO DTT-COUNT.
003120     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
003130     WRITE RPT-LINE FROM WS-DEPT-TOTAL-LINE
003140         AFTER ADVANCING 1 LINE.
003150     ADD WS-DEPT-COUNT TO WS-PENDING-TOTAL.
003160     MOVE ZEROS TO WS-DEPT-COUNT.
003170 3300-WRITE-DEPT-TOTAL-EXIT.
003180     EXIT.
003190*
003200 7000-DATE-TO-DAY-NUMBER.
003210*    30/360 COMMERCIAL DAY COUNT, AS THE AGED RECEIVABLES
003220*    REPORT USES - CLOSE ENOUGH TO SHOW HOW LONG WORK HAS WAITED
003230     IF WS-WORK-DATE NOT NUMERIC
003240         MOVE ZEROS TO WS-DAY-NO
003250         GO TO 7000-DATE-TO-DAY-NUMBER-EXIT
003260     END-IF.
003270     MOVE WS-WORK-DATE (1:4) TO WS-WORK-YYYY.
003280     MOVE WS-WORK-DATE (5:2) TO WS-WORK-MM.
003290     MOVE WS-WORK-DATE (7:2) TO WS-WORK-DD.
003300     COMPUTE WS-DAY-NO = (WS-WORK-YYYY * 360)
003310         + (WS-WORK-MM * 30) + WS-WORK-DD.
003320 7000-DATE-TO-DAY-NUMBER-EXIT.
003330     EXIT.
003340*
003341 8900-LOG-INCIDENT.
003342     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
003343         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
003344         WS-IL-MESSAGE.
003345 8900-LOG-INCIDENT-EXIT.
003346     EXIT.
003347*
003350 9000-TERMINATE.
003360     IF WS-CREDIT-STATUS = "00" OR = "10"
003370         CLOSE TRANSFER-CREDIT
003380         CLOSE REPORT-FILE
003390     END-IF.
003400     IF WS-MASTER-IS-OPENED
003410         CLOSE STUDENT-MASTER
003420     END-IF.
003430 9000-TERMINATE-EXIT.
003440     EXIT.
003450*
003460 END PROGRAM TRANSFER-PENDING.
