000250*                    TRANSCRP) THE WALK-UP CONSOLE FALLBACK IS
000260*                    SUPPRESSED SO AN UNATTENDED STREAM NEVER
000270*                    HANGS WAITING FOR AN ID.
000271*   2026-10-14  RSG  TRANSFER WORK PRINTS AS ITS OWN SECTION
000272*                    AHEAD OF THE TERMS - EACH POSTED OUTSIDE
000273*                    COURSE FROM transferCredit WITH THE COURSE
000274*                    IT WAS ACCEPTED AS, AND THE TRANSFER HOURS.
000275*                    STANDING NOW PRINTS SUSPENDED AND DISMISSED
000276*                    AS WELL AS GOOD AND PROBATION.
000277*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000278*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000280*================================================================
000290*
000300 ENVIRONMENT DIVISION.
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS HLD-KEY
000600         FILE STATUS IS WS-HOLD-STATUS.
000601     SELECT TRANSFER-CREDIT ASSIGN TO DISK
000602         ORGANIZATION IS INDEXED
000603         ACCESS MODE IS DYNAMIC
000604         RECORD KEY IS TCR-KEY
000605         FILE STATUS IS WS-CREDIT-STATUS.
000610     SELECT REQUEST-FILE ASSIGN TO DISK
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-REQUEST-STATUS.
000920     VALUE OF FILE-ID IS "holdMaster".
000930     COPY "stuhold.cpy".
000940*
000941 FD  TRANSFER-CREDIT
000942     LABEL RECORDS ARE STANDARD
000943     VALUE OF FILE-ID IS "transferCredit".
000944     COPY "trncred.cpy".
000945*
000950 FD  REQUEST-FILE
000960     LABEL RECORDS ARE STANDARD
000970     VALUE OF FILE-ID IS "transcriptRequests".
001600     05  CRS-LN-CREDITS          PIC Z9.
001610     05  FILLER                  PIC X(02) VALUE SPACES.
001620     05  CRS-LN-NOTE             PIC X(17).
001621 01  WS-TRANSFER-HDR.
001622     05  FILLER                  PIC X(15) VALUE
001623         "TRANSFER CREDIT".
001624 01  WS-TRANSFER-COLUMN-HDR.
001625     05  FILLER                  PIC X(02) VALUE SPACES.
001626     05  FILLER                  PIC X(08) VALUE "INST".
001627     05  FILLER                  PIC X(10) VALUE "COURSE".
001628     05  FILLER                  PIC X(32) VALUE "OUTSIDE TITLE".
001629     05  FILLER                  PIC X(12) VALUE "ACCEPTED AS".
001630     05  FILLER                  PIC X(02) VALUE "CR".
001631 01  WS-TRANSFER-LINE.
001632     05  FILLER                  PIC X(02) VALUE SPACES.
001633     05  TRN-INSTITUTION         PIC X(06).
001634     05  FILLER                  PIC X(02) VALUE SPACES.
001635     05  TRN-OUTSIDE-COURSE      PIC X(08).
001636     05  FILLER                  PIC X(02) VALUE SPACES.
001637     05  TRN-OUTSIDE-TITLE       PIC X(30).
001638     05  FILLER                  PIC X(02) VALUE SPACES.
001639     05  TRN-COURSE-ID           PIC X(06).
001640     05  FILLER                  PIC X(06) VALUE SPACES.
001641     05  TRN-CREDITS             PIC Z9.
001642 01  WS-TRANSFER-TOTAL-LINE.
001643     05  FILLER                  PIC X(20) VALUE
001644         "TRANSFER HOURS...: ".
001645     05  TRT-HOURS               PIC ZZ9.
001646 01  WS-LAST-GRADE-LINE.
001647     05  FILLER                  PIC X(20) VALUE
001650         "MOST RECENT GRADE: ".
001660     05  LGL-GRADE               PIC X(01).
001670     05  FILLER                  PIC X(11) VALUE "  CREDITS: ".
002250 77  WS-CUM-GPA                  PIC 9V99 VALUE ZEROS.
002260 77  WS-TERM-GPA                 PIC 9V99 VALUE ZEROS.
002270 77  WS-PRINTED-COUNT            PIC 9(05) VALUE ZEROS.
002271 77  WS-CREDIT-STATUS            PIC X(02) VALUE "00".
002272 77  WS-CREDITS-OPENED-SW        PIC X(01) VALUE "N".
002273     88  WS-CREDITS-ARE-OPENED       VALUE "Y".
002274 77  WS-CREDIT-EOF-SW            PIC X(01) VALUE "N".
002275     88  WS-END-OF-CREDITS           VALUE "Y".
002276*    TRANSFER WORK IS CARRIED UNDER THIS TERM CODE, WHICH
002277*    COLLATES AHEAD OF EVERY REAL TERM
002278 77  WS-TRANSFER-TERM            PIC X(06) VALUE "000000".
002279*----------------------------------------------------------------
002280* INCIDENT LOG CALL FIELDS
002281*----------------------------------------------------------------
002282 77  WS-IL-PROGRAM               PIC X(20) VALUE "TRANSCRIPT".
002283 77  WS-IL-STEP                  PIC X(08) VALUE "TRANSCRP".
002284 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
002285 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
002286 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
002287 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
002288*
002290 PROCEDURE DIVISION.
002300*================================================================
002310* 0000-MAINLINE
002450     IF WS-MASTER-STATUS NOT = "00"
002460         DISPLAY "TRANSCRIPT: CANNOT OPEN STUDENT MASTER, "
002470             "STATUS = " WS-MASTER-STATUS
002471         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
002472         MOVE "E" TO WS-IL-SEVERITY
002473         MOVE WS-MASTER-STATUS TO WS-IL-FILE-STATUS
002474         MOVE "CANNOT OPEN STUDENT MASTER" TO WS-IL-MESSAGE
002475         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
002480         MOVE "Y" TO WS-DONE-SW
002490         MOVE 4 TO RETURN-CODE
002500     ELSE
002540     IF WS-TERM-STATUS NOT = "00"
002550         DISPLAY "TRANSCRIPT: CANNOT OPEN TERM HISTORY, "
002560             "STATUS = " WS-TERM-STATUS
002561         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
002562         MOVE "E" TO WS-IL-SEVERITY
002563         MOVE WS-TERM-STATUS TO WS-IL-FILE-STATUS
002564         MOVE "CANNOT OPEN TERM HISTORY" TO WS-IL-MESSAGE
002565         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
002570         MOVE "Y" TO WS-DONE-SW
002580         MOVE 4 TO RETURN-CODE
002590     ELSE
002790     IF WS-HOLD-STATUS = "00"
002800         MOVE "Y" TO WS-HOLDS-OPENED-SW
002810     END-IF.
002812     OPEN INPUT TRANSFER-CREDIT.
002814     IF WS-CREDIT-STATUS = "00"
002816         MOVE "Y" TO WS-CREDITS-OPENED-SW
002818     END-IF.
002820     OPEN OUTPUT REPORT-FILE.
002830     IF NOT WS-ALL-DONE
002840         OPEN INPUT REQUEST-FILE
003920     WRITE RPT-LINE FROM WS-STUDENT-LINE-2
003930         AFTER ADVANCING 1 LINE.
003940     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
003942     PERFORM 3150-PRINT-TRANSFER-WORK
003944         THRU 3150-PRINT-TRANSFER-WORK-EXIT.
003950     WRITE RPT-LINE FROM WS-TERM-COLUMN-HDR
003960         AFTER ADVANCING 1 LINE.
003970     MOVE ZEROS TO WS-TOTAL-HOURS.
004210         MOVE ZEROS TO WS-CUM-GPA
004220     END-IF.
004230     MOVE WS-CUM-GPA TO TTL-GPA.
004240     EVALUATE TRUE
004250         WHEN STU-GOOD-STANDING
004260             MOVE "GOOD" TO TTL-STANDING
004270         WHEN STU-SUSPENDED
004280             MOVE "SUSPENDED" TO TTL-STANDING
004281         WHEN STU-DISMISSED
004282             MOVE "DISMISSED" TO TTL-STANDING
004283         WHEN OTHER
004284             MOVE "PROBATION" TO TTL-STANDING
004285     END-EVALUATE.
004290     WRITE RPT-LINE FROM WS-TOTAL-LINE-2
004300         AFTER ADVANCING 1 LINE.
004310     ADD 1 TO WS-PRINTED-COUNT.
004320 3100-PRINT-STUDENT-PAGE-EXIT.
004330     EXIT.
004331*
004332*    THE TRANSFER TERM'S HOURS ARE ADDED INTO THE TOTALS BY THE
004333*    TERM LOOP LIKE ANY OTHER TERM; ONLY THE PRINTING IS HERE
004334 3150-PRINT-TRANSFER-WORK.
004335     MOVE WS-SEARCH-ID TO STT-ID-NUMBER.
004336     MOVE WS-TRANSFER-TERM TO STT-TERM-CODE.
004337     READ TERM-HISTORY
004338         INVALID KEY
004339             GO TO 3150-PRINT-TRANSFER-WORK-EXIT
004340     END-READ.
004341     WRITE RPT-LINE FROM WS-TRANSFER-HDR AFTER ADVANCING 1 LINE.
004342     IF WS-CREDITS-ARE-OPENED
004343         WRITE RPT-LINE FROM WS-TRANSFER-COLUMN-HDR
004344             AFTER ADVANCING 1 LINE
004345         MOVE "N" TO WS-CREDIT-EOF-SW
004346         MOVE WS-SEARCH-ID TO TCR-ID-NUMBER
004347         MOVE LOW-VALUES TO TCR-INSTITUTION
004348         MOVE LOW-VALUES TO TCR-OUTSIDE-COURSE
004349         START TRANSFER-CREDIT KEY NOT LESS THAN TCR-KEY
004350             INVALID KEY MOVE "Y" TO WS-CREDIT-EOF-SW
004351         END-START
004352         PERFORM 3160-PRINT-ONE-TRANSFER
004353             THRU 3160-PRINT-ONE-TRANSFER-EXIT
004354             UNTIL WS-END-OF-CREDITS
004355     ELSE
004356         IF WS-ENROLL-IS-OPENED
004357             MOVE WS-TRANSFER-TERM TO WS-TERM-HOLD
004358             PERFORM 3250-PRINT-TERM-COURSES
004359                 THRU 3250-PRINT-TERM-COURSES-EXIT
004360         END-IF
004361     END-IF.
004362     MOVE STT-TERM-HOURS TO TRT-HOURS.
004363     WRITE RPT-LINE FROM WS-TRANSFER-TOTAL-LINE
004364         AFTER ADVANCING 1 LINE.
004365     WRITE RPT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
004366 3150-PRINT-TRANSFER-WORK-EXIT.
004367     EXIT.
004368*
004369 3160-PRINT-ONE-TRANSFER.
004370     READ TRANSFER-CREDIT NEXT RECORD
004371         AT END
004372             MOVE "Y" TO WS-CREDIT-EOF-SW
004373             GO TO 3160-PRINT-ONE-TRANSFER-EXIT
004374     END-READ.
004375     IF TCR-ID-NUMBER NOT = WS-SEARCH-ID
004376         MOVE "Y" TO WS-CREDIT-EOF-SW
004377         GO TO 3160-PRINT-ONE-TRANSFER-EXIT
004378     END-IF.
004379     IF NOT TCR-POSTED
004380         GO TO 3160-PRINT-ONE-TRANSFER-EXIT
004381     END-IF.
004382     MOVE TCR-INSTITUTION TO TRN-INSTITUTION.
004383     MOVE TCR-OUTSIDE-COURSE TO TRN-OUTSIDE-COURSE.
004384     MOVE TCR-OUTSIDE-TITLE TO TRN-OUTSIDE-TITLE.
004385     MOVE TCR-COURSE-ID TO TRN-COURSE-ID.
004386     MOVE TCR-CREDIT-HOURS TO TRN-CREDITS.
004387     WRITE RPT-LINE FROM WS-TRANSFER-LINE AFTER ADVANCING 1 LINE.
004388 3160-PRINT-ONE-TRANSFER-EXIT.
004389     EXIT.
004390*
004391 3200-PRINT-ONE-TERM.
004392     READ TERM-HISTORY NEXT RECORD
004393         AT END
004394             MOVE "Y" TO WS-TERM-EOF-SW
004395         NOT AT END
004396             IF STT-ID-NUMBER = WS-SEARCH-ID
004397                     AND STT-TERM-CODE = WS-TRANSFER-TERM
004398                 ADD STT-TERM-HOURS TO WS-TOTAL-HOURS
004399                 GO TO 3200-PRINT-ONE-TERM-EXIT
004400             END-IF
004401             IF STT-ID-NUMBER = WS-SEARCH-ID
004410                 MOVE STT-TERM-CODE TO TRM-TERM-CODE
004420                 MOVE STT-TERM-HOURS TO TRM-HOURS
004430                 MOVE STT-QUALITY-POINTS TO TRM-POINTS
005220 3270-GET-COURSE-TITLE-EXIT.
005230     EXIT.
005240*
005241 8900-LOG-INCIDENT.
005242     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
005243         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
005244         WS-IL-MESSAGE.
005245 8900-LOG-INCIDENT-EXIT.
005246     EXIT.
005247*
005250 9000-TERMINATE.
005260     DISPLAY "TRANSCRIPT: TRANSCRIPTS PRINTED = "
005270         WS-PRINTED-COUNT.
005470     IF WS-HOLDS-ARE-OPENED
005480         CLOSE HOLD-MASTER
005490     END-IF.
005492     IF WS-CREDITS-ARE-OPENED
005494         CLOSE TRANSFER-CREDIT
005496     END-IF.
005500     CLOSE REPORT-FILE.
005510 9000-TERMINATE-EXIT.
005520     EXIT.
