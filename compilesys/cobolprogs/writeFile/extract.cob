000270*                    S: 2-5 DEPT, 6 STANDING, 7-9 GPA-MIN,
000280*                    10-12 GPA-MAX, 13 INCLUDE-CONFIDENTIAL Y;
000290*                    P: 2-5 DEPT, 6-12 MIN YTD SALARY.
000292*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000294*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000295*   2026-10-14  RSG  PAYROLL EXTRACT CARRIES THE YEAR-TO-DATE
000296*                    IMPUTED INCOME FROM THE EXTENDED YTD
000297*                    MASTER RECORD.
000300*================================================================
000310*
000320 ENVIRONMENT DIVISION.
000800     05  YTD-FEDERAL-TAX         PIC S9(07).
000810     05  YTD-NET-PAY             PIC S9(07).
000820     05  YTD-VOL-DED             PIC 9(07).
000822     05  YTD-IMPUTED             PIC 9(07).
000830*
000840 FD  EMPLOYEE-MASTER
000850     LABEL RECORDS ARE STANDARD
001650 77  WS-PF-STEP                  PIC X(08) VALUE "EXTRACT ".
001660 77  WS-PF-VALUE                 PIC X(40) VALUE SPACES.
001670 77  WS-PF-FOUND                 PIC X(01) VALUE "N".
001671*----------------------------------------------------------------
001672* INCIDENT LOG CALL FIELDS
001673*----------------------------------------------------------------
001674 77  WS-IL-PROGRAM               PIC X(20) VALUE "EXTRACT".
001675 77  WS-IL-STEP                  PIC X(08) VALUE SPACES.
001676 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
001677 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
001678 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
001679 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
001680*
001690 PROCEDURE DIVISION.
001700*================================================================
003090         IF WS-STUDENT-STATUS NOT = "00"
003100             DISPLAY "EXTRACT: CANNOT OPEN studentMaster, "
003110                 "STATUS = " WS-STUDENT-STATUS
003111             MOVE "2000-OPEN-FILES" TO WS-IL-PARAGRAPH
003112             MOVE "E" TO WS-IL-SEVERITY
003113             MOVE WS-STUDENT-STATUS TO WS-IL-FILE-STATUS
003114             MOVE "CANNOT OPEN studentMaster" TO WS-IL-MESSAGE
003115             PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
003120             MOVE "Y" TO WS-EOF-SW
003130             MOVE 4 TO RETURN-CODE
003140         ELSE
003190         IF WS-YTD-STATUS NOT = "00"
003200             DISPLAY "EXTRACT: CANNOT OPEN payrollYTD, "
003210                 "STATUS = " WS-YTD-STATUS
003211             MOVE "2000-OPEN-FILES" TO WS-IL-PARAGRAPH
003212             MOVE "E" TO WS-IL-SEVERITY
003213             MOVE WS-YTD-STATUS TO WS-IL-FILE-STATUS
003214             MOVE "CANNOT OPEN payrollYTD" TO WS-IL-MESSAGE
003215             PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
003220             MOVE "Y" TO WS-EOF-SW
003230             MOVE 4 TO RETURN-CODE
003240         ELSE
004120 4000-EXTRACT-PAYROLL.
004130     MOVE SPACES TO EXT-LINE.
004140     STRING "EMP-ID,LAST-NAME,FIRST-NAME,DEPT,YTD-SALARY,"
004142         "YTD-FICA,YTD-STATE,YTD-FEDERAL,YTD-NET,YTD-VOL-DED,"
004144         "YTD-IMPUTED"
004160         DELIMITED BY SIZE INTO EXT-LINE.
004170     WRITE EXT-LINE.
004180     IF NOT WS-END-OF-MASTER
004630         YTD-NET-PAY DELIMITED BY SIZE
004640         "," DELIMITED BY SIZE
004650         YTD-VOL-DED DELIMITED BY SIZE
004652         "," DELIMITED BY SIZE
004654         YTD-IMPUTED DELIMITED BY SIZE
004660         INTO EXT-LINE.
004670     WRITE EXT-LINE AFTER ADVANCING 1 LINE.
004680     ADD 1 TO WS-EXTRACT-COUNT.
005200 5000-WRITE-RUN-LOG-EXIT.
005210     EXIT.
005220*
005221 8900-LOG-INCIDENT.
005222     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
005223         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
005224         WS-IL-MESSAGE.
005225 8900-LOG-INCIDENT-EXIT.
005226     EXIT.
005227*
005230 9000-TERMINATE.
005240     IF WS-STUDENT-IS-OPENED
005250         CLOSE STUDENT-MASTER
