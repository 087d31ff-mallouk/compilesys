000140*                    YYYYMMDD; PROMPTS WHEN NO PARM IS GIVEN.
000150*                    OUTPUT GOES TO registerReprint OR
000160*                    stubReprint FOR THE PRINTER.
000162*   2026-10-14  RSG  A MISSING GENERATION NOW RECORDED ON THE
000164*                    COMMON INCIDENT LOG.
000170*================================================================
000180*
000190 ENVIRONMENT DIVISION.
000550 77  WS-GEN-DATE                 PIC X(08) VALUE SPACES.
000560 77  WS-COPY-EOF-SW              PIC X(01) VALUE "N".
000570 77  WS-RECORD-COUNT             PIC 9(07) VALUE ZEROS.
000571*----------------------------------------------------------------
000572* INCIDENT LOG CALL FIELDS
000573*----------------------------------------------------------------
000574 77  WS-IL-PROGRAM               PIC X(20) VALUE "REPRINT".
000575 77  WS-IL-STEP                  PIC X(08) VALUE SPACES.
000576 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
000577 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
000578 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
000579 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
000580*
000590 PROCEDURE DIVISION.
000600*================================================================
001130     IF WS-GEN-STATUS NOT = "00"
001140         DISPLAY "REPRINT: NO GENERATION ON FILE AS "
001150             WS-GEN-NAME " (STATUS " WS-GEN-STATUS ")"
001151         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001152         MOVE "E" TO WS-IL-SEVERITY
001153         MOVE WS-GEN-STATUS TO WS-IL-FILE-STATUS
001154         MOVE SPACES TO WS-IL-MESSAGE
001155         STRING "NO GENERATION ON FILE AS " WS-GEN-NAME
001156             DELIMITED BY SIZE INTO WS-IL-MESSAGE
001157         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001160         DISPLAY "REPRINT: CHECK THE genCatalog FOR THE "
001170             "DATES STILL RETAINED"
001180         MOVE "Y" TO WS-COPY-EOF-SW
001370 2000-COPY-ONE-RECORD-EXIT.
001380     EXIT.
001390*
001391 8900-LOG-INCIDENT.
001392     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
001393         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
001394         WS-IL-MESSAGE.
001395 8900-LOG-INCIDENT-EXIT.
001396     EXIT.
001397*
001400 9000-TERMINATE.
001410     IF WS-GEN-STATUS = "00" OR = "10"
001420         CLOSE GEN-FILE
