000180*                    STILL THERE WHEN SOMEONE ASKS FOR IT.
000190*                    FILE-COMPARE AND REPRINT READ THE
000200*                    GENERATIONS BACK BY DATE.
000202*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000204*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000210*================================================================
000220*
000230 ENVIRONMENT DIVISION.
000950 77  WS-SAVED-COUNT              PIC 9(03) VALUE ZEROS.
000960 77  WS-PURGED-COUNT             PIC 9(03) VALUE ZEROS.
000970 77  WS-RECORD-COUNT             PIC 9(07) VALUE ZEROS.
000971*----------------------------------------------------------------
000972* INCIDENT LOG CALL FIELDS
000973*----------------------------------------------------------------
000974 77  WS-IL-PROGRAM               PIC X(20) VALUE "GEN-MANAGER".
000975 77  WS-IL-STEP                  PIC X(08) VALUE SPACES.
000976 77  WS-IL-PARAGRAPH             PIC X(30) VALUE SPACES.
000977 77  WS-IL-SEVERITY              PIC X(01) VALUE SPACES.
000978 77  WS-IL-FILE-STATUS           PIC X(02) VALUE SPACES.
000979 77  WS-IL-MESSAGE               PIC X(60) VALUE SPACES.
000980*
000990 PROCEDURE DIVISION.
001000*================================================================
001950     ELSE
001960         DISPLAY "GEN-MANAGER: CANNOT OPEN genCatalog, "
001970             "STATUS = " WS-CATALOG-STATUS
001971         MOVE "2200-CATALOG-GENERATION" TO WS-IL-PARAGRAPH
001972         MOVE "E" TO WS-IL-SEVERITY
001973         MOVE WS-CATALOG-STATUS TO WS-IL-FILE-STATUS
001974         MOVE "CANNOT OPEN genCatalog" TO WS-IL-MESSAGE
001975         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001980     END-IF.
001990 2200-CATALOG-GENERATION-EXIT.
002000     EXIT.
003450         WS-PURGED-COUNT.
003460 8000-WRAP-UP-EXIT.
003470     EXIT.
003471*
003472 8900-LOG-INCIDENT.
003473     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
003474         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
003475         WS-IL-MESSAGE.
003476 8900-LOG-INCIDENT-EXIT.
003477     EXIT.
003480*
003490 END PROGRAM GEN-MANAGER.
