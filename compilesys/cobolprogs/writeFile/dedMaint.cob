000230*                    MAINTENANCE SESSION CAN NO LONGER
000240*                    WORK THE MASTER AT THE SAME TIME,
000250*                    IN EITHER ORDER.
000252*   2026-10-14  RSG  OPEN FAILURES NOW ALSO RECORDED ON THE
000254*                    COMMON INCIDENT LOG THROUGH INCIDENT-LOG.
000256*   2026-10-14  RSG  DELETING A GARNISHMENT NO LONGER TAKES
000258*                    EFFECT HERE - IT IS HELD ON pendingChange
000260*                    THROUGH PEND-CHANGE UNTIL A DIFFERENT
000262*                    SUPERVISOR APPROVES IT IN CHG-APPROVE. A
000264*                    GARNISHMENT CAN NO LONGER BE RECLASSED
000266*                    AS VOLUNTARY.
000268*   2026-10-15  RSG  A NEW AMOUNT ON A GARNISHMENT IS HELD ON
000270*                    pendingChange FOR A SECOND SUPERVISOR'S
000272*                    APPROVAL IN CHG-APPROVE, THE SAME AS
000274*                    ITS DELETE.
000276*================================================================
000278*
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 INPUT-OUTPUT SECTION.
000730 77  WS-MA-KEY               PIC X(20) VALUE SPACES.
000740 77  WS-MA-BEFORE            PIC X(80) VALUE SPACES.
000750 77  WS-MA-AFTER             PIC X(80) VALUE SPACES.
000751 77  WS-OLD-CLASS            PIC X(01) VALUE SPACE.
000752 77  WS-OLD-AMOUNT           PIC 9(05) VALUE ZEROS.
000753*----------------------------------------------------------------
000754* PENDING CHANGE CALL FIELDS
000755*----------------------------------------------------------------
000756 77  WS-PC-FILE              PIC X(01) VALUE "D".
000757 77  WS-PC-ACTION            PIC X(01) VALUE "D".
000758 77  WS-PC-KEY               PIC X(20) VALUE SPACES.
000759 77  WS-PC-BEFORE            PIC X(80) VALUE SPACES.
000760 77  WS-PC-AFTER             PIC X(80) VALUE SPACES.
000761 77  WS-PC-EFF-DATE          PIC X(08) VALUE SPACES.
000762 77  WS-PC-REASON            PIC X(03) VALUE SPACES.
000763 77  WS-PC-CHANGE-ID         PIC X(16) VALUE SPACES.
000764 77  WS-PC-REPLY             PIC X(01) VALUE "N".
000765*----------------------------------------------------------------
000766* INCIDENT LOG CALL FIELDS
000767*----------------------------------------------------------------
000768 77  WS-IL-PROGRAM           PIC X(20) VALUE "DED-MAINT".
000769 77  WS-IL-STEP              PIC X(08) VALUE SPACES.
000770 77  WS-IL-PARAGRAPH         PIC X(30) VALUE SPACES.
000771 77  WS-IL-SEVERITY          PIC X(01) VALUE SPACES.
000772 77  WS-IL-FILE-STATUS       PIC X(02) VALUE SPACES.
000773 77  WS-IL-MESSAGE           PIC X(60) VALUE SPACES.
000774*
000775 PROCEDURE DIVISION.
000780*================================================================
000790* 0000-MAINLINE
000800*================================================================
001100     IF WS-MASTER-STATUS NOT = "00" AND NOT = "05"
001110         DISPLAY "DED-MAINT: UNABLE TO OPEN MASTER, "
001120             "STATUS = " WS-MASTER-STATUS
001121         MOVE "1000-INITIALIZE" TO WS-IL-PARAGRAPH
001122         MOVE "E" TO WS-IL-SEVERITY
001123         MOVE WS-MASTER-STATUS TO WS-IL-FILE-STATUS
001124         MOVE "UNABLE TO OPEN MASTER" TO WS-IL-MESSAGE
001125         PERFORM 8900-LOG-INCIDENT THRU 8900-LOG-INCIDENT-EXIT
001130         MOVE "N" TO WS-CONTINUE-SW
001140     END-IF.
001150 1000-INITIALIZE-EXIT.
001970                 " " WS-SEARCH-CODE
001980         NOT INVALID KEY
001990             MOVE DEDUCTION-MASTER-RECORD TO WS-MA-BEFORE
001992             MOVE DED-CLASS TO WS-OLD-CLASS
001994             MOVE DED-AMOUNT TO WS-OLD-AMOUNT
002000             DISPLAY "ENTER NEW DESCRIPTION: "
002010             ACCEPT DED-DESC
002020             DISPLAY "ENTER NEW AMOUNT PER PERIOD: "
002140             END-IF
002150             IF DED-AMOUNT NOT NUMERIC
002160                 DISPLAY "CHANGE REJECTED, BAD AMOUNT"
002161                 GO TO 4000-CHANGE-DEDUCTION-EXIT
002162             END-IF
002163*            A GARNISHMENT COMES OFF ONLY BY AN APPROVED DELETE
002164             IF WS-OLD-CLASS = "G" AND NOT DED-IS-GARNISHMENT
002165                 DISPLAY "CHANGE REJECTED, A GARNISHMENT CANNOT "
002166                     "BE RECLASSED"
002167                 DISPLAY "DELETE IT FOR APPROVAL INSTEAD"
002248                 GO TO 4000-CHANGE-DEDUCTION-EXIT
002330             END-IF
002331*            AND ITS AMOUNT MOVES ONLY BY AN APPROVED CHANGE
002332             IF WS-OLD-CLASS = "G"
002333                     AND DED-AMOUNT NOT = WS-OLD-AMOUNT
002334                 PERFORM 4100-HOLD-GARNISHMENT-CHANGE
002335                     THRU 4100-HOLD-GARNISHMENT-CHANGE-EXIT
002336                 GO TO 4000-CHANGE-DEDUCTION-EXIT
002337             END-IF
002338             REWRITE DEDUCTION-MASTER-RECORD
002339                 INVALID KEY
002340                     DISPLAY "CHANGE FAILED, STATUS = "
002341                         WS-MASTER-STATUS
002342                 NOT INVALID KEY
002343                     DISPLAY "DEDUCTION CHANGED: "
002344                         DED-EMP-ID " " DED-CODE
002345                     MOVE DEDUCTION-MASTER-RECORD TO
002346                         WS-MA-AFTER
002347                     MOVE DED-KEY TO WS-MA-KEY
002348                     MOVE "C" TO WS-MA-ACTION
002349                     PERFORM 8500-WRITE-MAINT-AUDIT
002350                         THRU
002351                         8500-WRITE-MAINT-AUDIT-EXIT
002352             END-REWRITE
002353     END-READ.
002354 4000-CHANGE-DEDUCTION-EXIT.
002355     EXIT.
002356*
002357*================================================================
002358* 4100-HOLD-GARNISHMENT-CHANGE - A NEW AMOUNT ON A GARNISHMENT IS
002359* UNDER THE SAME DUAL CONTROL AS ITS DELETE. THE WHOLE CHANGE AS
002360* KEYED IS WRITTEN TO pendingChange AND THE MASTER IS LEFT AS IT
002361* WAS; CHG-APPROVE APPLIES IT ONCE A DIFFERENT SUPERVISOR
002362* APPROVES. THE OLD AMOUNT KEEPS BEING TAKEN UNTIL THEN.
002363*================================================================
002364 4100-HOLD-GARNISHMENT-CHANGE.
002365     MOVE WS-MA-BEFORE TO WS-PC-BEFORE.
002366     MOVE DEDUCTION-MASTER-RECORD TO WS-PC-AFTER.
002367     MOVE DED-KEY TO WS-PC-KEY.
002368     MOVE "C" TO WS-PC-ACTION.
002369     CALL "PEND-CHANGE" USING WS-PC-FILE WS-PC-ACTION WS-PC-KEY
002370         WS-PC-BEFORE WS-PC-AFTER WS-PC-EFF-DATE WS-PC-REASON
002371         WS-PC-CHANGE-ID WS-PC-REPLY.
002372     IF WS-PC-REPLY = "Y"
002373         DISPLAY "GARNISHMENT CHANGE HELD FOR APPROVAL: "
002374             WS-SEARCH-ID " " WS-SEARCH-CODE
002375             " CHANGE ID " WS-PC-CHANGE-ID
002376     ELSE
002377         DISPLAY "GARNISHMENT NOT CHANGED: "
002378             WS-SEARCH-ID " " WS-SEARCH-CODE
002379     END-IF.
002380 4100-HOLD-GARNISHMENT-CHANGE-EXIT.
002381     EXIT.
002382*
002383 5000-DELETE-DEDUCTION.
002390     DISPLAY "ENTER EMPLOYEE ID TO DELETE: ".
002400     ACCEPT WS-SEARCH-ID.
002410     DISPLAY "ENTER DEDUCTION CODE: ".
002470             DISPLAY "NO DEDUCTION FOUND FOR " WS-SEARCH-ID
002480                 " " WS-SEARCH-CODE
002490         NOT INVALID KEY
002491             IF DED-IS-GARNISHMENT
002492                 PERFORM 5100-HOLD-GARNISHMENT-DELETE
002493                     THRU 5100-HOLD-GARNISHMENT-DELETE-EXIT
002494                 GO TO 5000-DELETE-DEDUCTION-EXIT
002495             END-IF
002500             MOVE DEDUCTION-MASTER-RECORD TO WS-MA-BEFORE
002510             DELETE DEDUCTION-MASTER RECORD
002520                 INVALID KEY
002640             END-DELETE
002650     END-READ.
002660 5000-DELETE-DEDUCTION-EXIT.
002661     EXIT.
002662*
002663*================================================================
002664* 5100-HOLD-GARNISHMENT-DELETE - A COURT-ORDERED GARNISHMENT IS
002665* UNDER DUAL CONTROL. THE DELETE IS WRITTEN TO pendingChange AND
002666* THE GARNISHMENT KEEPS BEING TAKEN UNTIL A DIFFERENT SUPERVISOR
002667* APPROVES IT IN CHG-APPROVE, WHICH DOES THE DELETE AND AUDITS IT.
002668*================================================================
002669 5100-HOLD-GARNISHMENT-DELETE.
002670     MOVE DEDUCTION-MASTER-RECORD TO WS-PC-BEFORE.
002671     MOVE SPACES TO WS-PC-AFTER.
002672     MOVE DED-KEY TO WS-PC-KEY.
002673     MOVE "D" TO WS-PC-ACTION.
002674     CALL "PEND-CHANGE" USING WS-PC-FILE WS-PC-ACTION WS-PC-KEY
002675         WS-PC-BEFORE WS-PC-AFTER WS-PC-EFF-DATE WS-PC-REASON
002676         WS-PC-CHANGE-ID WS-PC-REPLY.
002677     IF WS-PC-REPLY = "Y"
002678         DISPLAY "GARNISHMENT DELETE HELD FOR APPROVAL: "
002679             WS-SEARCH-ID " " WS-SEARCH-CODE
002680             " CHANGE ID " WS-PC-CHANGE-ID
002681     ELSE
002682         DISPLAY "GARNISHMENT NOT DELETED: "
002683             WS-SEARCH-ID " " WS-SEARCH-CODE
002684     END-IF.
002685 5100-HOLD-GARNISHMENT-DELETE-EXIT.
002686     EXIT.
002687*
002690 6000-LIST-DEDUCTIONS.
002700     MOVE "N" TO WS-LIST-EOF-SW.
002710     MOVE ZEROS TO WS-LIST-COUNT.
003000 8500-WRITE-MAINT-AUDIT-EXIT.
003010     EXIT.
003020*
003021 8900-LOG-INCIDENT.
003022     CALL "INCIDENT-LOG" USING WS-IL-PROGRAM WS-IL-STEP
003023         WS-IL-PARAGRAPH WS-IL-SEVERITY WS-IL-FILE-STATUS
003024         WS-IL-MESSAGE.
003025 8900-LOG-INCIDENT-EXIT.
003026     EXIT.
003027*
003030 9000-TERMINATE.
003040     IF WS-LOCK-IS-HELD
003050         MOVE "R" TO WS-FL-FUNCTION
