           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT WAREHOUSE-FILE ASSIGN TO "TRANWHS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAREHOUSE-STATUS.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERIODCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-CONTROL-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".
       DATA DIVISION.
       FILE SECTION.
       FD  ACCEPTED-FILE.
           COPY TRANREC.
       FD  SORTED-FILE.
       01  SORTED-RECORD        PIC X(67).
       FD  SUSPENSE-FILE.
           COPY SUSPREC.
       FD  WAREHOUSE-FILE.
           COPY WHSREC.
       FD  PERIOD-CONTROL-FILE.
       01  PERIOD-CONTROL-RECORD.
           05 PCTL-PERIOD       PIC 9(6).
           05 FILLER            PIC X.
           05 PCTL-STATUS       PIC X(6).
           05 FILLER            PIC X.
           05 PCTL-CLOSE-DATE   PIC 9(8).
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SR-ENTITY         PIC X(3).
           05 SR-COST-CENTER    PIC X(4).
           05 SR-ACCOUNT-CODE   PIC X(8).
           05 SR-POST-PERIOD    PIC 9(6).
           05 SR-TRAN-ID        PIC 9(8).
           05 SR-TRAN-DATA      PIC X(67).
       WORKING-STORAGE SECTION.
           01 WS-ACCEPTED-STATUS PIC XX.
           01 WS-SORTED-STATUS   PIC XX.
           01 WS-READ-COUNT      PIC 9(6) VALUE 0.
           01 WS-SELECTED-COUNT  PIC 9(6) VALUE 0.
           01 WS-SKIPPED-COUNT   PIC 9(6) VALUE 0.
           01 WS-WAREHOUSE-STATUS PIC XX.
           01 WS-PERIOD-CONTROL-STATUS PIC XX.
           01 WS-WHS-EOF-FLAG    PIC X VALUE "N".
               88 WS-WHS-EOF VALUE "Y".
           01 WS-PCTL-EOF-FLAG   PIC X VALUE "N".
               88 WS-PCTL-EOF VALUE "Y".
           01 WS-WHS-FULL-FLAG   PIC X VALUE "N".
               88 WS-WHS-FULL VALUE "Y".
           01 WS-PARKED-COUNT    PIC 9(6) VALUE 0.
           01 WS-RELEASED-COUNT  PIC 9(6) VALUE 0.
           01 WS-BACK-DATED-COUNT PIC 9(6) VALUE 0.
           01 WS-PRIOR-PERIOD-COUNT PIC 9(6) VALUE 0.
           01 WS-CURRENT-PERIOD  PIC 9(6).
           01 WS-TRAN-PERIOD     PIC 9(6).
           01 WS-POST-PERIOD     PIC 9(6).
           01 WS-PERIOD-FLAG     PIC X.
           01 WS-PERIOD-OPEN-FLAG PIC X.
               88 WS-PERIOD-OPEN VALUE "Y".
      * The warehouse is held in storage for the run: everything
      * still parked, everything released tonight (so a rerun
      * releases it again) and everything newly parked, then
      * written back whole once the sort input is complete.
           01 WS-WHS-TABLE.
               05 WS-WHS-ENTRY OCCURS 5000 TIMES.
                   10 WS-WHS-DUE-DATE      PIC 9(8).
                   10 WS-WHS-STATUS        PIC X.
                   10 WS-WHS-PARKED-DATE   PIC 9(8).
                   10 WS-WHS-RELEASED-DATE PIC 9(8).
                   10 WS-WHS-RELEASE-NOW   PIC X.
                   10 WS-WHS-TRAN-DATA     PIC X(58).
           01 WS-WHS-COUNT       PIC 9(4) VALUE 0.
           01 WS-WHS-IDX         PIC 9(4).
      * Latest PERIODCTL.DAT status per period. A period with no
      * row is open unless a later period has already been
      * closed, which covers the periods before the control file
      * was kept.
           01 WS-PCTL-TABLE.
               05 WS-PCTL-ENTRY OCCURS 600 TIMES.
                   10 WS-PCTL-TBL-PERIOD PIC 9(6).
                   10 WS-PCTL-TBL-STATUS PIC X(6).
           01 WS-PCTL-COUNT      PIC 9(3) VALUE 0.
           01 WS-PCTL-IDX        PIC 9(3).
           01 WS-PCTL-FOUND-FLAG PIC X.
               88 WS-PCTL-FOUND VALUE "Y".
           01 WS-LAST-CLOSED-PERIOD PIC 9(6) VALUE 0.
           01 WS-SORT-HASH-TOTAL PIC 9(15) VALUE 0.
           01 WS-BATCH-SEQ       PIC 9(2) VALUE 0.
           01 WS-AMOUNT-X        PIC X(13).
           PERFORM WriteStartAudit
           MOVE "G" TO WS-BUSDATE-FUNCTION
           CALL "BUSDATE" USING WS-BUSDATE-FUNCTION WS-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE(1:6) TO WS-CURRENT-PERIOD
           PERFORM CheckInputEnvelope
           PERFORM LoadPeriodControl
           PERFORM LoadWarehouse
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-ENTITY SR-COST-CENTER
                   SR-ACCOUNT-CODE SR-POST-PERIOD SR-TRAN-ID
               INPUT PROCEDURE IS SelectCurrentDate
               OUTPUT PROCEDURE IS WriteSortedStream
           PERFORM RewriteWarehouse
           DISPLAY "TRAN-SORT: " WS-READ-COUNT " READ, "
               WS-RELEASED-COUNT " RELEASED FROM WAREHOUSE, "
               WS-SELECTED-COUNT " SELECTED"
           DISPLAY "TRAN-SORT: " WS-PARKED-COUNT " FUTURE-DATED "
               "PARKED, " WS-BACK-DATED-COUNT " BACK-DATED TO AN "
               "OPEN PERIOD, " WS-PRIOR-PERIOD-COUNT
               " PRIOR-PERIOD ITEM(S)"
           IF WS-SKIPPED-COUNT > 0
               DISPLAY "TRAN-SORT: WAREHOUSE FULL - "
                   WS-SKIPPED-COUNT " FUTURE-DATED RECORD(S) "
                   "CARRIED TO SUSPENSE"
               MOVE 8 TO WS-ALERT-SEVERITY
               MOVE "TRAN-SORT"      TO WS-ALERT-PROGRAM
               MOVE WS-BUSINESS-DATE TO WS-ALERT-DATE
               MOVE "TRANWHS.DAT FULL - FUTURE ITEMS TO SUSPENSE"
                   TO WS-ALERT-MESSAGE
               CALL "ALERT-LOG" USING WS-ALERT-SEVERITY
                   WS-ALERT-PROGRAM WS-ALERT-DATE WS-ALERT-MESSAGE
           END-IF
           PERFORM WriteAuditEntry
           PERFORM WriteRunStats
           PERFORM WriteStepResult
                   "STATUS " WS-ACCEPTED-STATUS
               SET WS-ACCEPTED-EOF TO TRUE
           END-IF
           PERFORM ReleaseWarehouseItem
               VARYING WS-WHS-IDX FROM 1 BY 1
               UNTIL WS-WHS-IDX > WS-WHS-COUNT
           PERFORM UNTIL WS-ACCEPTED-EOF
               READ ACCEPTED-FILE
                   AT END SET WS-ACCEPTED-EOF TO TRUE
           IF WS-SUSPENSE-OPEN
               CLOSE SUSPENSE-FILE
           END-IF.
      * Today's records and records back-dated within the
      * current period post as they stand. A future-dated record
      * waits in the warehouse for its date. A record dated in an
      * earlier period posts to that period while PERIODCTL.DAT
      * shows it open; once it is closed the record posts to the
      * current period as a prior-period item for the controller.
       SelectOneRecord.
           MOVE TR-TRAN-DATE(1:6) TO WS-TRAN-PERIOD
           MOVE WS-CURRENT-PERIOD TO WS-POST-PERIOD
           MOVE SPACE             TO WS-PERIOD-FLAG
           EVALUATE TRUE
               WHEN TR-TRAN-DATE > WS-BUSINESS-DATE
                   PERFORM ParkInWarehouse
               WHEN WS-TRAN-PERIOD NOT < WS-CURRENT-PERIOD
                   PERFORM SelectForPosting
               WHEN OTHER
                   PERFORM FindPeriodStatus
                   IF WS-PERIOD-OPEN
                       MOVE WS-TRAN-PERIOD TO WS-POST-PERIOD
                       MOVE "B" TO WS-PERIOD-FLAG
                       ADD 1 TO WS-BACK-DATED-COUNT
                   ELSE
                       MOVE "P" TO WS-PERIOD-FLAG
                       ADD 1 TO WS-PRIOR-PERIOD-COUNT
                   END-IF
                   PERFORM SelectForPosting
           END-EVALUATE.
       SelectForPosting.
           ADD 1 TO WS-SELECTED-COUNT
           MOVE WS-POST-PERIOD     TO TR-POST-PERIOD
           MOVE WS-PERIOD-FLAG     TO TR-PERIOD-FLAG
           MOVE TR-ENTITY          TO SR-ENTITY
           MOVE TR-COST-CENTER     TO SR-COST-CENTER
           MOVE TR-ACCOUNT-CODE    TO SR-ACCOUNT-CODE
           MOVE WS-POST-PERIOD     TO SR-POST-PERIOD
           MOVE TR-TRAN-ID         TO SR-TRAN-ID
           MOVE TRANSACTION-RECORD TO SR-TRAN-DATA
           RELEASE SORT-RECORD.
       FindPeriodStatus.
           MOVE "N" TO WS-PCTL-FOUND-FLAG
           MOVE "N" TO WS-PERIOD-OPEN-FLAG
           MOVE 0   TO WS-PCTL-IDX
           PERFORM UNTIL WS-PCTL-FOUND OR WS-PCTL-IDX >= WS-PCTL-COUNT
               ADD 1 TO WS-PCTL-IDX
               IF WS-PCTL-TBL-PERIOD(WS-PCTL-IDX) = WS-TRAN-PERIOD
                   SET WS-PCTL-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-PCTL-FOUND
               IF WS-PCTL-TBL-STATUS(WS-PCTL-IDX) = "REOPEN"
                   SET WS-PERIOD-OPEN TO TRUE
               END-IF
           ELSE
               IF WS-TRAN-PERIOD > WS-LAST-CLOSED-PERIOD
                   SET WS-PERIOD-OPEN TO TRUE
               END-IF
           END-IF.
      * A full warehouse is never allowed to lose a record: the
      * overflow goes to suspense, as every other-date record
      * did before the warehouse existed, and is alerted.
       ParkInWarehouse.
           IF WS-WHS-COUNT < 5000
               ADD 1 TO WS-WHS-COUNT
               ADD 1 TO WS-PARKED-COUNT
               MOVE TR-TRAN-DATE     TO WS-WHS-DUE-DATE(WS-WHS-COUNT)
               MOVE "P"              TO WS-WHS-STATUS(WS-WHS-COUNT)
               MOVE WS-BUSINESS-DATE
                   TO WS-WHS-PARKED-DATE(WS-WHS-COUNT)
               MOVE 0 TO WS-WHS-RELEASED-DATE(WS-WHS-COUNT)
               MOVE "N" TO WS-WHS-RELEASE-NOW(WS-WHS-COUNT)
               MOVE TRANSACTION-RECORD
                   TO WS-WHS-TRAN-DATA(WS-WHS-COUNT)
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
               PERFORM CarryToSuspense
           END-IF.
       ReleaseWarehouseItem.
           IF WS-WHS-RELEASE-NOW(WS-WHS-IDX) = "Y"
               ADD 1 TO WS-RELEASED-COUNT
               MOVE WS-WHS-TRAN-DATA(WS-WHS-IDX)
                   TO TRANSACTION-RECORD
               PERFORM SelectOneRecord
           END-IF.
       LoadPeriodControl.
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-PERIOD-CONTROL-STATUS NOT = "00"
               SET WS-PCTL-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-PCTL-EOF
               READ PERIOD-CONTROL-FILE
                   AT END SET WS-PCTL-EOF TO TRUE
                   NOT AT END
                       PERFORM StorePeriodStatus
               END-READ
           END-PERFORM
           IF WS-PERIOD-CONTROL-STATUS = "00" OR "10"
               CLOSE PERIOD-CONTROL-FILE
           END-IF
           PERFORM FindLastClosedPeriod
               VARYING WS-PCTL-IDX FROM 1 BY 1
               UNTIL WS-PCTL-IDX > WS-PCTL-COUNT.
       StorePeriodStatus.
           MOVE PCTL-PERIOD TO WS-TRAN-PERIOD
           PERFORM FindPeriodStatus
           IF NOT WS-PCTL-FOUND AND WS-PCTL-COUNT < 600
               ADD 1 TO WS-PCTL-COUNT
               MOVE WS-PCTL-COUNT TO WS-PCTL-IDX
               MOVE PCTL-PERIOD TO WS-PCTL-TBL-PERIOD(WS-PCTL-IDX)
               SET WS-PCTL-FOUND TO TRUE
           END-IF
           IF WS-PCTL-FOUND
               MOVE PCTL-STATUS TO WS-PCTL-TBL-STATUS(WS-PCTL-IDX)
           END-IF.
       FindLastClosedPeriod.
           IF WS-PCTL-TBL-STATUS(WS-PCTL-IDX) NOT = "REOPEN"
               AND WS-PCTL-TBL-PERIOD(WS-PCTL-IDX)
                   > WS-LAST-CLOSED-PERIOD
               MOVE WS-PCTL-TBL-PERIOD(WS-PCTL-IDX)
                   TO WS-LAST-CLOSED-PERIOD
           END-IF.
      * Parked records come due on the first run on or after their
      * date. Records parked or released by an earlier run of the
      * same business date are rebuilt from tonight's input and
      * released again, so a rerun neither doubles nor drops them;
      * released records from earlier dates have posted and go.
       LoadWarehouse.
           OPEN INPUT WAREHOUSE-FILE
           IF WS-WAREHOUSE-STATUS NOT = "00"
               SET WS-WHS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-WHS-EOF
               READ WAREHOUSE-FILE
                   AT END SET WS-WHS-EOF TO TRUE
                   NOT AT END
                       PERFORM LoadOneWarehouseItem
               END-READ
           END-PERFORM
           IF WS-WAREHOUSE-STATUS = "00" OR "10"
               CLOSE WAREHOUSE-FILE
           END-IF
           IF WS-WHS-FULL
               DISPLAY "TRAN-SORT: TRANWHS.DAT HOLDS MORE THAN 5000 "
                   "RECORDS - WAREHOUSE NOT PROCESSED"
               MOVE "TRANWHS.DAT OVER 5000 RECORDS" TO WS-ALERT-MESSAGE
               PERFORM AbendWarehouse
           END-IF.
       LoadOneWarehouseItem.
           EVALUATE TRUE
               WHEN WHS-PARKED
                   AND WHS-PARKED-DATE = WS-BUSINESS-DATE
                   CONTINUE
               WHEN WHS-RELEASED
                   AND WHS-RELEASED-DATE NOT = WS-BUSINESS-DATE
                   CONTINUE
               WHEN WS-WHS-COUNT >= 5000
                   SET WS-WHS-FULL TO TRUE
                   SET WS-WHS-EOF TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-WHS-COUNT
                   MOVE WHS-DUE-DATE  TO WS-WHS-DUE-DATE(WS-WHS-COUNT)
                   MOVE WHS-STATUS    TO WS-WHS-STATUS(WS-WHS-COUNT)
                   MOVE WHS-PARKED-DATE
                       TO WS-WHS-PARKED-DATE(WS-WHS-COUNT)
                   MOVE WHS-RELEASED-DATE
                       TO WS-WHS-RELEASED-DATE(WS-WHS-COUNT)
                   MOVE WHS-TRAN-DATA TO WS-WHS-TRAN-DATA(WS-WHS-COUNT)
                   MOVE "N" TO WS-WHS-RELEASE-NOW(WS-WHS-COUNT)
                   IF WHS-RELEASED
                       OR WHS-DUE-DATE NOT > WS-BUSINESS-DATE
                       MOVE "R" TO WS-WHS-STATUS(WS-WHS-COUNT)
                       MOVE WS-BUSINESS-DATE
                           TO WS-WHS-RELEASED-DATE(WS-WHS-COUNT)
                       MOVE "Y" TO WS-WHS-RELEASE-NOW(WS-WHS-COUNT)
                   END-IF
           END-EVALUATE.
       RewriteWarehouse.
           OPEN OUTPUT WAREHOUSE-FILE
           IF WS-WAREHOUSE-STATUS NOT = "00"
               DISPLAY "TRAN-SORT: TRANWHS.DAT REWRITE FAILED - "
                   "STATUS " WS-WAREHOUSE-STATUS
               MOVE "TRANWHS.DAT REWRITE FAILED" TO WS-ALERT-MESSAGE
               PERFORM AbendWarehouse
           END-IF
           PERFORM WriteWarehouseItem
               VARYING WS-WHS-IDX FROM 1 BY 1
               UNTIL WS-WHS-IDX > WS-WHS-COUNT
           CLOSE WAREHOUSE-FILE.
       WriteWarehouseItem.
           MOVE SPACES TO WAREHOUSE-RECORD
           MOVE WS-WHS-DUE-DATE(WS-WHS-IDX)      TO WHS-DUE-DATE
           MOVE WS-WHS-STATUS(WS-WHS-IDX)        TO WHS-STATUS
           MOVE WS-WHS-PARKED-DATE(WS-WHS-IDX)   TO WHS-PARKED-DATE
           MOVE WS-WHS-RELEASED-DATE(WS-WHS-IDX) TO WHS-RELEASED-DATE
           MOVE WS-WHS-TRAN-DATA(WS-WHS-IDX)     TO WHS-TRAN-DATA
           WRITE WAREHOUSE-RECORD.
       AbendWarehouse.
           DISPLAY "TRAN-SORT ABENDING DUE TO WAREHOUSE ERROR"
           MOVE 8 TO WS-ALERT-SEVERITY
           MOVE "TRAN-SORT"      TO WS-ALERT-PROGRAM
           MOVE WS-BUSINESS-DATE TO WS-ALERT-DATE
           CALL "ALERT-LOG" USING WS-ALERT-SEVERITY WS-ALERT-PROGRAM
               WS-ALERT-DATE WS-ALERT-MESSAGE
           CALL "DATE-TIME" USING WS-END-TIMESTAMP
               WS-DATE-FORMAT-CODE WS-JOB-MODE-FLAG
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           MOVE "TRAN-SORT"      TO WS-AUDIT-PROGRAM-ID
           MOVE WS-END-TIMESTAMP TO WS-AUDIT-TIMESTAMP
           MOVE WS-OPERATOR-ID   TO WS-AUDIT-OPERATOR-ID
           MOVE "ABEND"          TO WS-AUDIT-OUTCOME
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM-ID
               WS-AUDIT-TIMESTAMP WS-AUDIT-OPERATOR-ID
               WS-AUDIT-OUTCOME
           MOVE 16 TO RETURN-CODE
           PERFORM WriteStepResult
           GOBACK.
       CarryToSuspense.
           IF NOT WS-SUSPENSE-OPEN
               OPEN EXTEND SUSPENSE-FILE
           END-IF
           MOVE SPACES TO SUSPENSE-RECORD
           MOVE TRANSACTION-RECORD(1:44) TO SUSP-TRAN-DATA
           MOVE TRANSACTION-RECORD(45:14) TO SUSP-TRAN-EXT
           MOVE 6                  TO SUSP-REASON-CODE
           MOVE 0                  TO SUSP-AGE-CYCLES
           MOVE WS-BUSINESS-DATE   TO SUSP-FIRST-REJECT-DATE
