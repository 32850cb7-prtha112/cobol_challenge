           01 WS-LAST-PCTL-STATUS      PIC X(6) VALUE SPACES.
           01 WS-RECLOSE-FLAG          PIC X VALUE "N".
               88 WS-RECLOSING VALUE "Y".
           01 WS-TASKS-OPEN-FLAG       PIC X VALUE "N".
               88 WS-TASKS-OPEN VALUE "Y".
           01 WS-PERIOD-RUN-COUNT      PIC 9(6) VALUE 0.
           01 WS-PERIOD-TOTAL          PIC S9(13)V99 VALUE 0.
           01 WS-RUN-TIMESTAMP PIC X(22).
           01 WS-OPERATOR-ID   PIC X(8).
           COPY AUDITREC.
           COPY BUSDTE.
           COPY CLSCHK.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM ReadDryRun
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE-8
           PERFORM DeterminePeriod
           PERFORM CheckPeriodControl
           IF NOT WS-ALREADY-CLOSED
               PERFORM CheckCloseTasks
           END-IF
           EVALUATE TRUE
               WHEN WS-ALREADY-CLOSED
                   DISPLAY "MONTH-END: PERIOD " WS-CLOSE-PERIOD
                       " IS ALREADY CLOSED - RUN REFUSED"
                   PERFORM WriteAuditEntry
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TASKS-OPEN
                   DISPLAY "MONTH-END: PERIOD " WS-CLOSE-PERIOD " HAS "
                       WS-CHK-OUTSTANDING " MANDATORY CLOSE TASK(S) "
                       "OUTSTANDING - RUN REFUSED"
                   DISPLAY "MONTH-END: SEE CLOSE-STATUS FOR THE "
                       "CHECKLIST"
                   PERFORM WriteAuditEntry
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM ConsolidatePeriod
                   IF NOT WS-DRY-RUN
                       PERFORM WriteMTDSummary
                       PERFORM ClosePeriod
                   END-IF
                   IF WS-DRY-RUN
                       DISPLAY "MONTH-END: DRY RUN - PERIOD "
                           WS-CLOSE-PERIOD " NOT CLOSED - "
                           WS-PERIOD-RUN-COUNT " RUN(S) FOUND"
                   ELSE
                       IF WS-RECLOSING
                           DISPLAY "MONTH-END: PERIOD " WS-CLOSE-PERIOD
                               " RE-CLOSED - " WS-PERIOD-RUN-COUNT
                               " RUN(S) CONSOLIDATED"
                       ELSE
                           DISPLAY "MONTH-END: PERIOD " WS-CLOSE-PERIOD
                               " CLOSED - " WS-PERIOD-RUN-COUNT
                               " RUN(S) CONSOLIDATED"
                       END-IF
                   END-IF
                   PERFORM WriteAuditEntry
           END-EVALUATE
           GOBACK.
      * Every mandatory task on the period's close checklist must
      * be proved by its run or signed off before the close. A
      * dry run reports what is outstanding but still goes ahead,
      * so readiness can be checked before the real run.
       CheckCloseTasks.
           MOVE "R"             TO WS-CHK-FUNCTION
           MOVE WS-CLOSE-PERIOD TO WS-CHK-PERIOD
           MOVE SPACES          TO WS-CHK-TASK-ID
           MOVE "MONTHEND"      TO WS-CHK-OPERATOR
           CALL "CLOSE-CHECK" USING WS-CHK-FUNCTION WS-CHK-PERIOD
               WS-CHK-TASK-ID WS-CHK-OPERATOR WS-CHK-TASK-COUNT
               WS-CHK-OUTSTANDING WS-CHK-OPTIONAL-OPEN WS-CHK-RESULT
           DISPLAY "MONTH-END: CLOSE CHECKLIST - " WS-CHK-RESULT
           IF WS-CHK-OUTSTANDING > 0 AND NOT WS-DRY-RUN
               SET WS-TASKS-OPEN TO TRUE
           END-IF.
       ReadDryRun.
           OPEN INPUT DRY-RUN-FILE
           IF WS-DRY-RUN-STATUS = "00"
           MOVE WS-END-TIMESTAMP TO WS-AUDIT-TIMESTAMP
           MOVE WS-OPERATOR-ID   TO WS-AUDIT-OPERATOR-ID
           EVALUATE TRUE
               WHEN WS-ALREADY-CLOSED OR WS-TASKS-OPEN
                   MOVE "REFUSED" TO WS-AUDIT-OUTCOME
               WHEN WS-DRY-RUN
                   MOVE "DRY-RUN" TO WS-AUDIT-OUTCOME
