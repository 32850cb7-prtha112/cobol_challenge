           01 WS-JOB-MODE-FLAG   PIC X VALUE "U".
           01 WS-OPERATOR-ID   PIC X(8).
           COPY AUDITREC.
           COPY CHGLOG.
           COPY BUSDTE.
           COPY ALERTREC.
       PROCEDURE DIVISION.
                   DISPLAY "CAL-MAINT: " WS-WORK-DATE " ADDED"
                   MOVE "CAL-ADD" TO WS-ACTION-OUTCOME
                   PERFORM WriteAuditEntry
                   MOVE "ADD" TO WS-CHG-ACTION
                   PERFORM WriteChangeHistory
               END-IF
           END-IF.
       RemoveHoliday.
               DISPLAY "CAL-MAINT: " WS-WORK-DATE " REMOVED"
               MOVE "CAL-DEL" TO WS-ACTION-OUTCOME
               PERFORM WriteAuditEntry
               MOVE "DELETE" TO WS-CHG-ACTION
               PERFORM WriteChangeHistory
           END-IF.
       BulkLoad.
           MOVE 0 TO WS-LOADED-COUNT
                           MOVE WS-WORK-DATE
                               TO WS-HOLIDAY(WS-HOLIDAY-COUNT)
                           ADD 1 TO WS-LOADED-COUNT
                           MOVE "ADD" TO WS-CHG-ACTION
                           PERFORM WriteChangeHistory
                       ELSE
                           ADD 1 TO WS-SKIPPED-COUNT
                       END-IF
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM-ID
               WS-AUDIT-TIMESTAMP WS-AUDIT-OPERATOR-ID
               WS-AUDIT-OUTCOME.
      * One change-history entry per holiday date added, removed
      * or bulk loaded; the date is both the key and the image.
       WriteChangeHistory.
           CALL "DATE-TIME" USING WS-RUN-TIMESTAMP WS-DATE-FORMAT-CODE
               WS-JOB-MODE-FLAG
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           MOVE SPACES TO WS-CHG-BEFORE
           MOVE SPACES TO WS-CHG-AFTER
           IF WS-CHG-ACTION = "DELETE"
               MOVE WS-WORK-DATE   TO WS-CHG-BEFORE
           ELSE
               MOVE WS-WORK-DATE   TO WS-CHG-AFTER
           END-IF
           MOVE "CAL-MAINT"        TO WS-CHG-PROGRAM-ID
           MOVE WS-RUN-TIMESTAMP   TO WS-CHG-TIMESTAMP
           MOVE WS-OPERATOR-ID     TO WS-CHG-OPERATOR-ID
           MOVE "CALENDAR.DAT"     TO WS-CHG-FILE-NAME
           MOVE WS-WORK-DATE       TO WS-CHG-KEY
           CALL "CHG-LOG" USING WS-CHG-PROGRAM-ID WS-CHG-TIMESTAMP
               WS-CHG-OPERATOR-ID WS-CHG-FILE-NAME WS-CHG-ACTION
               WS-CHG-KEY WS-CHG-BEFORE WS-CHG-AFTER.
       END PROGRAM CAL-MAINT.
