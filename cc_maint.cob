           01 WS-JOB-MODE-FLAG   PIC X VALUE "U".
           01 WS-OPERATOR-ID   PIC X(8).
           COPY AUDITREC.
           COPY CHGLOG.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OpenMasterFile
                       WS-WORK-CODE " ADDED"
                   MOVE "ADD" TO WS-ACTION-OUTCOME
                   PERFORM WriteAuditEntry
                   MOVE SPACES TO WS-CHG-BEFORE
                   MOVE COST-CENTER-RECORD TO WS-CHG-AFTER
                   PERFORM WriteChangeHistory
           END-WRITE.
       ChangeCostCenter.
           PERFORM AcceptCenterCode
                   DISPLAY "CC-MAINT: COST CENTER "
                       WS-WORK-CODE " NOT FOUND"
               NOT INVALID KEY
                   MOVE COST-CENTER-RECORD TO WS-CHG-BEFORE
                   PERFORM DisplayCostCenter
                   PERFORM AcceptCenterDetail
                   MOVE WS-WORK-NAME     TO CC-NAME
                               WS-WORK-CODE " CHANGED"
                           MOVE "CHANGE" TO WS-ACTION-OUTCOME
                           PERFORM WriteAuditEntry
                           MOVE COST-CENTER-RECORD TO WS-CHG-AFTER
                           PERFORM WriteChangeHistory
                   END-REWRITE
           END-READ.
       DeleteCostCenter.
                       WS-DELETE-ANSWER WS-UTIL-MODE-FLAG
                       WS-ANSWER-SOURCE
                   IF WS-DELETE-ANSWER = "Y" OR "y"
                       MOVE COST-CENTER-RECORD TO WS-CHG-BEFORE
                       DELETE COST-CENTER-MASTER-FILE
                           INVALID KEY
                               DISPLAY "CC-MAINT: DELETE FAILED"
                                   WS-WORK-CODE " DELETED"
                               MOVE "DELETE" TO WS-ACTION-OUTCOME
                               PERFORM WriteAuditEntry
                               MOVE SPACES TO WS-CHG-AFTER
                               PERFORM WriteChangeHistory
                       END-DELETE
                   ELSE
                       DISPLAY "CC-MAINT: DELETE CANCELLED"
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM-ID
               WS-AUDIT-TIMESTAMP WS-AUDIT-OPERATOR-ID
               WS-AUDIT-OUTCOME.
      * Every add, change and delete also goes to the shared
      * change history with the record as it stood before and
      * after, under the same timestamp and operator as the
      * audit entry just written.
       WriteChangeHistory.
           MOVE "CC-MAINT"         TO WS-CHG-PROGRAM-ID
           MOVE WS-RUN-TIMESTAMP   TO WS-CHG-TIMESTAMP
           MOVE WS-OPERATOR-ID     TO WS-CHG-OPERATOR-ID
           MOVE "CCMAST.DAT"       TO WS-CHG-FILE-NAME
           MOVE WS-ACTION-OUTCOME  TO WS-CHG-ACTION
           MOVE WS-WORK-CODE       TO WS-CHG-KEY
           CALL "CHG-LOG" USING WS-CHG-PROGRAM-ID WS-CHG-TIMESTAMP
               WS-CHG-OPERATOR-ID WS-CHG-FILE-NAME WS-CHG-ACTION
               WS-CHG-KEY WS-CHG-BEFORE WS-CHG-AFTER.
       END PROGRAM CC-MAINT.
