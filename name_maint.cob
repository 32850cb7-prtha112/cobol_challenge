           01 WS-WORK-DEPT        PIC X(4).
           01 WS-WORK-STATUS      PIC X.
           01 WS-WORK-EFF-DATE    PIC 9(8).
           01 WS-OLD-DEPT         PIC X(4).
           01 WS-OLD-STATUS       PIC X.
           01 WS-DELETE-PROMPT    PIC X(60) VALUE
              "Delete this employee? (Y/N): ".
           01 WS-DELETE-ANSWER    PIC X.
           01 WS-JOB-MODE-FLAG   PIC X VALUE "U".
           01 WS-OPERATOR-ID   PIC X(8).
           COPY AUDITREC.
           COPY CHGLOG.
           COPY EMPHLOG.
           COPY BUSDTE.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "G" TO WS-BUSDATE-FUNCTION
           CALL "BUSDATE" USING WS-BUSDATE-FUNCTION WS-BUSINESS-DATE
           PERFORM TakeHistoryBaseline
           PERFORM OpenMasterFile
           IF WS-EMPLOYEE-MASTER-STATUS = "00"
               PERFORM UNTIL WS-DONE
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF
           STOP RUN.
      * The employee history has to start from the master as it
      * stands, so the baseline is taken before the master is
      * opened for update.
       TakeHistoryBaseline.
           CALL "DATE-TIME" USING WS-RUN-TIMESTAMP WS-DATE-FORMAT-CODE
               WS-JOB-MODE-FLAG
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           MOVE "B"              TO WS-EMH-FUNCTION
           MOVE WS-BUSINESS-DATE TO WS-EMH-EFFECTIVE-DATE
           MOVE WS-OPERATOR-ID   TO WS-EMH-OPERATOR-ID
           MOVE WS-RUN-TIMESTAMP TO WS-EMH-TIMESTAMP
           PERFORM CallEmpHist
           IF WS-EMH-WRITTEN > 0
               DISPLAY "NAME-MAINT: EMPLOYEE HISTORY STARTED - "
                   WS-EMH-WRITTEN " BASELINE RECORD(S)"
           END-IF.
       OpenMasterFile.
           OPEN I-O EMPLOYEE-MASTER-FILE
           IF WS-EMPLOYEE-MASTER-STATUS = "35"
                       WS-WORK-EMPLOYEE-ID " ADDED"
                   MOVE "ADD" TO WS-ACTION-OUTCOME
                   PERFORM WriteAuditEntry
                   MOVE SPACES TO WS-CHG-BEFORE
                   MOVE EMPLOYEE-RECORD TO WS-CHG-AFTER
                   PERFORM WriteChangeHistory
                   MOVE SPACES TO WS-OLD-DEPT WS-OLD-STATUS
                   MOVE WS-WORK-EFF-DATE TO WS-EMH-EFFECTIVE-DATE
                   PERFORM WriteEmployeeHistory
           END-WRITE.
       ChangeEmployee.
           PERFORM AcceptEmployeeId
                   DISPLAY "NAME-MAINT: EMPLOYEE "
                       WS-WORK-EMPLOYEE-ID " NOT FOUND"
               NOT INVALID KEY
                   MOVE EMPLOYEE-RECORD TO WS-CHG-BEFORE
                   MOVE EM-DEPT-CODE TO WS-OLD-DEPT
                   MOVE EM-STATUS    TO WS-OLD-STATUS
                   PERFORM DisplayEmployee
                   PERFORM AcceptEmployeeDetail
                   MOVE WS-WORK-NAME     TO EM-FULL-NAME
                               WS-WORK-EMPLOYEE-ID " CHANGED"
                           MOVE "CHANGE" TO WS-ACTION-OUTCOME
                           PERFORM WriteAuditEntry
                           MOVE EMPLOYEE-RECORD TO WS-CHG-AFTER
                           PERFORM WriteChangeHistory
                           IF EM-DEPT-CODE NOT = WS-OLD-DEPT
                               OR EM-STATUS NOT = WS-OLD-STATUS
                               MOVE WS-WORK-EFF-DATE
                                   TO WS-EMH-EFFECTIVE-DATE
                               PERFORM WriteEmployeeHistory
                           END-IF
                   END-REWRITE
           END-READ.
       DeleteEmployee.
                       WS-DELETE-ANSWER WS-UTIL-MODE-FLAG
                       WS-ANSWER-SOURCE
                   IF WS-DELETE-ANSWER = "Y" OR "y"
                       MOVE EMPLOYEE-RECORD TO WS-CHG-BEFORE
                       MOVE EM-DEPT-CODE TO WS-OLD-DEPT
                       MOVE EM-STATUS    TO WS-OLD-STATUS
                       DELETE EMPLOYEE-MASTER-FILE
                           INVALID KEY
                               DISPLAY "NAME-MAINT: DELETE FAILED"
                                   WS-WORK-EMPLOYEE-ID " DELETED"
                               MOVE "DELETE" TO WS-ACTION-OUTCOME
                               PERFORM WriteAuditEntry
                               MOVE SPACES TO WS-CHG-AFTER
                               PERFORM WriteChangeHistory
                               MOVE SPACES TO EM-DEPT-CODE EM-STATUS
                               MOVE WS-BUSINESS-DATE
                                   TO WS-EMH-EFFECTIVE-DATE
                               PERFORM WriteEmployeeHistory
                       END-DELETE
                   ELSE
                       DISPLAY "NAME-MAINT: DELETE CANCELLED"
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM-ID
               WS-AUDIT-TIMESTAMP WS-AUDIT-OPERATOR-ID
               WS-AUDIT-OUTCOME.
      * Every add, change and delete also goes to the shared
      * change history with the record as it stood before and
      * after, under the same timestamp and operator as the
      * audit entry just written.
       WriteChangeHistory.
           MOVE "NAME-MAINT"       TO WS-CHG-PROGRAM-ID
           MOVE WS-RUN-TIMESTAMP   TO WS-CHG-TIMESTAMP
           MOVE WS-OPERATOR-ID     TO WS-CHG-OPERATOR-ID
           MOVE "EMPMAST.DAT"      TO WS-CHG-FILE-NAME
           MOVE WS-ACTION-OUTCOME  TO WS-CHG-ACTION
           MOVE WS-WORK-EMPLOYEE-ID TO WS-CHG-KEY
           CALL "CHG-LOG" USING WS-CHG-PROGRAM-ID WS-CHG-TIMESTAMP
               WS-CHG-OPERATOR-ID WS-CHG-FILE-NAME WS-CHG-ACTION
               WS-CHG-KEY WS-CHG-BEFORE WS-CHG-AFTER.
      * A change of department or status, and every add and
      * delete, also goes to the employee history the headcount
      * movement report is built from. A delete takes effect on
      * the business date.
       WriteEmployeeHistory.
           MOVE "W"                 TO WS-EMH-FUNCTION
           MOVE WS-WORK-EMPLOYEE-ID TO WS-EMH-EMPLOYEE-ID
           MOVE WS-ACTION-OUTCOME   TO WS-EMH-ACTION
           MOVE WS-OLD-DEPT         TO WS-EMH-OLD-DEPT
           MOVE WS-OLD-STATUS       TO WS-EMH-OLD-STATUS
           MOVE EM-DEPT-CODE        TO WS-EMH-NEW-DEPT
           MOVE EM-STATUS           TO WS-EMH-NEW-STATUS
           MOVE WS-OPERATOR-ID      TO WS-EMH-OPERATOR-ID
           MOVE WS-RUN-TIMESTAMP    TO WS-EMH-TIMESTAMP
           PERFORM CallEmpHist.
       CallEmpHist.
           CALL "EMP-HIST" USING WS-EMH-FUNCTION WS-EMH-EMPLOYEE-ID
               WS-EMH-EFFECTIVE-DATE WS-EMH-ACTION WS-EMH-OLD-DEPT
               WS-EMH-OLD-STATUS WS-EMH-NEW-DEPT WS-EMH-NEW-STATUS
               WS-EMH-OPERATOR-ID WS-EMH-TIMESTAMP WS-EMH-WRITTEN.
       END PROGRAM NAME-MAINT.
