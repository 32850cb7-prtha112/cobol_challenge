           01 WS-WORK-ID         PIC X(8).
           01 WS-WORK-PASSWORD   PIC X(8).
           01 WS-WORK-LEVEL      PIC 9.
           01 WS-BEFORE-ENTRY    PIC X(40).
           01 WS-TODAY-DATE-8    PIC 9(8).
           01 WS-ACTION-OUTCOME  PIC X(8).
           01 WS-RUN-TIMESTAMP PIC X(22).
           01 WS-JOB-MODE-FLAG   PIC X VALUE "U".
           COPY AUDITREC.
           COPY ALERTREC.
           COPY CHGLOG.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "DATE-TIME" USING WS-RUN-TIMESTAMP WS-DATE-FORMAT-CODE
                   DISPLAY "Authority level (0-9): "
                       WITH NO ADVANCING
                   ACCEPT WS-WORK-LEVEL
                   MOVE SPACES TO WS-BEFORE-ENTRY
                   MOVE SPACES TO OPERATOR-SECURITY-RECORD
                   MOVE WS-WORK-ID       TO OSEC-OPERATOR-ID
                   MOVE WS-WORK-PASSWORD TO OSEC-PASSWORD
                       "PASSWORD CHANGE FORCED AT FIRST SIGN-ON"
                   MOVE "SEC-ADD" TO WS-ACTION-OUTCOME
                   PERFORM WriteAuditEntry
                   MOVE "ADD" TO WS-CHG-ACTION
                   PERFORM WriteChangeHistory
               END-IF
           END-IF.
       DisableOperator.
           IF NOT WS-OPER-FOUND
               DISPLAY "SEC-ADMIN: " WS-WORK-ID " NOT FOUND"
           ELSE
               MOVE OPERATOR-SECURITY-RECORD TO WS-BEFORE-ENTRY
               MOVE "D" TO OSEC-STATUS
               MOVE OPERATOR-SECURITY-RECORD
                   TO WS-OPER-ENTRY(WS-WORK-IDX)
               DISPLAY "SEC-ADMIN: " WS-WORK-ID " DISABLED"
               MOVE "SEC-DIS" TO WS-ACTION-OUTCOME
               PERFORM WriteAuditEntry
               MOVE "CHANGE" TO WS-CHG-ACTION
               PERFORM WriteChangeHistory
           END-IF.
       EnableOperator.
           PERFORM AcceptOperatorId
           IF NOT WS-OPER-FOUND
               DISPLAY "SEC-ADMIN: " WS-WORK-ID " NOT FOUND"
           ELSE
               MOVE OPERATOR-SECURITY-RECORD TO WS-BEFORE-ENTRY
               MOVE "A" TO OSEC-STATUS
               MOVE 0   TO OSEC-FAIL-COUNT
               MOVE OPERATOR-SECURITY-RECORD
               DISPLAY "SEC-ADMIN: " WS-WORK-ID " RE-ENABLED"
               MOVE "SEC-ENA" TO WS-ACTION-OUTCOME
               PERFORM WriteAuditEntry
               MOVE "CHANGE" TO WS-CHG-ACTION
               PERFORM WriteChangeHistory
           END-IF.
       ForcePasswordChange.
           PERFORM AcceptOperatorId
           IF NOT WS-OPER-FOUND
               DISPLAY "SEC-ADMIN: " WS-WORK-ID " NOT FOUND"
           ELSE
               MOVE OPERATOR-SECURITY-RECORD TO WS-BEFORE-ENTRY
               MOVE "Y" TO OSEC-FORCE-CHANGE
               MOVE OPERATOR-SECURITY-RECORD
                   TO WS-OPER-ENTRY(WS-WORK-IDX)
                   "PASSWORD AT NEXT SIGN-ON"
               MOVE "SEC-FPC" TO WS-ACTION-OUTCOME
               PERFORM WriteAuditEntry
               MOVE "CHANGE" TO WS-CHG-ACTION
               PERFORM WriteChangeHistory
           END-IF.
       ResetPassword.
           PERFORM AcceptOperatorId
           IF NOT WS-OPER-FOUND
               DISPLAY "SEC-ADMIN: " WS-WORK-ID " NOT FOUND"
           ELSE
               MOVE OPERATOR-SECURITY-RECORD TO WS-BEFORE-ENTRY
               DISPLAY "New password: " WITH NO ADVANCING
               ACCEPT WS-WORK-PASSWORD
               MOVE WS-WORK-PASSWORD TO OSEC-PASSWORD
               DISPLAY "SEC-ADMIN: " WS-WORK-ID " PASSWORD RESET"
               MOVE "SEC-PWD" TO WS-ACTION-OUTCOME
               PERFORM WriteAuditEntry
               MOVE "CHANGE" TO WS-CHG-ACTION
               PERFORM WriteChangeHistory
           END-IF.
       ListOperators.
           DISPLAY "OPERATOR LVL ST PWD-DATE FC FAILS"
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM-ID
               WS-AUDIT-TIMESTAMP WS-AUDIT-OPERATOR-ID
               WS-AUDIT-OUTCOME.
      * Change history for every operator update. The password
      * never reaches the history file: it is masked in both
      * images, so a reset shows only as a new password date.
      * The updated record is still in the record area here.
       WriteChangeHistory.
           MOVE ALL "*" TO OSEC-PASSWORD
           MOVE OPERATOR-SECURITY-RECORD TO WS-CHG-AFTER
           MOVE SPACES TO WS-CHG-BEFORE
           IF WS-BEFORE-ENTRY NOT = SPACES
               MOVE WS-BEFORE-ENTRY TO OPERATOR-SECURITY-RECORD
               MOVE ALL "*" TO OSEC-PASSWORD
               MOVE OPERATOR-SECURITY-RECORD TO WS-CHG-BEFORE
           END-IF
           MOVE "SEC-ADMIN"        TO WS-CHG-PROGRAM-ID
           MOVE WS-RUN-TIMESTAMP   TO WS-CHG-TIMESTAMP
           MOVE WS-SIGNON-ID       TO WS-CHG-OPERATOR-ID
           MOVE "OPERSEC.DAT"      TO WS-CHG-FILE-NAME
           MOVE WS-WORK-ID         TO WS-CHG-KEY
           CALL "CHG-LOG" USING WS-CHG-PROGRAM-ID WS-CHG-TIMESTAMP
               WS-CHG-OPERATOR-ID WS-CHG-FILE-NAME WS-CHG-ACTION
               WS-CHG-KEY WS-CHG-BEFORE WS-CHG-AFTER.
       END PROGRAM SEC-ADMIN.
