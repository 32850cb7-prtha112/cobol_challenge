               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCOUNT-CODE
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.
           SELECT POSTING-RULE-FILE ASSIGN TO "POSTRULE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRL-ACCOUNT-CODE
               FILE STATUS IS WS-POSTING-RULE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTREC.
       FD  POSTING-RULE-FILE.
           COPY POSTRULE.
       WORKING-STORAGE SECTION.
           01 WS-ACCOUNT-MASTER-STATUS PIC XX.
           01 WS-CHOICE          PIC X VALUE SPACE.
           01 WS-WORK-TYPE       PIC X.
           01 WS-WORK-STATUS     PIC X.
           01 WS-WORK-EFF-DATE   PIC 9(8).
           01 WS-WORK-IC-ROLE    PIC X.
           01 WS-WORK-IC-PARTY   PIC X(3).
           01 WS-DELETE-PROMPT   PIC X(60) VALUE
              "Delete this account? (Y/N): ".
           01 WS-DELETE-ANSWER   PIC X.
           01 WS-DATE-FORMAT-CODE PIC X VALUE SPACE.
           01 WS-JOB-MODE-FLAG   PIC X VALUE "U".
           01 WS-OPERATOR-ID   PIC X(8).
           01 WS-POSTING-RULE-STATUS PIC XX.
           01 WS-RULE-FOUND-FLAG PIC X VALUE "N".
               88 WS-RULE-FOUND VALUE "Y".
           01 WS-RULE-IDX        PIC 9.
           01 WS-WORK-RULE.
               05 WS-WORK-CC-REQUIRED PIC X.
               05 WS-WORK-SIDE        PIC X.
               05 WS-WORK-CONTROL     PIC X.
               05 WS-WORK-ENTITY-LIST.
                   10 WS-WORK-ENTITY   PIC X(3) OCCURS 5 TIMES.
               05 WS-WORK-CURRENCY-LIST.
                   10 WS-WORK-CURRENCY PIC X(3) OCCURS 5 TIMES.
           COPY AUDITREC.
           COPY CHGLOG.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OpenMasterFile
           IF WS-ACCOUNT-MASTER-STATUS = "00"
               PERFORM OpenRuleFile
           END-IF
           IF WS-ACCOUNT-MASTER-STATUS = "00"
               AND WS-POSTING-RULE-STATUS = "00"
               PERFORM UNTIL WS-DONE
                   PERFORM DisplayMenu
                   ACCEPT WS-CHOICE
                   PERFORM RunChoice
               END-PERFORM
               CLOSE POSTING-RULE-FILE
           END-IF
           IF WS-ACCOUNT-MASTER-STATUS = "00"
               CLOSE ACCOUNT-MASTER-FILE
           END-IF
           STOP RUN.
               DISPLAY "ACCT-MAINT: ACCTMAST.DAT OPEN FAILED - "
                   "STATUS " WS-ACCOUNT-MASTER-STATUS
           END-IF.
       OpenRuleFile.
           OPEN I-O POSTING-RULE-FILE
           IF WS-POSTING-RULE-STATUS = "35"
               OPEN OUTPUT POSTING-RULE-FILE
               CLOSE POSTING-RULE-FILE
               OPEN I-O POSTING-RULE-FILE
           END-IF
           IF WS-POSTING-RULE-STATUS NOT = "00"
               DISPLAY "ACCT-MAINT: POSTRULE.DAT OPEN FAILED - "
                   "STATUS " WS-POSTING-RULE-STATUS
           END-IF.
       DisplayMenu.
           DISPLAY "=============================="
           DISPLAY "  CHART OF ACCOUNTS MAINTENANCE"
           DISPLAY "C. Change account"
           DISPLAY "D. Delete account"
           DISPLAY "I. Inquire account"
           DISPLAY "R. Posting rules"
           DISPLAY "X. Exit"
           DISPLAY "Enter choice: " WITH NO ADVANCING.
       RunChoice.
                   PERFORM DeleteAccount
               WHEN "I" WHEN "i"
                   PERFORM InquireAccount
               WHEN "R" WHEN "r"
                   PERFORM MaintainPostingRule
               WHEN "X" WHEN "x"
                   SET WS-DONE TO TRUE
               WHEN OTHER
               ACCEPT WS-WORK-STATUS
           END-PERFORM
           DISPLAY "Effective date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-WORK-EFF-DATE
           PERFORM AcceptIntercompany.
      * An intercompany account is a due-from or due-to held
      * against one counterparty entity; IC-MATCH pairs the two
      * sides by it. Any other account leaves both blank.
       AcceptIntercompany.
           MOVE SPACES TO WS-WORK-IC-PARTY
           DISPLAY "Intercompany (F=due from, T=due to, "
               "blank=no): " WITH NO ADVANCING
           ACCEPT WS-WORK-IC-ROLE
           PERFORM UNTIL WS-WORK-IC-ROLE = "F" OR "T" OR SPACE
               DISPLAY "Intercompany must be F, T or blank."
               DISPLAY "Intercompany (F/T/blank): " WITH NO ADVANCING
               ACCEPT WS-WORK-IC-ROLE
           END-PERFORM
           IF WS-WORK-IC-ROLE NOT = SPACE
               DISPLAY "Counterparty entity: " WITH NO ADVANCING
               ACCEPT WS-WORK-IC-PARTY
               PERFORM UNTIL WS-WORK-IC-PARTY NOT = SPACES
                   DISPLAY "An intercompany account needs its "
                       "counterparty entity."
                   DISPLAY "Counterparty entity: " WITH NO ADVANCING
                   ACCEPT WS-WORK-IC-PARTY
               END-PERFORM
           END-IF.
       AddAccount.
           PERFORM AcceptAccountCode
           PERFORM AcceptAccountDetail
           MOVE WS-WORK-TYPE     TO AM-ACCOUNT-TYPE
           MOVE WS-WORK-STATUS   TO AM-STATUS
           MOVE WS-WORK-EFF-DATE TO AM-EFFECTIVE-DATE
           MOVE WS-WORK-IC-ROLE  TO AM-IC-ROLE
           MOVE WS-WORK-IC-PARTY TO AM-IC-COUNTERPARTY
           WRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ACCT-MAINT: ACCOUNT "
                       WS-WORK-ACCOUNT " ADDED"
                   MOVE "ADD" TO WS-ACTION-OUTCOME
                   PERFORM WriteAuditEntry
                   MOVE SPACES TO WS-CHG-BEFORE
                   MOVE ACCOUNT-MASTER-RECORD TO WS-CHG-AFTER
                   PERFORM WriteChangeHistory
           END-WRITE.
       ChangeAccount.
           PERFORM AcceptAccountCode
                   DISPLAY "ACCT-MAINT: ACCOUNT "
                       WS-WORK-ACCOUNT " NOT FOUND"
               NOT INVALID KEY
                   MOVE ACCOUNT-MASTER-RECORD TO WS-CHG-BEFORE
                   PERFORM DisplayAccount
                   PERFORM AcceptAccountDetail
                   MOVE WS-WORK-NAME     TO AM-ACCOUNT-NAME
                   MOVE WS-WORK-TYPE     TO AM-ACCOUNT-TYPE
                   MOVE WS-WORK-STATUS   TO AM-STATUS
                   MOVE WS-WORK-EFF-DATE TO AM-EFFECTIVE-DATE
                   MOVE WS-WORK-IC-ROLE  TO AM-IC-ROLE
                   MOVE WS-WORK-IC-PARTY TO AM-IC-COUNTERPARTY
                   REWRITE ACCOUNT-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "ACCT-MAINT: CHANGE FAILED"
                               WS-WORK-ACCOUNT " CHANGED"
                           MOVE "CHANGE" TO WS-ACTION-OUTCOME
                           PERFORM WriteAuditEntry
                           MOVE ACCOUNT-MASTER-RECORD TO WS-CHG-AFTER
                           PERFORM WriteChangeHistory
                   END-REWRITE
           END-READ.
       DeleteAccount.
                       WS-DELETE-ANSWER WS-UTIL-MODE-FLAG
                       WS-ANSWER-SOURCE
                   IF WS-DELETE-ANSWER = "Y" OR "y"
                       MOVE ACCOUNT-MASTER-RECORD TO WS-CHG-BEFORE
                       DELETE ACCOUNT-MASTER-FILE
                           INVALID KEY
                               DISPLAY "ACCT-MAINT: DELETE FAILED"
                                   WS-WORK-ACCOUNT " DELETED"
                               MOVE "DELETE" TO WS-ACTION-OUTCOME
                               PERFORM WriteAuditEntry
                               MOVE SPACES TO WS-CHG-AFTER
                               PERFORM WriteChangeHistory
                               PERFORM DeleteRuleWithAccount
                       END-DELETE
                   ELSE
                       DISPLAY "ACCT-MAINT: DELETE CANCELLED"
                       WS-WORK-ACCOUNT " NOT FOUND"
               NOT INVALID KEY
                   PERFORM DisplayAccount
                   PERFORM ReadPostingRule
                   PERFORM DisplayPostingRule
                   MOVE "INQUIRE" TO WS-ACTION-OUTCOME
                   PERFORM WriteAuditEntry
           END-READ.
           DISPLAY "  NAME:      " AM-ACCOUNT-NAME
           DISPLAY "  TYPE:      " AM-ACCOUNT-TYPE
           DISPLAY "  STATUS:    " AM-STATUS
           DISPLAY "  EFFECTIVE: " AM-EFFECTIVE-DATE
           IF AM-INTERCOMPANY
               DISPLAY "  INTERCO:   " AM-IC-ROLE
                   " COUNTERPARTY " AM-IC-COUNTERPARTY
           END-IF.
      * The posting rules hang off an account already on the
      * chart. Entering no restriction at all removes the rule
      * record, leaving the account unrestricted.
       MaintainPostingRule.
           PERFORM AcceptAccountCode
           MOVE WS-WORK-ACCOUNT TO AM-ACCOUNT-CODE
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   DISPLAY "ACCT-MAINT: ACCOUNT "
                       WS-WORK-ACCOUNT " NOT FOUND"
               NOT INVALID KEY
                   PERFORM ReadPostingRule
                   PERFORM DisplayPostingRule
                   PERFORM AcceptPostingRule
                   PERFORM StorePostingRule
           END-READ.
       ReadPostingRule.
           MOVE "N" TO WS-RULE-FOUND-FLAG
           MOVE WS-WORK-ACCOUNT TO PRL-ACCOUNT-CODE
           READ POSTING-RULE-FILE
               INVALID KEY
                   MOVE SPACES TO POSTING-RULE-RECORD
                   MOVE WS-WORK-ACCOUNT TO PRL-ACCOUNT-CODE
               NOT INVALID KEY
                   SET WS-RULE-FOUND TO TRUE
           END-READ.
       DisplayPostingRule.
           IF WS-RULE-FOUND
               DISPLAY "  COST CENTER REQUIRED: " PRL-CC-REQUIRED
               DISPLAY "  SIDE (D/C/BLANK):     " PRL-SIDE
               DISPLAY "  CONTROL ACCOUNT:      " PRL-CONTROL-FLAG
               DISPLAY "  ENTITIES:             " PRL-ENTITY-LIST
               DISPLAY "  CURRENCIES:           " PRL-CURRENCY-LIST
           ELSE
               DISPLAY "  NO POSTING RULES - ACCOUNT UNRESTRICTED"
           END-IF.
       AcceptPostingRule.
           MOVE SPACES TO WS-WORK-RULE
           DISPLAY "Cost center required (Y/N): " WITH NO ADVANCING
           ACCEPT WS-WORK-CC-REQUIRED
           PERFORM UNTIL WS-WORK-CC-REQUIRED = "Y" OR "N"
               DISPLAY "Answer must be Y or N."
               DISPLAY "Cost center required (Y/N): "
                   WITH NO ADVANCING
               ACCEPT WS-WORK-CC-REQUIRED
           END-PERFORM
           DISPLAY "Side (D=debits only, C=credits only, "
               "blank=both): " WITH NO ADVANCING
           ACCEPT WS-WORK-SIDE
           PERFORM UNTIL WS-WORK-SIDE = "D" OR "C" OR SPACE
               DISPLAY "Side must be D, C or blank."
               DISPLAY "Side (D/C/blank): " WITH NO ADVANCING
               ACCEPT WS-WORK-SIDE
           END-PERFORM
           DISPLAY "Control account (Y/N): " WITH NO ADVANCING
           ACCEPT WS-WORK-CONTROL
           PERFORM UNTIL WS-WORK-CONTROL = "Y" OR "N"
               DISPLAY "Answer must be Y or N."
               DISPLAY "Control account (Y/N): " WITH NO ADVANCING
               ACCEPT WS-WORK-CONTROL
           END-PERFORM
           DISPLAY "Allowed entities, up to 5 (blank=any)"
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > 5
               DISPLAY "  Entity " WS-RULE-IDX ": " WITH NO ADVANCING
               ACCEPT WS-WORK-ENTITY(WS-RULE-IDX)
           END-PERFORM
           DISPLAY "Allowed currencies, up to 5 (blank=any)"
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > 5
               DISPLAY "  Currency " WS-RULE-IDX ": "
                   WITH NO ADVANCING
               ACCEPT WS-WORK-CURRENCY(WS-RULE-IDX)
           END-PERFORM
           IF WS-WORK-CC-REQUIRED = "N"
               MOVE SPACE TO WS-WORK-CC-REQUIRED
           END-IF
           IF WS-WORK-CONTROL = "N"
               MOVE SPACE TO WS-WORK-CONTROL
           END-IF.
       StorePostingRule.
           IF WS-RULE-FOUND
               MOVE POSTING-RULE-RECORD TO WS-CHG-BEFORE
           ELSE
               MOVE SPACES TO WS-CHG-BEFORE
           END-IF
           MOVE SPACES               TO POSTING-RULE-RECORD
           MOVE WS-WORK-ACCOUNT      TO PRL-ACCOUNT-CODE
           MOVE WS-WORK-CC-REQUIRED  TO PRL-CC-REQUIRED
           MOVE WS-WORK-SIDE         TO PRL-SIDE
           MOVE WS-WORK-CONTROL      TO PRL-CONTROL-FLAG
           MOVE WS-WORK-ENTITY-LIST  TO PRL-ENTITY-LIST
           MOVE WS-WORK-CURRENCY-LIST TO PRL-CURRENCY-LIST
           EVALUATE TRUE
               WHEN WS-WORK-RULE = SPACES AND WS-RULE-FOUND
                   DELETE POSTING-RULE-FILE
                       INVALID KEY
                           DISPLAY "ACCT-MAINT: RULE DELETE FAILED"
                       NOT INVALID KEY
                           DISPLAY "ACCT-MAINT: POSTING RULES FOR "
                               WS-WORK-ACCOUNT " REMOVED"
                           MOVE "DELETE" TO WS-ACTION-OUTCOME
                           MOVE SPACES TO WS-CHG-AFTER
                           PERFORM WriteRuleAudit
                   END-DELETE
               WHEN WS-WORK-RULE = SPACES
                   DISPLAY "ACCT-MAINT: NO POSTING RULES ENTERED"
               WHEN WS-RULE-FOUND
                   REWRITE POSTING-RULE-RECORD
                       INVALID KEY
                           DISPLAY "ACCT-MAINT: RULE CHANGE FAILED"
                       NOT INVALID KEY
                           DISPLAY "ACCT-MAINT: POSTING RULES FOR "
                               WS-WORK-ACCOUNT " CHANGED"
                           MOVE "CHANGE" TO WS-ACTION-OUTCOME
                           MOVE POSTING-RULE-RECORD TO WS-CHG-AFTER
                           PERFORM WriteRuleAudit
                   END-REWRITE
               WHEN OTHER
                   WRITE POSTING-RULE-RECORD
                       INVALID KEY
                           DISPLAY "ACCT-MAINT: RULE ADD FAILED"
                       NOT INVALID KEY
                           DISPLAY "ACCT-MAINT: POSTING RULES FOR "
                               WS-WORK-ACCOUNT " ADDED"
                           MOVE "ADD" TO WS-ACTION-OUTCOME
                           MOVE POSTING-RULE-RECORD TO WS-CHG-AFTER
                           PERFORM WriteRuleAudit
                   END-WRITE
           END-EVALUATE.
      * An account leaving the chart takes its rules with it, so
      * a later account reusing the code starts unrestricted.
       DeleteRuleWithAccount.
           PERFORM ReadPostingRule
           IF WS-RULE-FOUND
               MOVE POSTING-RULE-RECORD TO WS-CHG-BEFORE
               DELETE POSTING-RULE-FILE
                   INVALID KEY
                       DISPLAY "ACCT-MAINT: RULE DELETE FAILED"
                   NOT INVALID KEY
                       MOVE SPACES TO WS-CHG-AFTER
                       PERFORM WriteRuleAudit
               END-DELETE
           END-IF.
       WriteRuleAudit.
           PERFORM WriteAuditEntry
           MOVE "ACCT-MAINT"       TO WS-CHG-PROGRAM-ID
           MOVE WS-RUN-TIMESTAMP   TO WS-CHG-TIMESTAMP
           MOVE WS-OPERATOR-ID     TO WS-CHG-OPERATOR-ID
           MOVE "POSTRULE.DAT"     TO WS-CHG-FILE-NAME
           MOVE WS-ACTION-OUTCOME  TO WS-CHG-ACTION
           MOVE WS-WORK-ACCOUNT    TO WS-CHG-KEY
           CALL "CHG-LOG" USING WS-CHG-PROGRAM-ID WS-CHG-TIMESTAMP
               WS-CHG-OPERATOR-ID WS-CHG-FILE-NAME WS-CHG-ACTION
               WS-CHG-KEY WS-CHG-BEFORE WS-CHG-AFTER.
       WriteAuditEntry.
           CALL "DATE-TIME" USING WS-RUN-TIMESTAMP WS-DATE-FORMAT-CODE
               WS-JOB-MODE-FLAG
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM-ID
               WS-AUDIT-TIMESTAMP WS-AUDIT-OPERATOR-ID
               WS-AUDIT-OUTCOME.
      * Every add, change and delete also goes to the shared
      * change history with the record as it stood before and
      * after, under the same timestamp and operator as the
      * audit entry just written.
       WriteChangeHistory.
           MOVE "ACCT-MAINT"       TO WS-CHG-PROGRAM-ID
           MOVE WS-RUN-TIMESTAMP   TO WS-CHG-TIMESTAMP
           MOVE WS-OPERATOR-ID     TO WS-CHG-OPERATOR-ID
           MOVE "ACCTMAST.DAT"     TO WS-CHG-FILE-NAME
           MOVE WS-ACTION-OUTCOME  TO WS-CHG-ACTION
           MOVE WS-WORK-ACCOUNT    TO WS-CHG-KEY
           CALL "CHG-LOG" USING WS-CHG-PROGRAM-ID WS-CHG-TIMESTAMP
               WS-CHG-OPERATOR-ID WS-CHG-FILE-NAME WS-CHG-ACTION
               WS-CHG-KEY WS-CHG-BEFORE WS-CHG-AFTER.
       END PROGRAM ACCT-MAINT.
