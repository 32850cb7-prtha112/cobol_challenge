       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORM-APPR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-SECURITY-FILE ASSIGN TO "OPERSEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-SECURITY-STATUS.
           SELECT DORMANT-PROPOSAL-FILE ASSIGN TO "DORMPROP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DORMANT-PROPOSAL-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCOUNT-CODE
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.
           SELECT GL-MASTER-FILE ASSIGN TO "GLMASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GLM-KEY
               FILE STATUS IS WS-GL-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-SECURITY-FILE.
           COPY OPERSEC.
       FD  DORMANT-PROPOSAL-FILE.
           COPY DORMPROP.
       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTREC.
       FD  GL-MASTER-FILE.
           COPY GLMASTREC.
       WORKING-STORAGE SECTION.
           01 WS-OPERATOR-SECURITY-STATUS PIC XX.
           01 WS-DORMANT-PROPOSAL-STATUS PIC XX.
           01 WS-ACCOUNT-MASTER-STATUS PIC XX.
           01 WS-GL-MASTER-STATUS PIC XX.
           01 WS-SECURITY-EOF-FLAG PIC X.
               88 WS-SECURITY-EOF VALUE "Y".
           01 WS-PROPOSAL-EOF-FLAG PIC X.
               88 WS-PROPOSAL-EOF VALUE "Y".
           01 WS-MASTER-EOF-FLAG PIC X.
               88 WS-MASTER-EOF VALUE "Y".
           01 WS-SIGNON-ID       PIC X(8).
           01 WS-SIGNON-PASSWORD PIC X(8).
           01 WS-SIGNON-LEVEL    PIC 9 VALUE 0.
           01 WS-SIGNED-ON-FLAG  PIC X VALUE "N".
               88 WS-SIGNED-ON VALUE "Y".
           01 WS-CHOICE          PIC X VALUE SPACE.
           01 WS-DONE-FLAG       PIC X VALUE "N".
               88 WS-DONE VALUE "Y".
      * The proposals from the last DORM-SCAN, in account order,
      * with what GLMASTER.DAT shows for each at approval time.
           01 WS-PROP-TABLE.
               05 WS-PROP-ENTRY OCCURS 2000 TIMES.
                   10 WS-PR-RECORD      PIC X(94).
                   10 WS-PR-NOW-DATE    PIC 9(8).
                   10 WS-PR-NOW-BALANCE PIC S9(13)V99.
           01 WS-PROP-COUNT      PIC 9(4) VALUE 0.
           01 WS-PROP-IDX        PIC 9(4).
           01 WS-FOUND-IDX       PIC 9(4).
           01 WS-FIND-ACCOUNT    PIC X(8).
           01 WS-PENDING-COUNT   PIC 9(4).
           01 WS-DONE-COUNT      PIC 9(4).
           01 WS-SKIP-COUNT      PIC 9(4).
           01 WS-PREV-GLM-KEY.
               05 WS-PREV-ENTITY     PIC X(3).
               05 WS-PREV-ACCOUNT    PIC X(8).
           01 WS-PREV-IDX        PIC 9(4) VALUE 0.
           01 WS-PREV-CLOSING    PIC S9(11)V99 VALUE 0.
           01 WS-ACTIVITY-DATE   PIC 9(8).
           01 WS-SKIP-REASON     PIC X(30).
           01 WS-LAST-EDITED     PIC X(8).
           01 WS-APPROVE-PROMPT  PIC X(60).
           01 WS-APPROVE-ANSWER  PIC X.
           01 WS-UTIL-MODE-FLAG  PIC X VALUE "U".
           01 WS-ANSWER-SOURCE   PIC X.
           01 WS-ACTION-OUTCOME  PIC X(8).
           01 WS-RUN-TIMESTAMP PIC X(22).
           01 WS-DATE-FORMAT-CODE PIC X VALUE SPACE.
           01 WS-JOB-MODE-FLAG   PIC X VALUE "U".
           COPY AUDITREC.
           COPY CHGLOG.
           COPY BUSDTE.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SignOn
           IF WS-SIGNED-ON
               MOVE "G" TO WS-BUSDATE-FUNCTION
               CALL "BUSDATE" USING WS-BUSDATE-FUNCTION
                   WS-BUSINESS-DATE
               PERFORM LoadProposals
               PERFORM UNTIL WS-DONE
                   PERFORM DisplayMenu
                   ACCEPT WS-CHOICE
                   PERFORM RunChoice
               END-PERFORM
           END-IF
           GOBACK.
      * Inactivating accounts is for supervisors, level 2 or
      * above; anyone lower is turned away at sign-on.
       SignOn.
           DISPLAY "Operator id: " WITH NO ADVANCING
           ACCEPT WS-SIGNON-ID
           DISPLAY "Password: " WITH NO ADVANCING
           ACCEPT WS-SIGNON-PASSWORD
           MOVE "N" TO WS-SECURITY-EOF-FLAG
           OPEN INPUT OPERATOR-SECURITY-FILE
           IF WS-OPERATOR-SECURITY-STATUS NOT = "00"
               DISPLAY "DORM-APPR: OPERSEC.DAT NOT AVAILABLE - "
                   "ACCESS DENIED"
           ELSE
               PERFORM UNTIL WS-SECURITY-EOF
                   READ OPERATOR-SECURITY-FILE
                       AT END SET WS-SECURITY-EOF TO TRUE
                       NOT AT END
                           IF OSEC-OPERATOR-ID = WS-SIGNON-ID
                               AND OSEC-PASSWORD = WS-SIGNON-PASSWORD
                               AND OSEC-ACTIVE
                               SET WS-SIGNED-ON TO TRUE
                               MOVE OSEC-LEVEL TO WS-SIGNON-LEVEL
                               SET WS-SECURITY-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-SECURITY-FILE
           END-IF
           IF WS-SIGNED-ON AND WS-SIGNON-LEVEL < 2
               DISPLAY "DORM-APPR: LEVEL 2 OR ABOVE REQUIRED"
               MOVE "N" TO WS-SIGNED-ON-FLAG
           END-IF
           IF NOT WS-SIGNED-ON
               DISPLAY "DORM-APPR: SIGN-ON FAILED"
               MOVE "DENIED" TO WS-ACTION-OUTCOME
               PERFORM WriteAuditEntry
           END-IF.
       LoadProposals.
           MOVE 0 TO WS-PROP-COUNT
           MOVE "N" TO WS-PROPOSAL-EOF-FLAG
           OPEN INPUT DORMANT-PROPOSAL-FILE
           IF WS-DORMANT-PROPOSAL-STATUS NOT = "00"
               DISPLAY "DORM-APPR: DORMPROP.DAT NOT AVAILABLE - "
                   "RUN DORM-SCAN FIRST"
               SET WS-PROPOSAL-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-PROPOSAL-EOF
               READ DORMANT-PROPOSAL-FILE
                   AT END SET WS-PROPOSAL-EOF TO TRUE
                   NOT AT END
                       IF WS-PROP-COUNT < 2000
                           ADD 1 TO WS-PROP-COUNT
                           MOVE DORMANT-PROPOSAL-RECORD
                               TO WS-PR-RECORD(WS-PROP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DORMANT-PROPOSAL-STATUS = "00" OR "10"
               CLOSE DORMANT-PROPOSAL-FILE
           END-IF.
      * The whole file is written back after every change, so a
      * later session sees each proposal as it was left.
       SaveProposals.
           OPEN OUTPUT DORMANT-PROPOSAL-FILE
           PERFORM VARYING WS-PROP-IDX FROM 1 BY 1
                   UNTIL WS-PROP-IDX > WS-PROP-COUNT
               MOVE WS-PR-RECORD(WS-PROP-IDX)
                   TO DORMANT-PROPOSAL-RECORD
               WRITE DORMANT-PROPOSAL-RECORD
           END-PERFORM
           CLOSE DORMANT-PROPOSAL-FILE.
       DisplayMenu.
           DISPLAY "=============================="
           DISPLAY "  DORMANT ACCOUNT PROPOSALS"
           DISPLAY "=============================="
           DISPLAY "L. List proposals"
           DISPLAY "E. Exclude or restore a proposal"
           DISPLAY "A. Approve all pending proposals"
           DISPLAY "X. Exit"
           DISPLAY "Enter choice: " WITH NO ADVANCING.
       RunChoice.
           EVALUATE WS-CHOICE
               WHEN "L" WHEN "l"
                   PERFORM ListProposals
               WHEN "E" WHEN "e"
                   PERFORM ToggleExclusion
               WHEN "A" WHEN "a"
                   PERFORM ApproveProposals
               WHEN "X" WHEN "x"
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid choice, try again."
           END-EVALUATE.
       ListProposals.
           DISPLAY "ACCOUNT  NAME                           T LAST "
               "POST SCANNED  ST BY"
           MOVE 0 TO WS-PENDING-COUNT
           PERFORM VARYING WS-PROP-IDX FROM 1 BY 1
                   UNTIL WS-PROP-IDX > WS-PROP-COUNT
               MOVE WS-PR-RECORD(WS-PROP-IDX)
                   TO DORMANT-PROPOSAL-RECORD
               IF DP-LAST-POSTED = 0
                   MOVE "NEVER" TO WS-LAST-EDITED
               ELSE
                   MOVE DP-LAST-POSTED TO WS-LAST-EDITED
               END-IF
               DISPLAY DP-ACCOUNT-CODE " " DP-ACCOUNT-NAME " "
                   DP-ACCOUNT-TYPE " " WS-LAST-EDITED " "
                   DP-SCAN-DATE " " DP-STATUS "  " DP-DECIDED-BY
               IF DP-PENDING
                   ADD 1 TO WS-PENDING-COUNT
               END-IF
           END-PERFORM
           DISPLAY "  " WS-PROP-COUNT " PROPOSAL(S), "
               WS-PENDING-COUNT " PENDING".
      * A supervisor may hold an account back from this quarter's
      * inactivation; excluding it again restores it to pending.
       ToggleExclusion.
           DISPLAY "Account code (8): " WITH NO ADVANCING
           ACCEPT WS-FIND-ACCOUNT
           PERFORM FindProposal
           IF WS-FOUND-IDX = 0
               DISPLAY "DORM-APPR: " WS-FIND-ACCOUNT
                   " IS NOT A PROPOSAL"
           ELSE
               MOVE WS-PR-RECORD(WS-FOUND-IDX)
                   TO DORMANT-PROPOSAL-RECORD
               EVALUATE TRUE
                   WHEN DP-PENDING
                       MOVE "X" TO DP-STATUS
                       MOVE WS-SIGNON-ID TO DP-DECIDED-BY
                       MOVE WS-BUSINESS-DATE TO DP-DECIDED-DATE
                       DISPLAY "DORM-APPR: " WS-FIND-ACCOUNT
                           " EXCLUDED"
                   WHEN DP-EXCLUDED
                       MOVE "P" TO DP-STATUS
                       MOVE SPACES TO DP-DECIDED-BY
                       MOVE 0 TO DP-DECIDED-DATE
                       DISPLAY "DORM-APPR: " WS-FIND-ACCOUNT
                           " RESTORED TO PENDING"
                   WHEN OTHER
                       DISPLAY "DORM-APPR: " WS-FIND-ACCOUNT
                           " IS ALREADY DECIDED - STATUS " DP-STATUS
               END-EVALUATE
               MOVE DORMANT-PROPOSAL-RECORD
                   TO WS-PR-RECORD(WS-FOUND-IDX)
               PERFORM SaveProposals
           END-IF.
       FindProposal.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-PROP-IDX FROM 1 BY 1
                   UNTIL WS-PROP-IDX > WS-PROP-COUNT
                   OR WS-FOUND-IDX > 0
               IF WS-PR-RECORD(WS-PROP-IDX)(1:8) = WS-FIND-ACCOUNT
                   MOVE WS-PROP-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
      * One pass approves every pending proposal. GLMASTER.DAT is
      * read again first: an account that has posted since the
      * scan or now carries a balance is skipped, not inactivated.
      * Each inactivation is the ACCT-MAINT change - status "I",
      * effective the business date - with the same audit entry
      * and change history.
       ApproveProposals.
           MOVE 0 TO WS-PENDING-COUNT
           PERFORM VARYING WS-PROP-IDX FROM 1 BY 1
                   UNTIL WS-PROP-IDX > WS-PROP-COUNT
               MOVE WS-PR-RECORD(WS-PROP-IDX)
                   TO DORMANT-PROPOSAL-RECORD
               IF DP-PENDING
                   ADD 1 TO WS-PENDING-COUNT
               END-IF
           END-PERFORM
           IF WS-PENDING-COUNT = 0
               DISPLAY "DORM-APPR: NO PENDING PROPOSALS"
           ELSE
               MOVE SPACES TO WS-APPROVE-PROMPT
               STRING "Inactivate all " WS-PENDING-COUNT
                   " pending accounts? (Y/N): "
                   DELIMITED BY SIZE INTO WS-APPROVE-PROMPT
               CALL "CONFIRM-YN" USING WS-APPROVE-PROMPT
                   WS-APPROVE-ANSWER WS-UTIL-MODE-FLAG
                   WS-ANSWER-SOURCE
               IF WS-APPROVE-ANSWER = "Y" OR "y"
                   PERFORM RecheckGLMaster
                   PERFORM InactivateAccounts
               ELSE
                   DISPLAY "DORM-APPR: APPROVAL CANCELLED"
               END-IF
           END-IF.
       RecheckGLMaster.
           PERFORM VARYING WS-PROP-IDX FROM 1 BY 1
                   UNTIL WS-PROP-IDX > WS-PROP-COUNT
               MOVE 0 TO WS-PR-NOW-DATE(WS-PROP-IDX)
               MOVE 0 TO WS-PR-NOW-BALANCE(WS-PROP-IDX)
           END-PERFORM
           MOVE SPACES TO WS-PREV-GLM-KEY
           MOVE 0 TO WS-PREV-IDX
           MOVE "N" TO WS-MASTER-EOF-FLAG
           OPEN INPUT GL-MASTER-FILE
           IF WS-GL-MASTER-STATUS NOT = "00"
               SET WS-MASTER-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-MASTER-EOF
               READ GL-MASTER-FILE
                   AT END SET WS-MASTER-EOF TO TRUE
                   NOT AT END
                       PERFORM TallyMasterRecord
               END-READ
           END-PERFORM
           PERFORM ApplyPreviousBalance
           IF WS-GL-MASTER-STATUS = "00" OR "10"
               CLOSE GL-MASTER-FILE
           END-IF.
       TallyMasterRecord.
           IF GLM-ENTITY NOT = WS-PREV-ENTITY
               OR GLM-ACCOUNT-CODE NOT = WS-PREV-ACCOUNT
               PERFORM ApplyPreviousBalance
               MOVE GLM-ENTITY       TO WS-PREV-ENTITY
               MOVE GLM-ACCOUNT-CODE TO WS-PREV-ACCOUNT
               MOVE GLM-ACCOUNT-CODE TO WS-FIND-ACCOUNT
               PERFORM FindProposal
               MOVE WS-FOUND-IDX TO WS-PREV-IDX
           END-IF
           MOVE GLM-CLOSING-BALANCE TO WS-PREV-CLOSING
           IF WS-PREV-IDX > 0 AND GLM-PERIOD-ACTIVITY NOT = 0
               IF GLM-LAST-POSTED-DATE NUMERIC
                   AND GLM-LAST-POSTED-DATE > 0
                   MOVE GLM-LAST-POSTED-DATE TO WS-ACTIVITY-DATE
               ELSE
                   COMPUTE WS-ACTIVITY-DATE = GLM-PERIOD * 100 + 1
               END-IF
               IF WS-ACTIVITY-DATE > WS-PR-NOW-DATE(WS-PREV-IDX)
                   MOVE WS-ACTIVITY-DATE
                       TO WS-PR-NOW-DATE(WS-PREV-IDX)
               END-IF
           END-IF.
       ApplyPreviousBalance.
           IF WS-PREV-IDX > 0
               ADD WS-PREV-CLOSING TO WS-PR-NOW-BALANCE(WS-PREV-IDX)
           END-IF
           MOVE 0 TO WS-PREV-IDX
           MOVE 0 TO WS-PREV-CLOSING.
       InactivateAccounts.
           MOVE 0 TO WS-DONE-COUNT
           MOVE 0 TO WS-SKIP-COUNT
           OPEN I-O ACCOUNT-MASTER-FILE
           IF WS-ACCOUNT-MASTER-STATUS NOT = "00"
               DISPLAY "DORM-APPR: ACCTMAST.DAT OPEN FAILED - "
                   "STATUS " WS-ACCOUNT-MASTER-STATUS
           ELSE
               PERFORM VARYING WS-PROP-IDX FROM 1 BY 1
                       UNTIL WS-PROP-IDX > WS-PROP-COUNT
                   MOVE WS-PR-RECORD(WS-PROP-IDX)
                       TO DORMANT-PROPOSAL-RECORD
                   IF DP-PENDING
                       PERFORM DecideProposal
                       MOVE DORMANT-PROPOSAL-RECORD
                           TO WS-PR-RECORD(WS-PROP-IDX)
                   END-IF
               END-PERFORM
               CLOSE ACCOUNT-MASTER-FILE
               PERFORM SaveProposals
               DISPLAY "DORM-APPR: " WS-DONE-COUNT
                   " ACCOUNT(S) INACTIVATED, " WS-SKIP-COUNT
                   " SKIPPED"
           END-IF.
       DecideProposal.
           MOVE SPACES TO WS-SKIP-REASON
           MOVE DP-ACCOUNT-CODE TO AM-ACCOUNT-CODE
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE "NO LONGER ON THE CHART" TO WS-SKIP-REASON
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT AM-ACTIVE
                           MOVE "ALREADY INACTIVE" TO WS-SKIP-REASON
                       WHEN WS-PR-NOW-DATE(WS-PROP-IDX)
                               > DP-LAST-POSTED
                           MOVE "POSTED SINCE THE SCAN"
                               TO WS-SKIP-REASON
                       WHEN WS-PR-NOW-BALANCE(WS-PROP-IDX) NOT = 0
                           MOVE "BALANCE IS NO LONGER ZERO"
                               TO WS-SKIP-REASON
                       WHEN OTHER
                           PERFORM InactivateAccount
                   END-EVALUATE
           END-READ
           MOVE WS-SIGNON-ID     TO DP-DECIDED-BY
           MOVE WS-BUSINESS-DATE TO DP-DECIDED-DATE
           IF WS-SKIP-REASON NOT = SPACES
               MOVE "S" TO DP-STATUS
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY "DORM-APPR: " DP-ACCOUNT-CODE " SKIPPED - "
                   WS-SKIP-REASON
           END-IF.
       InactivateAccount.
           MOVE ACCOUNT-MASTER-RECORD TO WS-CHG-BEFORE
           MOVE "I"              TO AM-STATUS
           MOVE WS-BUSINESS-DATE TO AM-EFFECTIVE-DATE
           REWRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   MOVE "ACCTMAST.DAT REWRITE FAILED"
                       TO WS-SKIP-REASON
               NOT INVALID KEY
                   MOVE "A" TO DP-STATUS
                   ADD 1 TO WS-DONE-COUNT
                   MOVE "CHANGE" TO WS-ACTION-OUTCOME
                   PERFORM WriteAuditEntry
                   MOVE ACCOUNT-MASTER-RECORD TO WS-CHG-AFTER
                   PERFORM WriteChangeHistory
           END-REWRITE.
       WriteAuditEntry.
           CALL "DATE-TIME" USING WS-RUN-TIMESTAMP WS-DATE-FORMAT-CODE
               WS-JOB-MODE-FLAG
           MOVE "DORM-APPR"        TO WS-AUDIT-PROGRAM-ID
           MOVE WS-RUN-TIMESTAMP   TO WS-AUDIT-TIMESTAMP
           MOVE WS-SIGNON-ID       TO WS-AUDIT-OPERATOR-ID
           MOVE WS-ACTION-OUTCOME  TO WS-AUDIT-OUTCOME
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM-ID
               WS-AUDIT-TIMESTAMP WS-AUDIT-OPERATOR-ID
               WS-AUDIT-OUTCOME.
       WriteChangeHistory.
           MOVE "DORM-APPR"        TO WS-CHG-PROGRAM-ID
           MOVE WS-RUN-TIMESTAMP   TO WS-CHG-TIMESTAMP
           MOVE WS-SIGNON-ID       TO WS-CHG-OPERATOR-ID
           MOVE "ACCTMAST.DAT"     TO WS-CHG-FILE-NAME
           MOVE WS-ACTION-OUTCOME  TO WS-CHG-ACTION
           MOVE DP-ACCOUNT-CODE    TO WS-CHG-KEY
           CALL "CHG-LOG" USING WS-CHG-PROGRAM-ID WS-CHG-TIMESTAMP
               WS-CHG-OPERATOR-ID WS-CHG-FILE-NAME WS-CHG-ACTION
               WS-CHG-KEY WS-CHG-BEFORE WS-CHG-AFTER.
       END PROGRAM DORM-APPR.
