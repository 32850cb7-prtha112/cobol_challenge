       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXP-CLAIM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-SECURITY-FILE ASSIGN TO "OPERSEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-SECURITY-STATUS.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.
           SELECT COST-CENTER-MASTER-FILE ASSIGN TO "CCMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-CODE
               FILE STATUS IS WS-COST-CENTER-STATUS.
           SELECT EXPENSE-CLAIM-FILE ASSIGN TO "EXPCLAIM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX-CLAIM-NO
               ALTERNATE RECORD KEY IS EX-EMPLOYEE-ID WITH DUPLICATES
               FILE STATUS IS WS-EXPENSE-CLAIM-STATUS.
           SELECT EXPENSE-TYPE-FILE ASSIGN TO "EXPTYPE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPENSE-TYPE-STATUS.
           SELECT EXPENSE-PARM-FILE ASSIGN TO "EXPPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPENSE-PARM-STATUS.
           SELECT FX-RATE-FILE ASSIGN TO "FXRATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-RATE-STATUS.
           SELECT EXPENSE-FEED-FILE ASSIGN TO "TRANEX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPENSE-FEED-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-SECURITY-FILE.
           COPY OPERSEC.
       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPREC.
       FD  COST-CENTER-MASTER-FILE.
           COPY CCREC.
       FD  EXPENSE-CLAIM-FILE.
           COPY EXPCLM.
      * One row per expense type: the four-byte type code, the
      * expense account it is charged to and a description.
       FD  EXPENSE-TYPE-FILE.
       01  EXPENSE-TYPE-RECORD.
           05 ET-TYPE           PIC X(4).
           05 FILLER            PIC X.
           05 ET-ACCOUNT        PIC X(8).
           05 FILLER            PIC X.
           05 ET-DESCRIPTION    PIC X(20).
       FD  EXPENSE-PARM-FILE.
           COPY EXPPARM.
       FD  FX-RATE-FILE.
           COPY FXRATREC.
       FD  EXPENSE-FEED-FILE.
       01  EXPENSE-FEED-RECORD.
           05 EXF-TRAN-DATA     PIC X(53).
           05 FILLER            PIC X.
           05 EXF-LOADED-BY     PIC X(8).
       WORKING-STORAGE SECTION.
           01 WS-OPERATOR-SECURITY-STATUS PIC XX.
           01 WS-EMPLOYEE-MASTER-STATUS PIC XX.
           01 WS-COST-CENTER-STATUS PIC XX.
           01 WS-EXPENSE-CLAIM-STATUS PIC XX.
           01 WS-EXPENSE-TYPE-STATUS PIC XX.
           01 WS-EXPENSE-PARM-STATUS PIC XX.
           01 WS-FX-RATE-STATUS  PIC XX.
           01 WS-EXPENSE-FEED-STATUS PIC XX.
           01 WS-SECURITY-EOF-FLAG PIC X.
               88 WS-SECURITY-EOF VALUE "Y".
           01 WS-CLAIM-EOF-FLAG  PIC X.
               88 WS-CLAIM-EOF VALUE "Y".
           01 WS-TYPE-EOF-FLAG   PIC X.
               88 WS-TYPE-EOF VALUE "Y".
           01 WS-FX-EOF-FLAG     PIC X.
               88 WS-FX-EOF VALUE "Y".
           01 WS-SIGNON-ID       PIC X(8).
           01 WS-SIGNON-PASSWORD PIC X(8).
           01 WS-SIGNON-LEVEL    PIC 9 VALUE 0.
           01 WS-SIGNED-ON-FLAG  PIC X VALUE "N".
               88 WS-SIGNED-ON VALUE "Y".
           01 WS-FILES-OPEN-FLAG PIC X VALUE "N".
               88 WS-FILES-OPEN VALUE "Y".
           01 WS-CHOICE          PIC X VALUE SPACE.
           01 WS-DONE-FLAG       PIC X VALUE "N".
               88 WS-DONE VALUE "Y".
           01 WS-LINES-DONE-FLAG PIC X.
               88 WS-LINES-DONE VALUE "Y".
           01 WS-TYPE-FOUND-FLAG PIC X.
               88 WS-TYPE-FOUND VALUE "Y".
           01 WS-RATE-FOUND-FLAG PIC X.
               88 WS-RATE-FOUND VALUE "Y".
           01 WS-PAYABLE-ACCOUNT PIC X(8) VALUE SPACES.
           01 WS-CASH-ACCOUNT    PIC X(8) VALUE SPACES.
           01 WS-WORK-EMPLOYEE   PIC 9(6).
           01 WS-WORK-CLAIM      PIC 9(6).
           01 WS-NEXT-CLAIM      PIC 9(6).
           01 WS-WORK-TYPE       PIC X(4).
           01 WS-WORK-EXP-DATE   PIC 9(8).
           01 WS-WORK-AMOUNT     PIC 9(9)V99.
           01 WS-WORK-CURRENCY   PIC X(3).
           01 WS-WORK-BASE-AMOUNT PIC 9(9)V99.
           01 WS-WORK-DESCRIPTION PIC X(30).
           01 WS-WORK-EXPENSE    PIC X(8).
           01 WS-WORK-CC         PIC X(4).
           01 WS-WORK-PAY-REF    PIC X(12).
           01 WS-BASE-RATE       PIC 9(3)V9(6).
           01 WS-CLAIMANT-ID     PIC X(8).
           01 WS-LINE-COUNT      PIC 9(4).
           01 WS-LIST-COUNT      PIC 9(6).
           01 WS-AMOUNT-EDITED   PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-BASE-EDITED     PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-DEBIT-LEG       PIC X(53).
           01 WS-CREDIT-LEG      PIC X(53).
           01 WS-FEED-LOADED-BY  PIC X(8).
           01 WS-NO-ID-FLAG      PIC X.
               88 WS-NO-ID VALUE "Y".
           01 WS-DECISION        PIC X.
           01 WS-ACTION-OUTCOME  PIC X(8).
           01 WS-RUN-TIMESTAMP PIC X(22).
           01 WS-DATE-FORMAT-CODE PIC X VALUE SPACE.
           01 WS-JOB-MODE-FLAG   PIC X VALUE "U".
           COPY TRANREC.
           COPY TRANVAL.
           COPY DOCNUM.
           COPY BUSDTE.
           COPY AUDITREC.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           SET WS-EDIT-SUBLEDGER TO TRUE
           PERFORM SignOn
           IF WS-SIGNED-ON
               PERFORM ReadExpenseParm
               PERFORM OpenClaimFiles
               IF WS-FILES-OPEN
                   MOVE "G" TO WS-BUSDATE-FUNCTION
                   CALL "BUSDATE" USING WS-BUSDATE-FUNCTION
                       WS-BUSINESS-DATE
                   PERFORM UNTIL WS-DONE
                       PERFORM DisplayMenu
                       ACCEPT WS-CHOICE
                       PERFORM RunChoice
                   END-PERFORM
                   CLOSE EXPENSE-CLAIM-FILE
                   CLOSE COST-CENTER-MASTER-FILE
                   CLOSE EMPLOYEE-MASTER-FILE
               END-IF
           END-IF
           GOBACK.
       SignOn.
           DISPLAY "Operator id: " WITH NO ADVANCING
           ACCEPT WS-SIGNON-ID
           DISPLAY "Password: " WITH NO ADVANCING
           ACCEPT WS-SIGNON-PASSWORD
           MOVE "N" TO WS-SECURITY-EOF-FLAG
           OPEN INPUT OPERATOR-SECURITY-FILE
           IF WS-OPERATOR-SECURITY-STATUS NOT = "00"
               DISPLAY "EXP-CLAIM: OPERSEC.DAT NOT AVAILABLE - "
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
           IF NOT WS-SIGNED-ON
               DISPLAY "EXP-CLAIM: SIGN-ON FAILED"
               MOVE "DENIED" TO WS-ACTION-OUTCOME
               PERFORM WriteAuditEntry
           END-IF.
      * Without the payable account claims can still be keyed, but
      * nothing is approved - an approval would release a
      * one-legged entry. Without the cash account nothing is
      * paid, for the same reason.
       ReadExpenseParm.
           OPEN INPUT EXPENSE-PARM-FILE
           IF WS-EXPENSE-PARM-STATUS = "00"
               READ EXPENSE-PARM-FILE
                   NOT AT END
                       MOVE EXP-PAYABLE-ACCOUNT TO WS-PAYABLE-ACCOUNT
                       MOVE EXP-CASH-ACCOUNT    TO WS-CASH-ACCOUNT
               END-READ
               CLOSE EXPENSE-PARM-FILE
           END-IF
           IF WS-PAYABLE-ACCOUNT = SPACES
               DISPLAY "EXP-CLAIM: EXPPARM.DAT HAS NO EMPLOYEE "
                   "PAYABLE ACCOUNT - APPROVALS DISABLED"
           END-IF
           IF WS-CASH-ACCOUNT = SPACES
               DISPLAY "EXP-CLAIM: EXPPARM.DAT HAS NO CASH "
                   "ACCOUNT - PAYMENTS DISABLED"
           END-IF.
       OpenClaimFiles.
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-EMPLOYEE-MASTER-STATUS NOT = "00"
               DISPLAY "EXP-CLAIM: EMPMAST.DAT NOT AVAILABLE - "
                   "STATUS " WS-EMPLOYEE-MASTER-STATUS
           ELSE
               OPEN INPUT COST-CENTER-MASTER-FILE
               IF WS-COST-CENTER-STATUS NOT = "00"
                   DISPLAY "EXP-CLAIM: CCMAST.DAT NOT AVAILABLE - "
                       "STATUS " WS-COST-CENTER-STATUS
                   CLOSE EMPLOYEE-MASTER-FILE
               ELSE
                   PERFORM OpenClaimRegister
               END-IF
           END-IF.
       OpenClaimRegister.
           OPEN I-O EXPENSE-CLAIM-FILE
           IF WS-EXPENSE-CLAIM-STATUS = "35"
               OPEN OUTPUT EXPENSE-CLAIM-FILE
               CLOSE EXPENSE-CLAIM-FILE
               OPEN I-O EXPENSE-CLAIM-FILE
           END-IF
           IF WS-EXPENSE-CLAIM-STATUS = "00"
               SET WS-FILES-OPEN TO TRUE
           ELSE
               DISPLAY "EXP-CLAIM: EXPCLAIM.DAT OPEN FAILED - "
                   "STATUS " WS-EXPENSE-CLAIM-STATUS
               CLOSE COST-CENTER-MASTER-FILE
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF.
       DisplayMenu.
           DISPLAY "=============================="
           DISPLAY "  EMPLOYEE EXPENSE CLAIMS"
           DISPLAY "=============================="
           DISPLAY "E. Enter claims for an employee"
           DISPLAY "L. List claims awaiting approval"
           DISPLAY "A. Approve or reject a claim"
           DISPLAY "P. Record payment of a claim"
           DISPLAY "I. Inquire a claim"
           DISPLAY "X. Exit"
           DISPLAY "Enter choice: " WITH NO ADVANCING.
       RunChoice.
           EVALUATE WS-CHOICE
               WHEN "E" WHEN "e"
                   PERFORM EnterClaims
               WHEN "L" WHEN "l"
                   PERFORM ListAwaitingApproval
               WHEN "A" WHEN "a"
                   PERFORM DecideClaim
               WHEN "P" WHEN "p"
                   PERFORM PayClaim
               WHEN "I" WHEN "i"
                   PERFORM InquireClaim
               WHEN "X" WHEN "x"
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid choice, try again."
           END-EVALUATE.
      * The claimant must be an active employee whose department
      * is an active cost center on CCMAST.DAT; every line keyed
      * for them is charged to that cost center.
       EnterClaims.
           DISPLAY "Employee id (6): " WITH NO ADVANCING
           ACCEPT WS-WORK-EMPLOYEE
           MOVE WS-WORK-EMPLOYEE TO EM-EMPLOYEE-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   DISPLAY "EXP-CLAIM: EMPLOYEE " WS-WORK-EMPLOYEE
                       " NOT FOUND"
               NOT INVALID KEY
                   IF NOT EM-ACTIVE
                       DISPLAY "EXP-CLAIM: EMPLOYEE " WS-WORK-EMPLOYEE
                           " IS INACTIVE"
                   ELSE
                       PERFORM CheckClaimantCostCenter
                   END-IF
           END-READ.
       CheckClaimantCostCenter.
           MOVE EM-DEPT-CODE TO CC-CODE
           READ COST-CENTER-MASTER-FILE
               INVALID KEY
                   DISPLAY "EXP-CLAIM: DEPARTMENT " EM-DEPT-CODE
                       " IS NOT A COST CENTER ON CCMAST.DAT"
               NOT INVALID KEY
                   IF NOT CC-ACTIVE
                       DISPLAY "EXP-CLAIM: COST CENTER " CC-CODE
                           " IS INACTIVE"
                   ELSE
                       MOVE CC-CODE TO WS-WORK-CC
                       PERFORM AcceptClaimLines
                   END-IF
           END-READ.
       AcceptClaimLines.
           DISPLAY "  " EM-FULL-NAME "  COST CENTER " WS-WORK-CC
           MOVE 0 TO WS-LINE-COUNT
           MOVE "N" TO WS-LINES-DONE-FLAG
           PERFORM UNTIL WS-LINES-DONE
               DISPLAY "Expense type (blank to finish): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-WORK-TYPE
               ACCEPT WS-WORK-TYPE
               IF WS-WORK-TYPE = SPACES
                   SET WS-LINES-DONE TO TRUE
               ELSE
                   PERFORM FindExpenseType
                   IF WS-TYPE-FOUND
                       PERFORM AcceptClaimLine
                   ELSE
                       DISPLAY "EXP-CLAIM: EXPENSE TYPE " WS-WORK-TYPE
                           " NOT ON EXPTYPE.DAT"
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "EXP-CLAIM: " WS-LINE-COUNT " CLAIM(S) KEYED FOR "
               WS-WORK-EMPLOYEE.
       FindExpenseType.
           MOVE "N" TO WS-TYPE-FOUND-FLAG
           MOVE "N" TO WS-TYPE-EOF-FLAG
           OPEN INPUT EXPENSE-TYPE-FILE
           IF WS-EXPENSE-TYPE-STATUS NOT = "00"
               SET WS-TYPE-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-TYPE-EOF
               READ EXPENSE-TYPE-FILE
                   AT END SET WS-TYPE-EOF TO TRUE
                   NOT AT END
                       IF ET-TYPE = WS-WORK-TYPE
                           SET WS-TYPE-FOUND TO TRUE
                           MOVE ET-ACCOUNT TO WS-WORK-EXPENSE
                           SET WS-TYPE-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-EXPENSE-TYPE-STATUS = "00" OR "10"
               CLOSE EXPENSE-TYPE-FILE
           END-IF.
      * A foreign-currency claim is converted at today's rate on
      * FXRATES.DAT; the expense debit is edited through
      * TRAN-VALID in the base currency, as it will be posted.
       AcceptClaimLine.
           DISPLAY "Expense date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-WORK-EXP-DATE
           DISPLAY "Amount (11 digits, 99v99): " WITH NO ADVANCING
           ACCEPT WS-WORK-AMOUNT
           DISPLAY "Currency (blank=USD): " WITH NO ADVANCING
           MOVE SPACES TO WS-WORK-CURRENCY
           ACCEPT WS-WORK-CURRENCY
           MOVE FUNCTION UPPER-CASE(WS-WORK-CURRENCY)
               TO WS-WORK-CURRENCY
           IF WS-WORK-CURRENCY = SPACES
               MOVE "USD" TO WS-WORK-CURRENCY
           END-IF
           DISPLAY "Description: " WITH NO ADVANCING
           MOVE SPACES TO WS-WORK-DESCRIPTION
           ACCEPT WS-WORK-DESCRIPTION
           PERFORM FindBaseRate
           IF NOT WS-RATE-FOUND
               DISPLAY "EXP-CLAIM: NO RATE FOR " WS-WORK-CURRENCY
                   " ON FXRATES.DAT - NOT STORED"
           ELSE
               COMPUTE WS-WORK-BASE-AMOUNT ROUNDED =
                   WS-WORK-AMOUNT * WS-BASE-RATE
               MOVE SPACES TO TRANSACTION-RECORD
               MOVE 0                   TO TR-TRAN-ID
               MOVE WS-WORK-EXP-DATE    TO TR-TRAN-DATE
               MOVE WS-WORK-EXPENSE     TO TR-ACCOUNT-CODE
               MOVE "D"                 TO TR-TYPE-CODE
               MOVE WS-WORK-BASE-AMOUNT TO TR-AMOUNT
               MOVE WS-WORK-CC          TO TR-COST-CENTER
               CALL "TRAN-VALID" USING TRANSACTION-RECORD
                   WS-EDIT-REASON-CODE WS-EDIT-SOURCE
               IF WS-EDIT-PASSED AND WS-WORK-BASE-AMOUNT > 0
                   AND FUNCTION INTEGER-OF-DATE(WS-WORK-EXP-DATE) > 0
                   AND WS-WORK-EXP-DATE NOT > WS-BUSINESS-DATE
                   PERFORM StoreClaim
               ELSE
                   DISPLAY "EXP-CLAIM: VALIDATION FAILED - REASON "
                       WS-EDIT-REASON-CODE " - NOT STORED"
               END-IF
           END-IF.
       FindBaseRate.
           MOVE "N" TO WS-RATE-FOUND-FLAG
           IF WS-WORK-CURRENCY = "USD"
               MOVE 1 TO WS-BASE-RATE
               SET WS-RATE-FOUND TO TRUE
           ELSE
               MOVE "N" TO WS-FX-EOF-FLAG
               OPEN INPUT FX-RATE-FILE
               IF WS-FX-RATE-STATUS NOT = "00"
                   SET WS-FX-EOF TO TRUE
               END-IF
               PERFORM UNTIL WS-FX-EOF
                   READ FX-RATE-FILE
                       AT END SET WS-FX-EOF TO TRUE
                       NOT AT END
                           IF FX-CURRENCY = WS-WORK-CURRENCY
                               AND FX-RATE > 0
                               MOVE FX-RATE TO WS-BASE-RATE
                               SET WS-RATE-FOUND TO TRUE
                               SET WS-FX-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-FX-RATE-STATUS = "00" OR "10"
                   CLOSE FX-RATE-FILE
               END-IF
           END-IF.
       StoreClaim.
           PERFORM AssignClaimNumber
           MOVE SPACES TO EXPENSE-CLAIM-RECORD
           MOVE WS-NEXT-CLAIM       TO EX-CLAIM-NO
           MOVE WS-WORK-EMPLOYEE    TO EX-EMPLOYEE-ID
           MOVE WS-WORK-TYPE        TO EX-EXPENSE-TYPE
           MOVE WS-WORK-EXP-DATE    TO EX-EXPENSE-DATE
           MOVE WS-WORK-AMOUNT      TO EX-AMOUNT
           MOVE WS-WORK-CURRENCY    TO EX-CURRENCY
           MOVE WS-WORK-BASE-AMOUNT TO EX-BASE-AMOUNT
           MOVE WS-WORK-EXPENSE     TO EX-EXPENSE-ACCOUNT
           MOVE WS-WORK-CC          TO EX-COST-CENTER
           MOVE WS-WORK-DESCRIPTION TO EX-DESCRIPTION
           MOVE "E"                 TO EX-STATUS
           MOVE WS-SIGNON-ID        TO EX-ENTERED-BY
           MOVE WS-BUSINESS-DATE    TO EX-ENTERED-DATE
           MOVE 0 TO EX-DECIDED-DATE EX-PAID-DATE
           WRITE EXPENSE-CLAIM-RECORD
               INVALID KEY
                   DISPLAY "EXP-CLAIM: CLAIM " WS-NEXT-CLAIM
                       " ALREADY EXISTS - NOT STORED"
               NOT INVALID KEY
                   ADD 1 TO WS-LINE-COUNT
                   MOVE WS-WORK-BASE-AMOUNT TO WS-BASE-EDITED
                   DISPLAY "EXP-CLAIM: CLAIM " WS-NEXT-CLAIM
                       " HELD FOR APPROVAL - BASE " WS-BASE-EDITED
                   MOVE "EX-KEY" TO WS-ACTION-OUTCOME
                   PERFORM WriteAuditEntry
           END-WRITE.
      * Claims run on from the highest number in the register.
       AssignClaimNumber.
           MOVE 1 TO WS-NEXT-CLAIM
           MOVE 999999 TO EX-CLAIM-NO
           START EXPENSE-CLAIM-FILE KEY IS < EX-CLAIM-NO
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   READ EXPENSE-CLAIM-FILE PREVIOUS RECORD
                       AT END CONTINUE
                       NOT AT END
                           COMPUTE WS-NEXT-CLAIM = EX-CLAIM-NO + 1
                   END-READ
           END-START.
       ListAwaitingApproval.
           DISPLAY "CLAIM  EMPLOY TYPE EXP DATE  CUR          AMOUNT"
               "   BASE AMOUNT KEYED BY"
           MOVE 0 TO WS-LIST-COUNT
           MOVE "N" TO WS-CLAIM-EOF-FLAG
           MOVE 0 TO EX-CLAIM-NO
           START EXPENSE-CLAIM-FILE KEY IS >= EX-CLAIM-NO
               INVALID KEY SET WS-CLAIM-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-CLAIM-EOF
               READ EXPENSE-CLAIM-FILE NEXT RECORD
                   AT END SET WS-CLAIM-EOF TO TRUE
                   NOT AT END
                       IF EX-ENTERED
                           ADD 1 TO WS-LIST-COUNT
                           MOVE EX-AMOUNT TO WS-AMOUNT-EDITED
                           MOVE EX-BASE-AMOUNT TO WS-BASE-EDITED
                           DISPLAY EX-CLAIM-NO " " EX-EMPLOYEE-ID " "
                               EX-EXPENSE-TYPE " " EX-EXPENSE-DATE " "
                               EX-CURRENCY " " WS-AMOUNT-EDITED
                               WS-BASE-EDITED " " EX-ENTERED-BY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LIST-COUNT = 0
               DISPLAY "  NO CLAIMS AWAITING APPROVAL"
           END-IF.
      * Approval is for supervisors, level 2 or above, and never by
      * the claimant: the approver may not be the operator who
      * keyed the claim, nor sign on under the claimant's own
      * employee number.
       DecideClaim.
           IF WS-SIGNON-LEVEL < 2
               DISPLAY "EXP-CLAIM: LEVEL 2 OR ABOVE NEEDED TO "
                   "APPROVE OR REJECT"
           ELSE
               DISPLAY "Claim number: " WITH NO ADVANCING
               ACCEPT WS-WORK-CLAIM
               MOVE WS-WORK-CLAIM TO EX-CLAIM-NO
               READ EXPENSE-CLAIM-FILE
                   INVALID KEY
                       DISPLAY "EXP-CLAIM: CLAIM " WS-WORK-CLAIM
                           " NOT FOUND"
                   NOT INVALID KEY
                       PERFORM CheckApprover
               END-READ
           END-IF.
       CheckApprover.
           MOVE SPACES TO WS-CLAIMANT-ID
           MOVE EX-EMPLOYEE-ID TO WS-CLAIMANT-ID
           EVALUATE TRUE
               WHEN NOT EX-ENTERED
                   DISPLAY "EXP-CLAIM: CLAIM " WS-WORK-CLAIM
                       " IS NOT AWAITING APPROVAL"
               WHEN EX-ENTERED-BY = WS-SIGNON-ID
                   DISPLAY "EXP-CLAIM: MAKER CANNOT APPROVE "
                       "THEIR OWN ENTRY"
               WHEN WS-CLAIMANT-ID = WS-SIGNON-ID
                   DISPLAY "EXP-CLAIM: CLAIMANT CANNOT APPROVE "
                       "THEIR OWN CLAIM"
               WHEN OTHER
                   PERFORM ApplyDecision
           END-EVALUATE.
       ApplyDecision.
           PERFORM DisplayClaim
           DISPLAY "Approve (A) or Reject (R): " WITH NO ADVANCING
           ACCEPT WS-DECISION
           EVALUATE WS-DECISION
               WHEN "A" WHEN "a"
                   PERFORM ApproveClaim
               WHEN "R" WHEN "r"
                   MOVE "R" TO EX-STATUS
                   MOVE WS-SIGNON-ID TO EX-DECIDED-BY
                   MOVE WS-BUSINESS-DATE TO EX-DECIDED-DATE
                   REWRITE EXPENSE-CLAIM-RECORD
                       INVALID KEY
                           DISPLAY "EXP-CLAIM: REJECT FAILED"
                       NOT INVALID KEY
                           DISPLAY "EXP-CLAIM: " WS-WORK-CLAIM
                               " REJECTED"
                           MOVE "EX-REJ" TO WS-ACTION-OUTCOME
                           PERFORM WriteAuditEntry
                   END-REWRITE
               WHEN OTHER
                   DISPLAY "EXP-CLAIM: NO DECISION TAKEN"
           END-EVALUATE.
      * Both legs are dated with the business date so TRAN-SORT
      * takes them into tonight's run and both are edited here, as
      * on AP-ENTRY. Once both pass, each leg is given its
      * transaction id from the EXPCLAIM range on DOCNUM.DAT
      * through DOC-NUM.
       ApproveClaim.
           IF WS-PAYABLE-ACCOUNT = SPACES
               DISPLAY "EXP-CLAIM: NO EMPLOYEE PAYABLE ACCOUNT IN "
                   "EXPPARM.DAT - NOT APPROVED"
           ELSE
               MOVE SPACES TO TRANSACTION-RECORD
               MOVE 0                  TO TR-TRAN-ID
               MOVE WS-BUSINESS-DATE   TO TR-TRAN-DATE
               MOVE EX-EXPENSE-ACCOUNT TO TR-ACCOUNT-CODE
               MOVE "D"                TO TR-TYPE-CODE
               MOVE EX-BASE-AMOUNT     TO TR-AMOUNT
               MOVE EX-COST-CENTER     TO TR-COST-CENTER
               CALL "TRAN-VALID" USING TRANSACTION-RECORD
                   WS-EDIT-REASON-CODE WS-EDIT-SOURCE
               MOVE TRANSACTION-RECORD TO WS-DEBIT-LEG
               IF WS-EDIT-PASSED
                   MOVE WS-PAYABLE-ACCOUNT TO TR-ACCOUNT-CODE
                   MOVE "C"                TO TR-TYPE-CODE
                   CALL "TRAN-VALID" USING TRANSACTION-RECORD
                       WS-EDIT-REASON-CODE WS-EDIT-SOURCE
                   MOVE TRANSACTION-RECORD TO WS-CREDIT-LEG
               END-IF
               IF WS-EDIT-PASSED
                   PERFORM NumberClaimLegs
               END-IF
               IF WS-EDIT-PASSED AND WS-NO-ID
                   DISPLAY "EXP-CLAIM: NO TRANSACTION ID AVAILABLE "
                       "- NOT APPROVED"
               END-IF
               IF WS-EDIT-PASSED AND NOT WS-NO-ID
                   PERFORM ReleaseClaim
               END-IF
               IF NOT WS-EDIT-PASSED
                   DISPLAY "EXP-CLAIM: VALIDATION FAILED - REASON "
                       WS-EDIT-REASON-CODE " - NOT APPROVED"
               END-IF
           END-IF.
       ReleaseClaim.
           MOVE "A" TO EX-STATUS
           MOVE WS-SIGNON-ID TO EX-DECIDED-BY
           MOVE WS-BUSINESS-DATE TO EX-DECIDED-DATE
           REWRITE EXPENSE-CLAIM-RECORD
               INVALID KEY
                   DISPLAY "EXP-CLAIM: APPROVAL FAILED"
               NOT INVALID KEY
                   MOVE EX-ENTERED-BY TO WS-FEED-LOADED-BY
                   PERFORM WriteFeedLegs
                   DISPLAY "EXP-CLAIM: " WS-WORK-CLAIM
                       " APPROVED - RELEASED TO NEXT EDIT RUN"
                   MOVE "EX-APPR" TO WS-ACTION-OUTCOME
                   PERFORM WriteAuditEntry
           END-REWRITE.
      * Reimbursement clears the employee payable against cash,
      * the two legs numbered from DOC-NUM as on approval.
       PayClaim.
           IF WS-SIGNON-LEVEL < 2
               DISPLAY "EXP-CLAIM: LEVEL 2 OR ABOVE NEEDED TO "
                   "RECORD A PAYMENT"
           ELSE
               DISPLAY "Claim number: " WITH NO ADVANCING
               ACCEPT WS-WORK-CLAIM
               MOVE WS-WORK-CLAIM TO EX-CLAIM-NO
               READ EXPENSE-CLAIM-FILE
                   INVALID KEY
                       DISPLAY "EXP-CLAIM: CLAIM " WS-WORK-CLAIM
                           " NOT FOUND"
                   NOT INVALID KEY
                       IF NOT EX-APPROVED
                           DISPLAY "EXP-CLAIM: CLAIM " WS-WORK-CLAIM
                               " IS NOT APPROVED AND UNPAID"
                       ELSE
                           PERFORM SettleClaim
                       END-IF
               END-READ
           END-IF.
       SettleClaim.
           IF WS-CASH-ACCOUNT = SPACES OR WS-PAYABLE-ACCOUNT = SPACES
               DISPLAY "EXP-CLAIM: EXPPARM.DAT ACCOUNTS INCOMPLETE "
                   "- NOT PAID"
           ELSE
               PERFORM DisplayClaim
               DISPLAY "Payment reference: " WITH NO ADVANCING
               MOVE SPACES TO WS-WORK-PAY-REF
               ACCEPT WS-WORK-PAY-REF
               IF WS-WORK-PAY-REF = SPACES
                   DISPLAY "EXP-CLAIM: A PAYMENT REFERENCE IS "
                       "REQUIRED - NOT PAID"
               ELSE
                   PERFORM BuildPaymentLegs
               END-IF
           END-IF.
       BuildPaymentLegs.
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE 0                  TO TR-TRAN-ID
           MOVE WS-BUSINESS-DATE   TO TR-TRAN-DATE
           MOVE WS-PAYABLE-ACCOUNT TO TR-ACCOUNT-CODE
           MOVE "D"                TO TR-TYPE-CODE
           MOVE EX-BASE-AMOUNT     TO TR-AMOUNT
           MOVE EX-COST-CENTER     TO TR-COST-CENTER
           CALL "TRAN-VALID" USING TRANSACTION-RECORD
               WS-EDIT-REASON-CODE WS-EDIT-SOURCE
           MOVE TRANSACTION-RECORD TO WS-DEBIT-LEG
           IF WS-EDIT-PASSED
               MOVE WS-CASH-ACCOUNT TO TR-ACCOUNT-CODE
               MOVE "C"             TO TR-TYPE-CODE
               CALL "TRAN-VALID" USING TRANSACTION-RECORD
                   WS-EDIT-REASON-CODE WS-EDIT-SOURCE
               MOVE TRANSACTION-RECORD TO WS-CREDIT-LEG
           END-IF
           IF WS-EDIT-PASSED
               PERFORM NumberClaimLegs
           END-IF
           IF WS-EDIT-PASSED AND WS-NO-ID
               DISPLAY "EXP-CLAIM: NO TRANSACTION ID AVAILABLE "
                   "- NOT PAID"
           END-IF
           IF WS-EDIT-PASSED AND NOT WS-NO-ID
               MOVE "P" TO EX-STATUS
               MOVE WS-BUSINESS-DATE TO EX-PAID-DATE
               MOVE WS-WORK-PAY-REF  TO EX-PAY-REF
               REWRITE EXPENSE-CLAIM-RECORD
                   INVALID KEY
                       DISPLAY "EXP-CLAIM: PAYMENT FAILED"
                   NOT INVALID KEY
                       MOVE WS-SIGNON-ID TO WS-FEED-LOADED-BY
                       PERFORM WriteFeedLegs
                       DISPLAY "EXP-CLAIM: " WS-WORK-CLAIM
                           " PAID - RELEASED TO NEXT EDIT RUN"
                       MOVE "EX-PAID" TO WS-ACTION-OUTCOME
                       PERFORM WriteAuditEntry
               END-REWRITE
           END-IF
           IF NOT WS-EDIT-PASSED
               DISPLAY "EXP-CLAIM: VALIDATION FAILED - REASON "
                   WS-EDIT-REASON-CODE " - NOT PAID"
           END-IF.
       NumberClaimLegs.
           MOVE "N" TO WS-NO-ID-FLAG
           MOVE WS-DEBIT-LEG TO TRANSACTION-RECORD
           PERFORM DrawTranId
           MOVE TRANSACTION-RECORD TO WS-DEBIT-LEG
           IF NOT WS-NO-ID
               MOVE WS-CREDIT-LEG TO TRANSACTION-RECORD
               PERFORM DrawTranId
               MOVE TRANSACTION-RECORD TO WS-CREDIT-LEG
           END-IF.
       DrawTranId.
           MOVE "EXPCLAIM" TO WS-DOCNUM-SOURCE
           CALL "DOC-NUM" USING WS-DOCNUM-SOURCE WS-DOCNUM-ID
               WS-DOCNUM-RESULT
           IF WS-DOCNUM-ISSUED
               MOVE WS-DOCNUM-ID TO TR-TRAN-ID
           ELSE
               SET WS-NO-ID TO TRUE
           END-IF.
      * Each feed line carries the maker of the entry - the
      * claim's keying clerk for the approval legs, the operator
      * recording the payment for the payment legs - so a leg
      * TRAN-EDIT holds for release names who must not release it.
       WriteFeedLegs.
           OPEN EXTEND EXPENSE-FEED-FILE
           IF WS-EXPENSE-FEED-STATUS = "35"
               OPEN OUTPUT EXPENSE-FEED-FILE
           END-IF
           MOVE SPACES TO EXPENSE-FEED-RECORD
           MOVE WS-FEED-LOADED-BY TO EXF-LOADED-BY
           MOVE WS-DEBIT-LEG TO EXF-TRAN-DATA
           WRITE EXPENSE-FEED-RECORD
           MOVE WS-CREDIT-LEG TO EXF-TRAN-DATA
           WRITE EXPENSE-FEED-RECORD
           CLOSE EXPENSE-FEED-FILE.
       InquireClaim.
           DISPLAY "Claim number: " WITH NO ADVANCING
           ACCEPT WS-WORK-CLAIM
           MOVE WS-WORK-CLAIM TO EX-CLAIM-NO
           READ EXPENSE-CLAIM-FILE
               INVALID KEY
                   DISPLAY "EXP-CLAIM: CLAIM " WS-WORK-CLAIM
                       " NOT FOUND"
               NOT INVALID KEY
                   PERFORM DisplayClaim
           END-READ.
       DisplayClaim.
           MOVE EX-AMOUNT TO WS-AMOUNT-EDITED
           MOVE EX-BASE-AMOUNT TO WS-BASE-EDITED
           DISPLAY "  CLAIM:     " EX-CLAIM-NO
           DISPLAY "  EMPLOYEE:  " EX-EMPLOYEE-ID
           DISPLAY "  TYPE:      " EX-EXPENSE-TYPE
               "  " EX-DESCRIPTION
           DISPLAY "  EXP DATE:  " EX-EXPENSE-DATE
           DISPLAY "  AMOUNT:    " WS-AMOUNT-EDITED " " EX-CURRENCY
               "  BASE " WS-BASE-EDITED
           DISPLAY "  EXPENSE:   " EX-EXPENSE-ACCOUNT
               "  CC " EX-COST-CENTER
           DISPLAY "  STATUS:    " EX-STATUS
           DISPLAY "  KEYED BY:  " EX-ENTERED-BY
               "  ON " EX-ENTERED-DATE
           DISPLAY "  DECIDED:   " EX-DECIDED-BY
               "  ON " EX-DECIDED-DATE
           DISPLAY "  PAID:      " EX-PAID-DATE "  REF " EX-PAY-REF.
       WriteAuditEntry.
           CALL "DATE-TIME" USING WS-RUN-TIMESTAMP WS-DATE-FORMAT-CODE
               WS-JOB-MODE-FLAG
           MOVE "EXP-CLAIM"        TO WS-AUDIT-PROGRAM-ID
           MOVE WS-RUN-TIMESTAMP   TO WS-AUDIT-TIMESTAMP
           MOVE WS-SIGNON-ID       TO WS-AUDIT-OPERATOR-ID
           MOVE WS-ACTION-OUTCOME  TO WS-AUDIT-OUTCOME
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM-ID
               WS-AUDIT-TIMESTAMP WS-AUDIT-OPERATOR-ID
               WS-AUDIT-OUTCOME.
       END PROGRAM EXP-CLAIM.
