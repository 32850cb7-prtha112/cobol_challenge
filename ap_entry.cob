       IDENTIFICATION DIVISION.
       PROGRAM-ID. AP-ENTRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-SECURITY-FILE ASSIGN TO "OPERSEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-SECURITY-STATUS.
           SELECT VENDOR-MASTER-FILE ASSIGN TO "VENDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-VENDOR-ID
               FILE STATUS IS WS-VENDOR-MASTER-STATUS.
           SELECT AP-INVOICE-FILE ASSIGN TO "APINV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AI-VOUCHER-NO
               FILE STATUS IS WS-AP-INVOICE-STATUS.
           SELECT AP-PARM-FILE ASSIGN TO "APPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-PARM-STATUS.
           SELECT AP-FEED-FILE ASSIGN TO "TRANAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-FEED-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-SECURITY-FILE.
           COPY OPERSEC.
       FD  VENDOR-MASTER-FILE.
           COPY VENDREC.
       FD  AP-INVOICE-FILE.
           COPY APINVREC.
       FD  AP-PARM-FILE.
           COPY APPARM.
       FD  AP-FEED-FILE.
       01  AP-FEED-RECORD.
           05 APF-TRAN-DATA     PIC X(53).
           05 FILLER            PIC X.
           05 APF-LOADED-BY     PIC X(8).
       WORKING-STORAGE SECTION.
           01 WS-OPERATOR-SECURITY-STATUS PIC XX.
           01 WS-VENDOR-MASTER-STATUS PIC XX.
           01 WS-AP-INVOICE-STATUS PIC XX.
           01 WS-AP-PARM-STATUS  PIC XX.
           01 WS-AP-FEED-STATUS  PIC XX.
           01 WS-SECURITY-EOF-FLAG PIC X.
               88 WS-SECURITY-EOF VALUE "Y".
           01 WS-INVOICE-EOF-FLAG PIC X.
               88 WS-INVOICE-EOF VALUE "Y".
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
           01 WS-DUPLICATE-FLAG  PIC X.
               88 WS-DUPLICATE-INVOICE VALUE "Y".
           01 WS-AP-CONTROL-ACCOUNT PIC X(8) VALUE SPACES.
           01 WS-WORK-VOUCHER    PIC 9(6).
           01 WS-NEXT-VOUCHER    PIC 9(6).
           01 WS-WORK-VENDOR     PIC X(6).
           01 WS-WORK-INVOICE-NO PIC X(12).
           01 WS-WORK-INV-DATE   PIC 9(8).
           01 WS-WORK-AMOUNT     PIC 9(9)V99.
           01 WS-WORK-EXPENSE    PIC X(8).
           01 WS-WORK-CC         PIC X(4).
           01 WS-WORK-ENTITY     PIC X(3).
           01 WS-DUE-INTEGER     PIC 9(8).
           01 WS-LIST-COUNT      PIC 9(6).
           01 WS-AMOUNT-EDITED   PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-EXPENSE-LEG     PIC X(53).
           01 WS-CONTROL-LEG     PIC X(53).
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
               PERFORM ReadAPParm
               PERFORM OpenAPFiles
               IF WS-FILES-OPEN
                   MOVE "G" TO WS-BUSDATE-FUNCTION
                   CALL "BUSDATE" USING WS-BUSDATE-FUNCTION
                       WS-BUSINESS-DATE
                   PERFORM UNTIL WS-DONE
                       PERFORM DisplayMenu
                       ACCEPT WS-CHOICE
                       PERFORM RunChoice
                   END-PERFORM
                   CLOSE AP-INVOICE-FILE
                   CLOSE VENDOR-MASTER-FILE
               END-IF
           END-IF
           STOP RUN.
       SignOn.
           DISPLAY "Operator id: " WITH NO ADVANCING
           ACCEPT WS-SIGNON-ID
           DISPLAY "Password: " WITH NO ADVANCING
           ACCEPT WS-SIGNON-PASSWORD
           MOVE "N" TO WS-SECURITY-EOF-FLAG
           OPEN INPUT OPERATOR-SECURITY-FILE
           IF WS-OPERATOR-SECURITY-STATUS NOT = "00"
               DISPLAY "AP-ENTRY: OPERSEC.DAT NOT AVAILABLE - "
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
               DISPLAY "AP-ENTRY: SIGN-ON FAILED"
               MOVE "DENIED" TO WS-ACTION-OUTCOME
               PERFORM WriteAuditEntry
           END-IF.
      * Without the control account invoices can still be keyed,
      * but nothing is approved - an approval would release a
      * one-legged entry.
       ReadAPParm.
           OPEN INPUT AP-PARM-FILE
           IF WS-AP-PARM-STATUS = "00"
               READ AP-PARM-FILE
                   NOT AT END
                       MOVE APP-CONTROL-ACCOUNT
                           TO WS-AP-CONTROL-ACCOUNT
               END-READ
               CLOSE AP-PARM-FILE
           END-IF
           IF WS-AP-CONTROL-ACCOUNT = SPACES
               DISPLAY "AP-ENTRY: APPARM.DAT HAS NO AP CONTROL "
                   "ACCOUNT - APPROVALS DISABLED"
           END-IF.
       OpenAPFiles.
           OPEN INPUT VENDOR-MASTER-FILE
           IF WS-VENDOR-MASTER-STATUS NOT = "00"
               DISPLAY "AP-ENTRY: VENDMAST.DAT NOT AVAILABLE - "
                   "STATUS " WS-VENDOR-MASTER-STATUS
           ELSE
               OPEN I-O AP-INVOICE-FILE
               IF WS-AP-INVOICE-STATUS = "35"
                   OPEN OUTPUT AP-INVOICE-FILE
                   CLOSE AP-INVOICE-FILE
                   OPEN I-O AP-INVOICE-FILE
               END-IF
               IF WS-AP-INVOICE-STATUS = "00"
                   SET WS-FILES-OPEN TO TRUE
               ELSE
                   DISPLAY "AP-ENTRY: APINV.DAT OPEN FAILED - "
                       "STATUS " WS-AP-INVOICE-STATUS
                   CLOSE VENDOR-MASTER-FILE
               END-IF
           END-IF.
       DisplayMenu.
           DISPLAY "=============================="
           DISPLAY "  AP INVOICE ENTRY (MAKER/CHECKER)"
           DISPLAY "=============================="
           DISPLAY "E. Enter a vendor invoice"
           DISPLAY "L. List invoices awaiting approval"
           DISPLAY "A. Approve or reject an invoice"
           DISPLAY "H. Hold or release an approved invoice"
           DISPLAY "I. Inquire a voucher"
           DISPLAY "X. Exit"
           DISPLAY "Enter choice: " WITH NO ADVANCING.
       RunChoice.
           EVALUATE WS-CHOICE
               WHEN "E" WHEN "e"
                   PERFORM EnterInvoice
               WHEN "L" WHEN "l"
                   PERFORM ListAwaitingApproval
               WHEN "A" WHEN "a"
                   PERFORM DecideInvoice
               WHEN "H" WHEN "h"
                   PERFORM HoldOrRelease
               WHEN "I" WHEN "i"
                   PERFORM InquireVoucher
               WHEN "X" WHEN "x"
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid choice, try again."
           END-EVALUATE.
      * The vendor supplies the defaults and the terms; the
      * expense leg goes through TRAN-VALID at the terminal so a
      * bad account or cost center is caught before approval.
       EnterInvoice.
           DISPLAY "Vendor id (6): " WITH NO ADVANCING
           ACCEPT WS-WORK-VENDOR
           MOVE WS-WORK-VENDOR TO VM-VENDOR-ID
           READ VENDOR-MASTER-FILE
               INVALID KEY
                   DISPLAY "AP-ENTRY: VENDOR " WS-WORK-VENDOR
                       " NOT FOUND"
               NOT INVALID KEY
                   IF NOT VM-ACTIVE
                       DISPLAY "AP-ENTRY: VENDOR " WS-WORK-VENDOR
                           " IS INACTIVE"
                   ELSE
                       PERFORM AcceptInvoiceDetail
                   END-IF
           END-READ.
       AcceptInvoiceDetail.
           DISPLAY "  " VM-VENDOR-NAME
           DISPLAY "Vendor invoice number: " WITH NO ADVANCING
           ACCEPT WS-WORK-INVOICE-NO
           DISPLAY "Invoice date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-WORK-INV-DATE
           DISPLAY "Amount (11 digits, 99v99): " WITH NO ADVANCING
           ACCEPT WS-WORK-AMOUNT
           DISPLAY "Expense account (blank=" VM-EXPENSE-ACCOUNT
               "): " WITH NO ADVANCING
           ACCEPT WS-WORK-EXPENSE
           IF WS-WORK-EXPENSE = SPACES
               MOVE VM-EXPENSE-ACCOUNT TO WS-WORK-EXPENSE
           END-IF
           DISPLAY "Cost center (blank=" VM-COST-CENTER
               "): " WITH NO ADVANCING
           ACCEPT WS-WORK-CC
           IF WS-WORK-CC = SPACES
               MOVE VM-COST-CENTER TO WS-WORK-CC
           END-IF
           MOVE VM-ENTITY TO WS-WORK-ENTITY
           PERFORM CheckDuplicateInvoice
           IF WS-DUPLICATE-INVOICE
               DISPLAY "AP-ENTRY: INVOICE " WS-WORK-INVOICE-NO
                   " ALREADY ON FILE FOR VENDOR " WS-WORK-VENDOR
           ELSE
               MOVE SPACES TO TRANSACTION-RECORD
               MOVE 0                TO TR-TRAN-ID
               MOVE WS-WORK-INV-DATE TO TR-TRAN-DATE
               MOVE WS-WORK-EXPENSE  TO TR-ACCOUNT-CODE
               MOVE "D"              TO TR-TYPE-CODE
               MOVE WS-WORK-AMOUNT   TO TR-AMOUNT
               MOVE WS-WORK-CC       TO TR-COST-CENTER
               MOVE WS-WORK-ENTITY   TO TR-ENTITY
               CALL "TRAN-VALID" USING TRANSACTION-RECORD
                   WS-EDIT-REASON-CODE WS-EDIT-SOURCE
               IF WS-EDIT-PASSED AND WS-WORK-AMOUNT > 0
                   AND FUNCTION INTEGER-OF-DATE(WS-WORK-INV-DATE) > 0
                   PERFORM StoreInvoice
               ELSE
                   DISPLAY "AP-ENTRY: VALIDATION FAILED - REASON "
                       WS-EDIT-REASON-CODE " - NOT STORED"
               END-IF
           END-IF.
      * The same vendor invoice number may not be keyed twice
      * unless the earlier voucher was rejected.
       CheckDuplicateInvoice.
           MOVE "N" TO WS-DUPLICATE-FLAG
           MOVE "N" TO WS-INVOICE-EOF-FLAG
           MOVE 0 TO AI-VOUCHER-NO
           START AP-INVOICE-FILE KEY IS >= AI-VOUCHER-NO
               INVALID KEY SET WS-INVOICE-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-INVOICE-EOF OR WS-DUPLICATE-INVOICE
               READ AP-INVOICE-FILE NEXT RECORD
                   AT END SET WS-INVOICE-EOF TO TRUE
                   NOT AT END
                       IF AI-VENDOR-ID = WS-WORK-VENDOR
                           AND AI-INVOICE-NO = WS-WORK-INVOICE-NO
                           AND NOT AI-REJECTED
                           SET WS-DUPLICATE-INVOICE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
       StoreInvoice.
           PERFORM AssignVoucherNumber
           MOVE SPACES TO AP-INVOICE-RECORD
           MOVE WS-NEXT-VOUCHER    TO AI-VOUCHER-NO
           MOVE WS-WORK-VENDOR     TO AI-VENDOR-ID
           MOVE WS-WORK-INVOICE-NO TO AI-INVOICE-NO
           MOVE WS-WORK-INV-DATE   TO AI-INVOICE-DATE
           COMPUTE WS-DUE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-WORK-INV-DATE)
               + VM-TERMS-DAYS
           COMPUTE AI-DUE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DUE-INTEGER)
           MOVE WS-WORK-AMOUNT     TO AI-AMOUNT
           MOVE WS-WORK-EXPENSE    TO AI-EXPENSE-ACCOUNT
           MOVE WS-WORK-CC         TO AI-COST-CENTER
           MOVE WS-WORK-ENTITY     TO AI-ENTITY
           MOVE "E"                TO AI-STATUS
           MOVE "N"                TO AI-HOLD-FLAG
           MOVE WS-SIGNON-ID       TO AI-ENTERED-BY
           MOVE WS-SIGNON-LEVEL    TO AI-ENTERED-LEVEL
           MOVE 0 TO AI-POSTED-DATE AI-PAID-DATE
           WRITE AP-INVOICE-RECORD
               INVALID KEY
                   DISPLAY "AP-ENTRY: VOUCHER " WS-NEXT-VOUCHER
                       " ALREADY EXISTS - NOT STORED"
               NOT INVALID KEY
                   DISPLAY "AP-ENTRY: VOUCHER " WS-NEXT-VOUCHER
                       " HELD FOR APPROVAL - DUE " AI-DUE-DATE
                   MOVE "AP-KEY" TO WS-ACTION-OUTCOME
                   PERFORM WriteAuditEntry
           END-WRITE.
      * Vouchers run on from the highest number in the register.
       AssignVoucherNumber.
           MOVE 1 TO WS-NEXT-VOUCHER
           MOVE 999999 TO AI-VOUCHER-NO
           START AP-INVOICE-FILE KEY IS < AI-VOUCHER-NO
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   READ AP-INVOICE-FILE PREVIOUS RECORD
                       AT END CONTINUE
                       NOT AT END
                           COMPUTE WS-NEXT-VOUCHER =
                               AI-VOUCHER-NO + 1
                   END-READ
           END-START.
       ListAwaitingApproval.
           DISPLAY "VOUCHR VENDOR INVOICE      INV DATE  DUE DATE"
               "          AMOUNT KEYED BY"
           MOVE 0 TO WS-LIST-COUNT
           MOVE "N" TO WS-INVOICE-EOF-FLAG
           MOVE 0 TO AI-VOUCHER-NO
           START AP-INVOICE-FILE KEY IS >= AI-VOUCHER-NO
               INVALID KEY SET WS-INVOICE-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-INVOICE-EOF
               READ AP-INVOICE-FILE NEXT RECORD
                   AT END SET WS-INVOICE-EOF TO TRUE
                   NOT AT END
                       IF AI-ENTERED
                           ADD 1 TO WS-LIST-COUNT
                           MOVE AI-AMOUNT TO WS-AMOUNT-EDITED
                           DISPLAY AI-VOUCHER-NO " " AI-VENDOR-ID " "
                               AI-INVOICE-NO " " AI-INVOICE-DATE " "
                               AI-DUE-DATE " " WS-AMOUNT-EDITED " "
                               AI-ENTERED-BY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LIST-COUNT = 0
               DISPLAY "  NO INVOICES AWAITING APPROVAL"
           END-IF.
      * Dual control as on ADJ-ENTRY: the approver must hold a
      * higher authority level than the operator who keyed the
      * invoice and cannot approve their own entry.
       DecideInvoice.
           DISPLAY "Voucher number: " WITH NO ADVANCING
           ACCEPT WS-WORK-VOUCHER
           MOVE WS-WORK-VOUCHER TO AI-VOUCHER-NO
           READ AP-INVOICE-FILE
               INVALID KEY
                   DISPLAY "AP-ENTRY: VOUCHER " WS-WORK-VOUCHER
                       " NOT FOUND"
               NOT INVALID KEY
                   IF NOT AI-ENTERED
                       DISPLAY "AP-ENTRY: VOUCHER " WS-WORK-VOUCHER
                           " IS NOT AWAITING APPROVAL"
                   ELSE
                       IF AI-ENTERED-BY = WS-SIGNON-ID
                           DISPLAY "AP-ENTRY: MAKER CANNOT APPROVE "
                               "THEIR OWN INVOICE"
                       ELSE
                           IF WS-SIGNON-LEVEL NOT > AI-ENTERED-LEVEL
                               DISPLAY "AP-ENTRY: CHECKER LEVEL MUST "
                                   "EXCEED MAKER LEVEL "
                                   AI-ENTERED-LEVEL
                           ELSE
                               PERFORM ApplyDecision
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       ApplyDecision.
           PERFORM DisplayInvoice
           DISPLAY "Approve (A) or Reject (R): " WITH NO ADVANCING
           ACCEPT WS-DECISION
           EVALUATE WS-DECISION
               WHEN "A" WHEN "a"
                   PERFORM ApproveInvoice
               WHEN "R" WHEN "r"
                   MOVE "R" TO AI-STATUS
                   MOVE WS-SIGNON-ID TO AI-APPROVED-BY
                   REWRITE AP-INVOICE-RECORD
                       INVALID KEY
                           DISPLAY "AP-ENTRY: REJECT FAILED"
                       NOT INVALID KEY
                           DISPLAY "AP-ENTRY: " WS-WORK-VOUCHER
                               " REJECTED"
                           MOVE "AP-REJ" TO WS-ACTION-OUTCOME
                           PERFORM WriteAuditEntry
                   END-REWRITE
               WHEN OTHER
                   DISPLAY "AP-ENTRY: NO DECISION TAKEN"
           END-EVALUATE.
      * Both legs are dated with the business date so TRAN-SORT
      * takes them into tonight's run, and both are edited here
      * so a release can never be half rejected at the front door.
      * Once both pass, each leg is given its transaction id
      * from the APENTRY range on DOCNUM.DAT through DOC-NUM.
       ApproveInvoice.
           IF WS-AP-CONTROL-ACCOUNT = SPACES
               DISPLAY "AP-ENTRY: NO AP CONTROL ACCOUNT IN "
                   "APPARM.DAT - NOT APPROVED"
           ELSE
               MOVE SPACES TO TRANSACTION-RECORD
               MOVE 0                  TO TR-TRAN-ID
               MOVE WS-BUSINESS-DATE   TO TR-TRAN-DATE
               MOVE AI-EXPENSE-ACCOUNT TO TR-ACCOUNT-CODE
               MOVE "D"                TO TR-TYPE-CODE
               MOVE AI-AMOUNT          TO TR-AMOUNT
               MOVE AI-COST-CENTER     TO TR-COST-CENTER
               MOVE AI-ENTITY          TO TR-ENTITY
               CALL "TRAN-VALID" USING TRANSACTION-RECORD
                   WS-EDIT-REASON-CODE WS-EDIT-SOURCE
               MOVE TRANSACTION-RECORD TO WS-EXPENSE-LEG
               IF WS-EDIT-PASSED
                   MOVE WS-AP-CONTROL-ACCOUNT TO TR-ACCOUNT-CODE
                   MOVE "C"                   TO TR-TYPE-CODE
                   CALL "TRAN-VALID" USING TRANSACTION-RECORD
                       WS-EDIT-REASON-CODE WS-EDIT-SOURCE
                   MOVE TRANSACTION-RECORD TO WS-CONTROL-LEG
               END-IF
               IF WS-EDIT-PASSED
                   PERFORM NumberInvoiceLegs
                   IF WS-NO-ID
                       DISPLAY "AP-ENTRY: NO TRANSACTION ID "
                           "AVAILABLE - NOT APPROVED"
                   ELSE
                       PERFORM ReleaseInvoice
                   END-IF
               ELSE
                   DISPLAY "AP-ENTRY: VALIDATION FAILED - REASON "
                       WS-EDIT-REASON-CODE " - NOT APPROVED"
               END-IF
           END-IF.
       NumberInvoiceLegs.
           MOVE "N" TO WS-NO-ID-FLAG
           MOVE WS-EXPENSE-LEG TO TRANSACTION-RECORD
           PERFORM DrawTranId
           MOVE TRANSACTION-RECORD TO WS-EXPENSE-LEG
           IF NOT WS-NO-ID
               MOVE WS-CONTROL-LEG TO TRANSACTION-RECORD
               PERFORM DrawTranId
               MOVE TRANSACTION-RECORD TO WS-CONTROL-LEG
           END-IF.
       DrawTranId.
           MOVE "APENTRY" TO WS-DOCNUM-SOURCE
           CALL "DOC-NUM" USING WS-DOCNUM-SOURCE WS-DOCNUM-ID
               WS-DOCNUM-RESULT
           IF WS-DOCNUM-ISSUED
               MOVE WS-DOCNUM-ID TO TR-TRAN-ID
           ELSE
               SET WS-NO-ID TO TRUE
           END-IF.
      * Each feed line carries the clerk who keyed the invoice, so
      * a leg TRAN-EDIT holds for release names its maker and
      * HOLD-RELEASE can keep that clerk from releasing it.
       ReleaseInvoice.
           MOVE "A" TO AI-STATUS
           MOVE WS-SIGNON-ID TO AI-APPROVED-BY
           MOVE WS-BUSINESS-DATE TO AI-POSTED-DATE
           REWRITE AP-INVOICE-RECORD
               INVALID KEY
                   DISPLAY "AP-ENTRY: APPROVAL FAILED"
               NOT INVALID KEY
                   OPEN EXTEND AP-FEED-FILE
                   IF WS-AP-FEED-STATUS = "35"
                       OPEN OUTPUT AP-FEED-FILE
                   END-IF
                   MOVE SPACES TO AP-FEED-RECORD
                   MOVE AI-ENTERED-BY  TO APF-LOADED-BY
                   MOVE WS-EXPENSE-LEG TO APF-TRAN-DATA
                   WRITE AP-FEED-RECORD
                   MOVE WS-CONTROL-LEG TO APF-TRAN-DATA
                   WRITE AP-FEED-RECORD
                   CLOSE AP-FEED-FILE
                   DISPLAY "AP-ENTRY: " WS-WORK-VOUCHER
                       " APPROVED - RELEASED TO NEXT EDIT RUN"
                   MOVE "AP-APPR" TO WS-ACTION-OUTCOME
                   PERFORM WriteAuditEntry
           END-REWRITE.
      * A held invoice stays approved and on the aging but is
      * passed over by the AP-PAY run until it is released.
       HoldOrRelease.
           IF WS-SIGNON-LEVEL < 2
               DISPLAY "AP-ENTRY: LEVEL 2 OR ABOVE NEEDED TO HOLD "
                   "OR RELEASE"
           ELSE
               DISPLAY "Voucher number: " WITH NO ADVANCING
               ACCEPT WS-WORK-VOUCHER
               MOVE WS-WORK-VOUCHER TO AI-VOUCHER-NO
               READ AP-INVOICE-FILE
                   INVALID KEY
                       DISPLAY "AP-ENTRY: VOUCHER " WS-WORK-VOUCHER
                           " NOT FOUND"
                   NOT INVALID KEY
                       IF NOT AI-APPROVED
                           DISPLAY "AP-ENTRY: VOUCHER "
                               WS-WORK-VOUCHER
                               " IS NOT APPROVED AND UNPAID"
                       ELSE
                           PERFORM ToggleHold
                       END-IF
               END-READ
           END-IF.
       ToggleHold.
           IF AI-ON-HOLD
               MOVE "N" TO AI-HOLD-FLAG
               MOVE "AP-RLSE" TO WS-ACTION-OUTCOME
           ELSE
               MOVE "Y" TO AI-HOLD-FLAG
               MOVE "AP-HOLD" TO WS-ACTION-OUTCOME
           END-IF
           REWRITE AP-INVOICE-RECORD
               INVALID KEY
                   DISPLAY "AP-ENTRY: HOLD CHANGE FAILED"
               NOT INVALID KEY
                   IF AI-ON-HOLD
                       DISPLAY "AP-ENTRY: " WS-WORK-VOUCHER
                           " PLACED ON HOLD"
                   ELSE
                       DISPLAY "AP-ENTRY: " WS-WORK-VOUCHER
                           " RELEASED FOR PAYMENT"
                   END-IF
                   PERFORM WriteAuditEntry
           END-REWRITE.
       InquireVoucher.
           DISPLAY "Voucher number: " WITH NO ADVANCING
           ACCEPT WS-WORK-VOUCHER
           MOVE WS-WORK-VOUCHER TO AI-VOUCHER-NO
           READ AP-INVOICE-FILE
               INVALID KEY
                   DISPLAY "AP-ENTRY: VOUCHER " WS-WORK-VOUCHER
                       " NOT FOUND"
               NOT INVALID KEY
                   PERFORM DisplayInvoice
           END-READ.
       DisplayInvoice.
           MOVE AI-AMOUNT TO WS-AMOUNT-EDITED
           DISPLAY "  VOUCHER:   " AI-VOUCHER-NO
           DISPLAY "  VENDOR:    " AI-VENDOR-ID
           DISPLAY "  INVOICE:   " AI-INVOICE-NO
           DISPLAY "  INV DATE:  " AI-INVOICE-DATE
           DISPLAY "  DUE DATE:  " AI-DUE-DATE
           DISPLAY "  AMOUNT:    " WS-AMOUNT-EDITED
           DISPLAY "  EXPENSE:   " AI-EXPENSE-ACCOUNT
               "  CC " AI-COST-CENTER "  ENTITY " AI-ENTITY
           DISPLAY "  STATUS:    " AI-STATUS "  HOLD " AI-HOLD-FLAG
           DISPLAY "  KEYED BY:  " AI-ENTERED-BY
               "  APPROVED BY " AI-APPROVED-BY
           DISPLAY "  POSTED:    " AI-POSTED-DATE
               "  PAID " AI-PAID-DATE "  REF " AI-PAY-REF.
       WriteAuditEntry.
           CALL "DATE-TIME" USING WS-RUN-TIMESTAMP WS-DATE-FORMAT-CODE
               WS-JOB-MODE-FLAG
           MOVE "AP-ENTRY"         TO WS-AUDIT-PROGRAM-ID
           MOVE WS-RUN-TIMESTAMP   TO WS-AUDIT-TIMESTAMP
           MOVE WS-SIGNON-ID       TO WS-AUDIT-OPERATOR-ID
           MOVE WS-ACTION-OUTCOME  TO WS-AUDIT-OUTCOME
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM-ID
               WS-AUDIT-TIMESTAMP WS-AUDIT-OPERATOR-ID
               WS-AUDIT-OUTCOME.
       END PROGRAM AP-ENTRY.
