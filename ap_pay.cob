       IDENTIFICATION DIVISION.
       PROGRAM-ID. AP-PAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT PAY-PARM-FILE ASSIGN TO "APPAYPRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-PARM-STATUS.
           SELECT BANK-PAYMENT-FILE ASSIGN TO "BANKPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-PAYMENT-STATUS.
           SELECT AP-FEED-FILE ASSIGN TO "TRANAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-FEED-STATUS.
           SELECT AP-PAYMENT-REGISTER-FILE ASSIGN TO "APPAYREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-REGISTER-STATUS.
           SELECT DRY-RUN-FILE ASSIGN TO "DRYRUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRY-RUN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-MASTER-FILE.
           COPY VENDREC.
       FD  AP-INVOICE-FILE.
           COPY APINVREC.
       FD  AP-PARM-FILE.
           COPY APPARM.
       FD  PAY-PARM-FILE.
       01  PAY-PARM-RECORD      PIC 9(8).
       FD  BANK-PAYMENT-FILE.
           COPY BNKPAYR.
       FD  AP-FEED-FILE.
       01  AP-FEED-RECORD       PIC X(53).
       FD  AP-PAYMENT-REGISTER-FILE.
           COPY APPAYREC.
       FD  DRY-RUN-FILE.
       01  DRY-RUN-RECORD       PIC X.
       WORKING-STORAGE SECTION.
           01 WS-VENDOR-MASTER-STATUS PIC XX.
           01 WS-AP-INVOICE-STATUS PIC XX.
           01 WS-AP-PARM-STATUS    PIC XX.
           01 WS-PAY-PARM-STATUS   PIC XX.
           01 WS-BANK-PAYMENT-STATUS PIC XX.
           01 WS-AP-FEED-STATUS    PIC XX.
           01 WS-PAYMENT-REGISTER-STATUS PIC XX.
           01 WS-DRY-RUN-STATUS    PIC XX.
           01 WS-DRY-RUN-FLAG      PIC X VALUE "N".
               88 WS-DRY-RUN VALUE "Y".
           01 WS-PARM-ERROR-FLAG   PIC X VALUE "N".
               88 WS-PARM-ERROR VALUE "Y".
           01 WS-FILE-ERROR-FLAG   PIC X VALUE "N".
               88 WS-FILE-ERROR VALUE "Y".
           01 WS-INVOICE-EOF-FLAG  PIC X VALUE "N".
               88 WS-INVOICE-EOF VALUE "Y".
           01 WS-VENDOR-OK-FLAG    PIC X.
               88 WS-VENDOR-OK VALUE "Y".
           01 WS-AP-CONTROL-ACCOUNT PIC X(8) VALUE SPACES.
           01 WS-CASH-ACCOUNT      PIC X(8) VALUE SPACES.
           01 WS-PAY-THROUGH-DATE  PIC 9(8) VALUE 0.
           01 WS-PAY-REF           PIC X(12).
           01 WS-DEBIT-LEG         PIC X(53).
           01 WS-CREDIT-LEG        PIC X(53).
           01 WS-NO-ID-FLAG        PIC X.
               88 WS-NO-ID VALUE "Y".
           01 WS-SELECTED-COUNT    PIC 9(6) VALUE 0.
           01 WS-PAID-COUNT        PIC 9(6) VALUE 0.
           01 WS-HELD-COUNT        PIC 9(6) VALUE 0.
           01 WS-SKIPPED-COUNT     PIC 9(6) VALUE 0.
           01 WS-PAID-TOTAL        PIC 9(13)V99 VALUE 0.
           01 WS-PAY-HASH-TOTAL    PIC 9(15) VALUE 0.
           01 WS-RPT-COLUMN-LINE.
               05 FILLER PIC X(7)  VALUE "VOUCHR".
               05 FILLER PIC X(7)  VALUE "VENDOR".
               05 FILLER PIC X(13) VALUE "INVOICE".
               05 FILLER PIC X(9)  VALUE "DUE DATE".
               05 FILLER PIC X(18) VALUE "           AMOUNT".
               05 FILLER PIC X(13) VALUE "PAY REF".
               05 FILLER PIC X(20) VALUE "ACTION".
           01 WS-RPT-DETAIL.
               05 WS-RPT-VOUCHER    PIC 9(6).
               05 FILLER            PIC X VALUE SPACE.
               05 WS-RPT-VENDOR     PIC X(6).
               05 FILLER            PIC X VALUE SPACE.
               05 WS-RPT-INVOICE    PIC X(12).
               05 FILLER            PIC X VALUE SPACE.
               05 WS-RPT-DUE-DATE   PIC 9(8).
               05 FILLER            PIC X VALUE SPACE.
               05 WS-RPT-AMOUNT     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER            PIC X VALUE SPACE.
               05 WS-RPT-PAY-REF    PIC X(12).
               05 FILLER            PIC X VALUE SPACE.
               05 WS-RPT-ACTION     PIC X(20).
           01 WS-RPT-TOTAL-LINE.
               05 WS-RPT-TOT-LABEL  PIC X(30).
               05 WS-RPT-TOT-COUNT  PIC ZZZ,ZZ9.
               05 FILLER            PIC X VALUE SPACE.
               05 WS-RPT-TOT-AMOUNT PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           01 WS-RUN-TIMESTAMP PIC X(22).
           01 WS-END-TIMESTAMP PIC X(22).
           01 WS-DATE-FORMAT-CODE PIC X VALUE SPACE.
           01 WS-JOB-MODE-FLAG   PIC X VALUE "U".
           01 WS-OPERATOR-ID   PIC X(8).
           COPY TRANREC.
           COPY TRANVAL.
           COPY ENVREC.
           COPY AUDITREC.
           COPY RPTWRIT.
           COPY STEPREC.
           COPY BUSDTE.
           COPY STATREC.
           COPY DOCNUM.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           SET WS-EDIT-SUBLEDGER TO TRUE
           PERFORM ReadDryRun
           CALL "DATE-TIME" USING WS-RUN-TIMESTAMP WS-DATE-FORMAT-CODE
               WS-JOB-MODE-FLAG
           PERFORM WriteStartAudit
           MOVE "G" TO WS-BUSDATE-FUNCTION
           CALL "BUSDATE" USING WS-BUSDATE-FUNCTION WS-BUSINESS-DATE
           PERFORM ReadAPParm
           PERFORM ReadPayParm
           IF WS-PARM-ERROR
               PERFORM WriteAuditEntry
               MOVE 8 TO RETURN-CODE
               PERFORM WriteStepResult
               GOBACK
           END-IF
           PERFORM OpenPaymentFiles
           IF WS-FILE-ERROR
               PERFORM WriteAuditEntry
               MOVE 16 TO RETURN-CODE
               PERFORM WriteStepResult
               GOBACK
           END-IF
           PERFORM SelectDueInvoices
           PERFORM ClosePaymentFiles
           DISPLAY "AP-PAY: " WS-PAID-COUNT " PAID, " WS-HELD-COUNT
               " HELD, " WS-SKIPPED-COUNT " SKIPPED - DUE ON OR "
               "BEFORE " WS-PAY-THROUGH-DATE
           PERFORM WriteAuditEntry
           IF NOT WS-DRY-RUN
               PERFORM WriteRunStats
               PERFORM WriteStepResult
           END-IF
           GOBACK.
       ReadDryRun.
           OPEN INPUT DRY-RUN-FILE
           IF WS-DRY-RUN-STATUS = "00"
               READ DRY-RUN-FILE
                   NOT AT END MOVE DRY-RUN-RECORD TO WS-DRY-RUN-FLAG
               END-READ
               CLOSE DRY-RUN-FILE
           END-IF.
       ReadAPParm.
           OPEN INPUT AP-PARM-FILE
           IF WS-AP-PARM-STATUS = "00"
               READ AP-PARM-FILE
                   NOT AT END
                       MOVE APP-CONTROL-ACCOUNT
                           TO WS-AP-CONTROL-ACCOUNT
                       MOVE APP-CASH-ACCOUNT TO WS-CASH-ACCOUNT
               END-READ
               CLOSE AP-PARM-FILE
           END-IF
           IF WS-AP-CONTROL-ACCOUNT = SPACES
               OR WS-CASH-ACCOUNT = SPACES
               DISPLAY "AP-PAY: APPARM.DAT NEEDS THE AP CONTROL AND "
                   "CASH ACCOUNTS - RUN REFUSED"
               SET WS-PARM-ERROR TO TRUE
           END-IF.
      * The pay-through date comes from APPAYPRM.DAT; absent or
      * zero means pay everything due by the business date.
       ReadPayParm.
           OPEN INPUT PAY-PARM-FILE
           IF WS-PAY-PARM-STATUS = "00"
               READ PAY-PARM-FILE
                   NOT AT END
                       IF PAY-PARM-RECORD NUMERIC
                           MOVE PAY-PARM-RECORD
                               TO WS-PAY-THROUGH-DATE
                       END-IF
               END-READ
               CLOSE PAY-PARM-FILE
           END-IF
           IF WS-PAY-THROUGH-DATE = 0
               MOVE WS-BUSINESS-DATE TO WS-PAY-THROUGH-DATE
           END-IF.
       OpenPaymentFiles.
           OPEN INPUT VENDOR-MASTER-FILE
           IF WS-VENDOR-MASTER-STATUS NOT = "00"
               DISPLAY "AP-PAY: VENDMAST.DAT NOT AVAILABLE - STATUS "
                   WS-VENDOR-MASTER-STATUS
               SET WS-FILE-ERROR TO TRUE
           ELSE
               IF WS-DRY-RUN
                   OPEN INPUT AP-INVOICE-FILE
               ELSE
                   OPEN I-O AP-INVOICE-FILE
               END-IF
               IF WS-AP-INVOICE-STATUS NOT = "00"
                   DISPLAY "AP-PAY: APINV.DAT NOT AVAILABLE - STATUS "
                       WS-AP-INVOICE-STATUS
                   CLOSE VENDOR-MASTER-FILE
                   SET WS-FILE-ERROR TO TRUE
               END-IF
           END-IF
           IF NOT WS-FILE-ERROR
               PERFORM OpenOutputFiles
           END-IF.
      * The bank file is rebuilt for each run; the transaction feed
      * and the payment register are appended to, since the edit
      * run and the bank reconciliation clear them on their own
      * schedules.
       OpenOutputFiles.
           IF NOT WS-DRY-RUN
               OPEN OUTPUT BANK-PAYMENT-FILE
               MOVE SPACES TO ENV-HEADER-RECORD
               MOVE "HDR"            TO ENV-HDR-ID
               MOVE WS-BUSINESS-DATE TO ENV-HDR-CREATE-DATE
               MOVE "APPAY"          TO ENV-HDR-SOURCE
               MOVE 1                TO ENV-HDR-BATCH-SEQ
               WRITE BANK-PAYMENT-RECORD FROM ENV-HEADER-RECORD
               OPEN EXTEND AP-FEED-FILE
               IF WS-AP-FEED-STATUS = "35"
                   OPEN OUTPUT AP-FEED-FILE
               END-IF
               OPEN EXTEND AP-PAYMENT-REGISTER-FILE
               IF WS-PAYMENT-REGISTER-STATUS = "35"
                   OPEN OUTPUT AP-PAYMENT-REGISTER-FILE
               END-IF
           END-IF
           MOVE "O" TO WS-RPT-FUNCTION
           MOVE "APPAY.RPT" TO WS-RPT-FILE-NAME
           MOVE SPACES TO WS-RPT-TITLE
           STRING "AP PAYMENT RUN - DUE BY " WS-PAY-THROUGH-DATE
               DELIMITED BY SIZE INTO WS-RPT-TITLE
           MOVE WS-RPT-COLUMN-LINE TO WS-RPT-COLUMN-HEAD
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
       ClosePaymentFiles.
           IF NOT WS-DRY-RUN
               MOVE SPACES TO ENV-TRAILER-RECORD
               MOVE "TRL"             TO ENV-TRL-ID
               MOVE WS-PAID-COUNT     TO ENV-TRL-COUNT
               MOVE WS-PAY-HASH-TOTAL TO ENV-TRL-HASH
               WRITE BANK-PAYMENT-RECORD FROM ENV-TRAILER-RECORD
               CLOSE BANK-PAYMENT-FILE
               CLOSE AP-FEED-FILE
               CLOSE AP-PAYMENT-REGISTER-FILE
           END-IF
           CLOSE AP-INVOICE-FILE
           CLOSE VENDOR-MASTER-FILE
           MOVE "INVOICES PAID" TO WS-RPT-TOT-LABEL
           MOVE WS-PAID-COUNT   TO WS-RPT-TOT-COUNT
           MOVE WS-PAID-TOTAL   TO WS-RPT-TOT-AMOUNT
           PERFORM WriteTotalLine
           MOVE "DUE BUT ON HOLD" TO WS-RPT-TOT-LABEL
           MOVE WS-HELD-COUNT     TO WS-RPT-TOT-COUNT
           MOVE 0                 TO WS-RPT-TOT-AMOUNT
           PERFORM WriteTotalLine
           MOVE "DUE BUT NOT PAYABLE" TO WS-RPT-TOT-LABEL
           MOVE WS-SKIPPED-COUNT      TO WS-RPT-TOT-COUNT
           MOVE 0                     TO WS-RPT-TOT-AMOUNT
           PERFORM WriteTotalLine
           MOVE "C" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
      * An approved invoice due on or before the pay-through date
      * is paid unless it is on hold; held invoices are listed so
      * the payables clerk can see what was kept back.
       SelectDueInvoices.
           MOVE 0 TO AI-VOUCHER-NO
           START AP-INVOICE-FILE KEY IS >= AI-VOUCHER-NO
               INVALID KEY SET WS-INVOICE-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-INVOICE-EOF
               READ AP-INVOICE-FILE NEXT RECORD
                   AT END SET WS-INVOICE-EOF TO TRUE
                   NOT AT END
                       IF AI-APPROVED
                           AND AI-DUE-DATE <= WS-PAY-THROUGH-DATE
                           ADD 1 TO WS-SELECTED-COUNT
                           PERFORM PayOneInvoice
                       END-IF
               END-READ
           END-PERFORM.
       PayOneInvoice.
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE AI-VOUCHER-NO   TO WS-RPT-VOUCHER
           MOVE AI-VENDOR-ID    TO WS-RPT-VENDOR
           MOVE AI-INVOICE-NO   TO WS-RPT-INVOICE
           MOVE AI-DUE-DATE     TO WS-RPT-DUE-DATE
           MOVE AI-AMOUNT       TO WS-RPT-AMOUNT
           IF AI-ON-HOLD
               ADD 1 TO WS-HELD-COUNT
               MOVE "HELD - NOT PAID" TO WS-RPT-ACTION
           ELSE
               PERFORM CheckVendorBank
               IF NOT WS-VENDOR-OK
                   ADD 1 TO WS-SKIPPED-COUNT
               ELSE
                   PERFORM BuildPaymentLegs
                   MOVE "N" TO WS-NO-ID-FLAG
                   IF WS-EDIT-PASSED AND NOT WS-DRY-RUN
                       PERFORM NumberPaymentLegs
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-NO-ID
                           ADD 1 TO WS-SKIPPED-COUNT
                           MOVE "HELD - NO TRAN ID" TO WS-RPT-ACTION
                           DISPLAY "AP-PAY: VOUCHER " AI-VOUCHER-NO
                               " NOT PAID - NO TRANSACTION ID "
                               "AVAILABLE"
                       WHEN WS-EDIT-PASSED
                           PERFORM IssuePayment
                       WHEN OTHER
                           ADD 1 TO WS-SKIPPED-COUNT
                           STRING "EDIT FAILED - REASON "
                               WS-EDIT-REASON-CODE
                               DELIMITED BY SIZE INTO WS-RPT-ACTION
                   END-EVALUATE
               END-IF
           END-IF
           PERFORM WriteDetailLine.
       CheckVendorBank.
           MOVE "N" TO WS-VENDOR-OK-FLAG
           MOVE AI-VENDOR-ID TO VM-VENDOR-ID
           READ VENDOR-MASTER-FILE
               INVALID KEY
                   MOVE "VENDOR NOT ON FILE" TO WS-RPT-ACTION
               NOT INVALID KEY
                   IF VM-BANK-ROUTING = SPACES
                       OR VM-BANK-ACCOUNT = SPACES
                       MOVE "NO BANK DETAILS" TO WS-RPT-ACTION
                   ELSE
                       SET WS-VENDOR-OK TO TRUE
                   END-IF
           END-READ.
      * The payment reference is AP + voucher, unique for the life
      * of the register since a voucher is paid once. Both legs
      * are dated with the business date for tonight's edit run
      * and edited here so the pair cannot be split at the front
      * door. Outside a dry run each leg then takes its
      * transaction id from the APPAY range on DOCNUM.DAT through
      * DOC-NUM; a voucher no id can be found for is not paid.
       BuildPaymentLegs.
           MOVE SPACES TO WS-PAY-REF
           STRING "AP" AI-VOUCHER-NO DELIMITED BY SIZE
               INTO WS-PAY-REF
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE 0                     TO TR-TRAN-ID
           MOVE WS-BUSINESS-DATE      TO TR-TRAN-DATE
           MOVE WS-AP-CONTROL-ACCOUNT TO TR-ACCOUNT-CODE
           MOVE "D"                   TO TR-TYPE-CODE
           MOVE AI-AMOUNT             TO TR-AMOUNT
           MOVE AI-COST-CENTER        TO TR-COST-CENTER
           MOVE AI-ENTITY             TO TR-ENTITY
           CALL "TRAN-VALID" USING TRANSACTION-RECORD
               WS-EDIT-REASON-CODE WS-EDIT-SOURCE
           MOVE TRANSACTION-RECORD TO WS-DEBIT-LEG
           IF WS-EDIT-PASSED
               MOVE WS-CASH-ACCOUNT TO TR-ACCOUNT-CODE
               MOVE "C"             TO TR-TYPE-CODE
               CALL "TRAN-VALID" USING TRANSACTION-RECORD
                   WS-EDIT-REASON-CODE WS-EDIT-SOURCE
               MOVE TRANSACTION-RECORD TO WS-CREDIT-LEG
           END-IF.
       NumberPaymentLegs.
           MOVE WS-DEBIT-LEG TO TRANSACTION-RECORD
           PERFORM DrawTranId
           MOVE TRANSACTION-RECORD TO WS-DEBIT-LEG
           IF NOT WS-NO-ID
               MOVE WS-CREDIT-LEG TO TRANSACTION-RECORD
               PERFORM DrawTranId
               MOVE TRANSACTION-RECORD TO WS-CREDIT-LEG
           END-IF.
       DrawTranId.
           MOVE "APPAY" TO WS-DOCNUM-SOURCE
           CALL "DOC-NUM" USING WS-DOCNUM-SOURCE WS-DOCNUM-ID
               WS-DOCNUM-RESULT
           IF WS-DOCNUM-ISSUED
               MOVE WS-DOCNUM-ID TO TR-TRAN-ID
           ELSE
               SET WS-NO-ID TO TRUE
           END-IF.
       IssuePayment.
           ADD 1 TO WS-PAID-COUNT
           ADD AI-AMOUNT TO WS-PAID-TOTAL
           MOVE WS-PAY-REF TO WS-RPT-PAY-REF
           IF WS-DRY-RUN
               MOVE "WOULD BE PAID" TO WS-RPT-ACTION
           ELSE
               MOVE "PAID" TO WS-RPT-ACTION
               PERFORM WriteBankPayment
               WRITE AP-FEED-RECORD FROM WS-DEBIT-LEG
               WRITE AP-FEED-RECORD FROM WS-CREDIT-LEG
               PERFORM WritePaymentRegister
               MOVE "P"              TO AI-STATUS
               MOVE WS-BUSINESS-DATE TO AI-PAID-DATE
               MOVE WS-PAY-REF       TO AI-PAY-REF
               REWRITE AP-INVOICE-RECORD
                   INVALID KEY
                       DISPLAY "AP-PAY: VOUCHER " AI-VOUCHER-NO
                           " PAID BUT NOT MARKED - STATUS "
                           WS-AP-INVOICE-STATUS
               END-REWRITE
           END-IF.
       WriteBankPayment.
           MOVE SPACES TO BANK-PAYMENT-RECORD
           MOVE WS-PAY-REF       TO BPY-PAY-REF
           MOVE WS-BUSINESS-DATE TO BPY-VALUE-DATE
           MOVE AI-VENDOR-ID     TO BPY-VENDOR-ID
           MOVE VM-VENDOR-NAME   TO BPY-PAYEE-NAME
           MOVE VM-BANK-ROUTING  TO BPY-BANK-ROUTING
           MOVE VM-BANK-ACCOUNT  TO BPY-BANK-ACCOUNT
           MOVE AI-AMOUNT        TO BPY-AMOUNT
           MOVE AI-INVOICE-NO    TO BPY-INVOICE-NO
           COMPUTE WS-PAY-HASH-TOTAL =
               FUNCTION MOD(WS-PAY-HASH-TOTAL + AI-AMOUNT * 100,
               1000000000000000)
           WRITE BANK-PAYMENT-RECORD.
       WritePaymentRegister.
           MOVE SPACES TO AP-PAYMENT-REGISTER-RECORD
           MOVE WS-BUSINESS-DATE TO APR-POST-DATE
           MOVE WS-PAY-REF       TO APR-PAY-REF
           MOVE AI-ENTITY        TO APR-ENTITY
           MOVE WS-CASH-ACCOUNT  TO APR-CASH-ACCOUNT
           MOVE AI-AMOUNT        TO APR-AMOUNT
           MOVE AI-VOUCHER-NO    TO APR-VOUCHER-NO
           MOVE AI-VENDOR-ID     TO APR-VENDOR-ID
           WRITE AP-PAYMENT-REGISTER-RECORD.
       WriteDetailLine.
           MOVE WS-RPT-DETAIL TO WS-RPT-PRINT-LINE
           MOVE "W" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
       WriteTotalLine.
           MOVE WS-RPT-TOTAL-LINE TO WS-RPT-PRINT-LINE
           MOVE "T" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
       WriteRunStats.
           MOVE "AP-PAY" TO WS-STAT-PROGRAM-ID
           MOVE WS-BUSINESS-DATE TO WS-STAT-RUN-DATE
           MOVE WS-SELECTED-COUNT TO WS-STAT-READ-COUNT
           MOVE WS-PAID-COUNT TO WS-STAT-WRITE-COUNT
           COMPUTE WS-STAT-REJECT-COUNT =
               WS-HELD-COUNT + WS-SKIPPED-COUNT
           MOVE 0 TO WS-STAT-CKPT-COUNT
           CALL "STATS-LOG" USING WS-STAT-PROGRAM-ID
               WS-STAT-RUN-DATE WS-STAT-READ-COUNT
               WS-STAT-WRITE-COUNT WS-STAT-REJECT-COUNT
               WS-STAT-CKPT-COUNT.
       WriteStepResult.
           MOVE "APPAY" TO WS-STEP-NAME
           MOVE WS-BUSINESS-DATE TO WS-STEP-DATE
           MOVE RETURN-CODE TO WS-STEP-RC
           CALL "STEP-LOG" USING WS-STEP-NAME WS-STEP-DATE
               WS-STEP-RC
           MOVE WS-STEP-RC TO RETURN-CODE.
       WriteStartAudit.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           MOVE "AP-PAY" TO WS-AUDIT-PROGRAM-ID
           MOVE WS-RUN-TIMESTAMP TO WS-AUDIT-TIMESTAMP
           MOVE WS-OPERATOR-ID   TO WS-AUDIT-OPERATOR-ID
           MOVE "START"          TO WS-AUDIT-OUTCOME
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM-ID
               WS-AUDIT-TIMESTAMP WS-AUDIT-OPERATOR-ID
               WS-AUDIT-OUTCOME.
       WriteAuditEntry.
           CALL "DATE-TIME" USING WS-END-TIMESTAMP
               WS-DATE-FORMAT-CODE WS-JOB-MODE-FLAG
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           MOVE "AP-PAY"         TO WS-AUDIT-PROGRAM-ID
           MOVE WS-END-TIMESTAMP TO WS-AUDIT-TIMESTAMP
           MOVE WS-OPERATOR-ID   TO WS-AUDIT-OPERATOR-ID
           EVALUATE TRUE
               WHEN WS-PARM-ERROR
                   MOVE "REFUSED" TO WS-AUDIT-OUTCOME
               WHEN WS-FILE-ERROR
                   MOVE "ABEND"   TO WS-AUDIT-OUTCOME
               WHEN WS-DRY-RUN
                   MOVE "DRY-RUN" TO WS-AUDIT-OUTCOME
               WHEN OTHER
                   MOVE "SUCCESS" TO WS-AUDIT-OUTCOME
           END-EVALUATE
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM-ID
               WS-AUDIT-TIMESTAMP WS-AUDIT-OPERATOR-ID
               WS-AUDIT-OUTCOME.
       END PROGRAM AP-PAY.
