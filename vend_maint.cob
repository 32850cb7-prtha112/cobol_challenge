       IDENTIFICATION DIVISION.
       PROGRAM-ID. VEND-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-MASTER-FILE ASSIGN TO "VENDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-VENDOR-ID
               FILE STATUS IS WS-VENDOR-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-MASTER-FILE.
           COPY VENDREC.
       WORKING-STORAGE SECTION.
           01 WS-VENDOR-MASTER-STATUS PIC XX.
           01 WS-CHOICE          PIC X VALUE SPACE.
           01 WS-DONE-FLAG       PIC X VALUE "N".
               88 WS-DONE VALUE "Y".
           01 WS-WORK-VENDOR     PIC X(6).
           01 WS-WORK-NAME       PIC X(30).
           01 WS-WORK-STATUS     PIC X.
           01 WS-WORK-TERMS      PIC 9(3).
           01 WS-WORK-EXPENSE    PIC X(8).
           01 WS-WORK-CC         PIC X(4).
           01 WS-WORK-ENTITY     PIC X(3).
           01 WS-WORK-ROUTING    PIC X(9).
           01 WS-WORK-BANK-ACCT  PIC X(17).
           01 WS-DELETE-PROMPT   PIC X(60) VALUE
              "Delete this vendor? (Y/N): ".
           01 WS-DELETE-ANSWER   PIC X.
           01 WS-UTIL-MODE-FLAG  PIC X VALUE "U".
           01 WS-ANSWER-SOURCE   PIC X.
           01 WS-ACTION-OUTCOME  PIC X(8).
           01 WS-RUN-TIMESTAMP PIC X(22).
           01 WS-DATE-FORMAT-CODE PIC X VALUE SPACE.
           01 WS-JOB-MODE-FLAG   PIC X VALUE "U".
           01 WS-OPERATOR-ID   PIC X(8).
           COPY AUDITREC.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OpenMasterFile
           IF WS-VENDOR-MASTER-STATUS = "00"
               PERFORM UNTIL WS-DONE
                   PERFORM DisplayMenu
                   ACCEPT WS-CHOICE
                   PERFORM RunChoice
               END-PERFORM
               CLOSE VENDOR-MASTER-FILE
           END-IF
           STOP RUN.
       OpenMasterFile.
           OPEN I-O VENDOR-MASTER-FILE
           IF WS-VENDOR-MASTER-STATUS = "35"
               OPEN OUTPUT VENDOR-MASTER-FILE
               CLOSE VENDOR-MASTER-FILE
               OPEN I-O VENDOR-MASTER-FILE
           END-IF
           IF WS-VENDOR-MASTER-STATUS NOT = "00"
               DISPLAY "VEND-MAINT: VENDMAST.DAT OPEN FAILED - "
                   "STATUS " WS-VENDOR-MASTER-STATUS
           END-IF.
       DisplayMenu.
           DISPLAY "=============================="
           DISPLAY "  AP VENDOR MAINTENANCE"
           DISPLAY "=============================="
           DISPLAY "A. Add vendor"
           DISPLAY "C. Change vendor"
           DISPLAY "D. Delete vendor"
           DISPLAY "I. Inquire vendor"
           DISPLAY "X. Exit"
           DISPLAY "Enter choice: " WITH NO ADVANCING.
       RunChoice.
           EVALUATE WS-CHOICE
               WHEN "A" WHEN "a"
                   PERFORM AddVendor
               WHEN "C" WHEN "c"
                   PERFORM ChangeVendor
               WHEN "D" WHEN "d"
                   PERFORM DeleteVendor
               WHEN "I" WHEN "i"
                   PERFORM InquireVendor
               WHEN "X" WHEN "x"
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid choice, try again."
           END-EVALUATE.
       AcceptVendorId.
           DISPLAY "Vendor id (6): " WITH NO ADVANCING
           ACCEPT WS-WORK-VENDOR.
      * The expense account, cost center and entity are only the
      * defaults offered on invoice entry; TRAN-VALID still edits
      * whatever is finally posted.
       AcceptVendorDetail.
           DISPLAY "Vendor name: " WITH NO ADVANCING
           ACCEPT WS-WORK-NAME
           DISPLAY "Status (A/I): " WITH NO ADVANCING
           ACCEPT WS-WORK-STATUS
           PERFORM UNTIL WS-WORK-STATUS = "A" OR "I"
               DISPLAY "Status must be A or I."
               DISPLAY "Status (A/I): " WITH NO ADVANCING
               ACCEPT WS-WORK-STATUS
           END-PERFORM
           DISPLAY "Payment terms (days, 3 digits): "
               WITH NO ADVANCING
           ACCEPT WS-WORK-TERMS
           PERFORM UNTIL WS-WORK-TERMS NUMERIC
               DISPLAY "Terms must be numeric days."
               DISPLAY "Payment terms (days, 3 digits): "
                   WITH NO ADVANCING
               ACCEPT WS-WORK-TERMS
           END-PERFORM
           DISPLAY "Default expense account (8): " WITH NO ADVANCING
           ACCEPT WS-WORK-EXPENSE
           DISPLAY "Default cost center (blank=unallocated): "
               WITH NO ADVANCING
           ACCEPT WS-WORK-CC
           DISPLAY "Entity (blank=home): " WITH NO ADVANCING
           ACCEPT WS-WORK-ENTITY
           DISPLAY "Bank routing number (9): " WITH NO ADVANCING
           ACCEPT WS-WORK-ROUTING
           DISPLAY "Bank account number (17): " WITH NO ADVANCING
           ACCEPT WS-WORK-BANK-ACCT.
       MoveVendorDetail.
           MOVE WS-WORK-NAME     TO VM-VENDOR-NAME
           MOVE WS-WORK-STATUS   TO VM-STATUS
           MOVE WS-WORK-TERMS    TO VM-TERMS-DAYS
           MOVE WS-WORK-EXPENSE  TO VM-EXPENSE-ACCOUNT
           MOVE WS-WORK-CC       TO VM-COST-CENTER
           MOVE WS-WORK-ENTITY   TO VM-ENTITY
           MOVE WS-WORK-ROUTING  TO VM-BANK-ROUTING
           MOVE WS-WORK-BANK-ACCT TO VM-BANK-ACCOUNT.
       AddVendor.
           PERFORM AcceptVendorId
           PERFORM AcceptVendorDetail
           MOVE WS-WORK-VENDOR TO VM-VENDOR-ID
           PERFORM MoveVendorDetail
           WRITE VENDOR-MASTER-RECORD
               INVALID KEY
                   DISPLAY "VEND-MAINT: VENDOR "
                       WS-WORK-VENDOR " ALREADY EXISTS"
               NOT INVALID KEY
                   DISPLAY "VEND-MAINT: VENDOR "
                       WS-WORK-VENDOR " ADDED"
                   MOVE "ADD" TO WS-ACTION-OUTCOME
                   PERFORM WriteAuditEntry
           END-WRITE.
       ChangeVendor.
           PERFORM AcceptVendorId
           MOVE WS-WORK-VENDOR TO VM-VENDOR-ID
           READ VENDOR-MASTER-FILE
               INVALID KEY
                   DISPLAY "VEND-MAINT: VENDOR "
                       WS-WORK-VENDOR " NOT FOUND"
               NOT INVALID KEY
                   PERFORM DisplayVendor
                   PERFORM AcceptVendorDetail
                   PERFORM MoveVendorDetail
                   REWRITE VENDOR-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "VEND-MAINT: CHANGE FAILED"
                       NOT INVALID KEY
                           DISPLAY "VEND-MAINT: VENDOR "
                               WS-WORK-VENDOR " CHANGED"
                           MOVE "CHANGE" TO WS-ACTION-OUTCOME
                           PERFORM WriteAuditEntry
                   END-REWRITE
           END-READ.
      * Deleting a vendor does not touch its invoices; set the
      * vendor inactive instead while anything is still owed.
       DeleteVendor.
           PERFORM AcceptVendorId
           MOVE WS-WORK-VENDOR TO VM-VENDOR-ID
           READ VENDOR-MASTER-FILE
               INVALID KEY
                   DISPLAY "VEND-MAINT: VENDOR "
                       WS-WORK-VENDOR " NOT FOUND"
               NOT INVALID KEY
                   PERFORM DisplayVendor
                   CALL "CONFIRM-YN" USING WS-DELETE-PROMPT
                       WS-DELETE-ANSWER WS-UTIL-MODE-FLAG
                       WS-ANSWER-SOURCE
                   IF WS-DELETE-ANSWER = "Y" OR "y"
                       DELETE VENDOR-MASTER-FILE
                           INVALID KEY
                               DISPLAY "VEND-MAINT: DELETE FAILED"
                           NOT INVALID KEY
                               DISPLAY "VEND-MAINT: VENDOR "
                                   WS-WORK-VENDOR " DELETED"
                               MOVE "DELETE" TO WS-ACTION-OUTCOME
                               PERFORM WriteAuditEntry
                       END-DELETE
                   ELSE
                       DISPLAY "VEND-MAINT: DELETE CANCELLED"
                   END-IF
           END-READ.
       InquireVendor.
           PERFORM AcceptVendorId
           MOVE WS-WORK-VENDOR TO VM-VENDOR-ID
           READ VENDOR-MASTER-FILE
               INVALID KEY
                   DISPLAY "VEND-MAINT: VENDOR "
                       WS-WORK-VENDOR " NOT FOUND"
               NOT INVALID KEY
                   PERFORM DisplayVendor
                   MOVE "INQUIRE" TO WS-ACTION-OUTCOME
                   PERFORM WriteAuditEntry
           END-READ.
       DisplayVendor.
           DISPLAY "  VENDOR:    " VM-VENDOR-ID
           DISPLAY "  NAME:      " VM-VENDOR-NAME
           DISPLAY "  STATUS:    " VM-STATUS
           DISPLAY "  TERMS:     " VM-TERMS-DAYS " DAYS"
           DISPLAY "  EXPENSE:   " VM-EXPENSE-ACCOUNT
           DISPLAY "  COST CTR:  " VM-COST-CENTER
           DISPLAY "  ENTITY:    " VM-ENTITY
           DISPLAY "  BANK:      " VM-BANK-ROUTING " " VM-BANK-ACCOUNT.
       WriteAuditEntry.
           CALL "DATE-TIME" USING WS-RUN-TIMESTAMP WS-DATE-FORMAT-CODE
               WS-JOB-MODE-FLAG
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           MOVE "VEND-MAINT"       TO WS-AUDIT-PROGRAM-ID
           MOVE WS-RUN-TIMESTAMP   TO WS-AUDIT-TIMESTAMP
           MOVE WS-OPERATOR-ID     TO WS-AUDIT-OPERATOR-ID
           MOVE WS-ACTION-OUTCOME  TO WS-AUDIT-OUTCOME
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM-ID
               WS-AUDIT-TIMESTAMP WS-AUDIT-OPERATOR-ID
               WS-AUDIT-OUTCOME.
       END PROGRAM VEND-MAINT.
