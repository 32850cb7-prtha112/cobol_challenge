       IDENTIFICATION DIVISION.
       PROGRAM-ID. FA-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIXED-ASSET-FILE ASSIGN TO "FAMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-ASSET-ID
               FILE STATUS IS WS-FIXED-ASSET-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FIXED-ASSET-FILE.
           COPY FAREC.
       WORKING-STORAGE SECTION.
           01 WS-FIXED-ASSET-STATUS PIC XX.
           01 WS-CHOICE          PIC X VALUE SPACE.
           01 WS-DONE-FLAG       PIC X VALUE "N".
               88 WS-DONE VALUE "Y".
           01 WS-DETAIL-OK-FLAG  PIC X.
               88 WS-DETAIL-OK VALUE "Y".
           01 WS-WORK-ASSET      PIC 9(6).
           01 WS-WORK-DESC       PIC X(30).
           01 WS-WORK-ENTITY     PIC X(3).
           01 WS-WORK-CC         PIC X(4).
           01 WS-WORK-ASSET-ACCT PIC X(8).
           01 WS-WORK-ACCUM-ACCT PIC X(8).
           01 WS-WORK-EXPENSE    PIC X(8).
           01 WS-WORK-COST       PIC 9(9)V99.
           01 WS-WORK-IN-SERVICE PIC 9(8).
           01 WS-WORK-LIFE       PIC 9(3).
           01 WS-WORK-METHOD     PIC X.
           01 WS-WORK-ACCUM-BF   PIC 9(9)V99.
           01 WS-WORK-MONTHS-BF  PIC 9(3).
           01 WS-WORK-DISP-DATE  PIC 9(8).
           01 WS-WORK-PROCEEDS   PIC 9(9)V99.
           01 WS-AMOUNT-EDITED   PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-NBV-EDITED      PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-DISPOSE-PROMPT  PIC X(60) VALUE
              "Record this disposal? (Y/N): ".
           01 WS-DISPOSE-ANSWER  PIC X.
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
           IF WS-FIXED-ASSET-STATUS = "00"
               PERFORM UNTIL WS-DONE
                   PERFORM DisplayMenu
                   ACCEPT WS-CHOICE
                   PERFORM RunChoice
               END-PERFORM
               CLOSE FIXED-ASSET-FILE
           END-IF
           STOP RUN.
       OpenMasterFile.
           OPEN I-O FIXED-ASSET-FILE
           IF WS-FIXED-ASSET-STATUS = "35"
               OPEN OUTPUT FIXED-ASSET-FILE
               CLOSE FIXED-ASSET-FILE
               OPEN I-O FIXED-ASSET-FILE
           END-IF
           IF WS-FIXED-ASSET-STATUS NOT = "00"
               DISPLAY "FA-MAINT: FAMAST.DAT OPEN FAILED - "
                   "STATUS " WS-FIXED-ASSET-STATUS
           END-IF.
       DisplayMenu.
           DISPLAY "=============================="
           DISPLAY "  FIXED ASSET REGISTER"
           DISPLAY "=============================="
           DISPLAY "A. Add asset"
           DISPLAY "C. Change asset"
           DISPLAY "D. Record a disposal"
           DISPLAY "I. Inquire asset"
           DISPLAY "X. Exit"
           DISPLAY "Enter choice: " WITH NO ADVANCING.
       RunChoice.
           EVALUATE WS-CHOICE
               WHEN "A" WHEN "a"
                   PERFORM AddAsset
               WHEN "C" WHEN "c"
                   PERFORM ChangeAsset
               WHEN "D" WHEN "d"
                   PERFORM DisposeAsset
               WHEN "I" WHEN "i"
                   PERFORM InquireAsset
               WHEN "X" WHEN "x"
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid choice, try again."
           END-EVALUATE.
       AcceptAssetId.
           DISPLAY "Asset id (6 digits): " WITH NO ADVANCING
           ACCEPT WS-WORK-ASSET.
      * The accounts are only checked when FA-DEPR sends its
      * entries through TRAN-VALID; here the figures the
      * depreciation depends on are edited before anything is
      * stored.
       AcceptAssetDetail.
           DISPLAY "Description: " WITH NO ADVANCING
           ACCEPT WS-WORK-DESC
           DISPLAY "Entity (blank=home): " WITH NO ADVANCING
           ACCEPT WS-WORK-ENTITY
           DISPLAY "Cost center: " WITH NO ADVANCING
           ACCEPT WS-WORK-CC
           DISPLAY "Asset (cost) account (8): " WITH NO ADVANCING
           ACCEPT WS-WORK-ASSET-ACCT
           DISPLAY "Accumulated depreciation account (8): "
               WITH NO ADVANCING
           ACCEPT WS-WORK-ACCUM-ACCT
           DISPLAY "Depreciation expense account (8): "
               WITH NO ADVANCING
           ACCEPT WS-WORK-EXPENSE
           DISPLAY "Cost (11 digits, 99v99): " WITH NO ADVANCING
           ACCEPT WS-WORK-COST
           DISPLAY "In-service date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-WORK-IN-SERVICE
           PERFORM AcceptLifeAndMethod.
       AcceptLifeAndMethod.
           DISPLAY "Useful life (months, 3 digits): "
               WITH NO ADVANCING
           ACCEPT WS-WORK-LIFE
           PERFORM UNTIL WS-WORK-LIFE NUMERIC AND WS-WORK-LIFE > 0
               DISPLAY "Life must be a number of months above zero."
               DISPLAY "Useful life (months, 3 digits): "
                   WITH NO ADVANCING
               ACCEPT WS-WORK-LIFE
           END-PERFORM
           DISPLAY "Method (S=straight line, D=declining): "
               WITH NO ADVANCING
           ACCEPT WS-WORK-METHOD
           PERFORM UNTIL WS-WORK-METHOD = "S" OR "D"
               DISPLAY "Method must be S or D."
               DISPLAY "Method (S=straight line, D=declining): "
                   WITH NO ADVANCING
               ACCEPT WS-WORK-METHOD
           END-PERFORM.
      * An asset taken over from the old standing journals comes
      * in with the depreciation it has already had, so the
      * register agrees with the ledger from its first night.
       AcceptBroughtForward.
           DISPLAY "Depreciation already charged (0 if new): "
               WITH NO ADVANCING
           ACCEPT WS-WORK-ACCUM-BF
           DISPLAY "Months already charged (0 if new): "
               WITH NO ADVANCING
           ACCEPT WS-WORK-MONTHS-BF.
       CheckAssetDetail.
           MOVE "Y" TO WS-DETAIL-OK-FLAG
           IF WS-WORK-COST NOT NUMERIC OR WS-WORK-COST = 0
               DISPLAY "FA-MAINT: COST MUST BE ABOVE ZERO"
               MOVE "N" TO WS-DETAIL-OK-FLAG
           END-IF
           IF WS-WORK-IN-SERVICE NOT NUMERIC
               OR FUNCTION INTEGER-OF-DATE(WS-WORK-IN-SERVICE) = 0
               DISPLAY "FA-MAINT: IN-SERVICE DATE IS NOT A VALID "
                   "DATE"
               MOVE "N" TO WS-DETAIL-OK-FLAG
           END-IF
           IF WS-WORK-ASSET-ACCT = SPACES
               OR WS-WORK-ACCUM-ACCT = SPACES
               OR WS-WORK-EXPENSE = SPACES
               DISPLAY "FA-MAINT: ALL THREE ACCOUNTS ARE REQUIRED"
               MOVE "N" TO WS-DETAIL-OK-FLAG
           END-IF
           IF WS-WORK-ACCUM-BF NOT NUMERIC
               OR WS-WORK-MONTHS-BF NOT NUMERIC
               DISPLAY "FA-MAINT: BROUGHT-FORWARD FIGURES MUST BE "
                   "NUMERIC"
               MOVE "N" TO WS-DETAIL-OK-FLAG
           ELSE
               IF WS-WORK-ACCUM-BF > WS-WORK-COST
                   OR WS-WORK-MONTHS-BF > WS-WORK-LIFE
                   DISPLAY "FA-MAINT: BROUGHT-FORWARD DEPRECIATION "
                       "EXCEEDS COST OR LIFE"
                   MOVE "N" TO WS-DETAIL-OK-FLAG
               END-IF
           END-IF.
       AddAsset.
           PERFORM AcceptAssetId
           PERFORM AcceptAssetDetail
           PERFORM AcceptBroughtForward
           PERFORM CheckAssetDetail
           IF NOT WS-DETAIL-OK
               DISPLAY "FA-MAINT: ASSET " WS-WORK-ASSET " NOT ADDED"
           ELSE
               MOVE SPACES TO FIXED-ASSET-RECORD
               MOVE WS-WORK-ASSET TO FA-ASSET-ID
               PERFORM MoveAssetDetail
               MOVE WS-WORK-LIFE      TO FA-LIFE-MONTHS
               MOVE WS-WORK-METHOD    TO FA-METHOD
               MOVE WS-WORK-ACCUM-BF  TO FA-ACCUM-DEPR
               MOVE WS-WORK-MONTHS-BF TO FA-MONTHS-TAKEN
               MOVE 0 TO FA-LAST-DEPR-PERIOD FA-DISPOSAL-DATE
                   FA-PROCEEDS FA-GAIN-LOSS
               MOVE "A" TO FA-STATUS
               WRITE FIXED-ASSET-RECORD
                   INVALID KEY
                       DISPLAY "FA-MAINT: ASSET "
                           WS-WORK-ASSET " ALREADY EXISTS"
                   NOT INVALID KEY
                       DISPLAY "FA-MAINT: ASSET "
                           WS-WORK-ASSET " ADDED"
                       MOVE "ADD" TO WS-ACTION-OUTCOME
                       PERFORM WriteAuditEntry
               END-WRITE
           END-IF.
       MoveAssetDetail.
           MOVE WS-WORK-DESC       TO FA-DESCRIPTION
           MOVE WS-WORK-ENTITY     TO FA-ENTITY
           MOVE WS-WORK-CC         TO FA-COST-CENTER
           MOVE WS-WORK-ASSET-ACCT TO FA-ASSET-ACCOUNT
           MOVE WS-WORK-ACCUM-ACCT TO FA-ACCUM-ACCOUNT
           MOVE WS-WORK-EXPENSE    TO FA-EXPENSE-ACCOUNT
           MOVE WS-WORK-COST       TO FA-COST
           MOVE WS-WORK-IN-SERVICE TO FA-IN-SERVICE-DATE.
      * Once FA-DEPR has charged the asset its cost, accounts and
      * in-service date are what the ledger holds, so only the
      * description, cost center, expense account, life and
      * method may change from then on.
       ChangeAsset.
           PERFORM AcceptAssetId
           MOVE WS-WORK-ASSET TO FA-ASSET-ID
           READ FIXED-ASSET-FILE
               INVALID KEY
                   DISPLAY "FA-MAINT: ASSET "
                       WS-WORK-ASSET " NOT FOUND"
               NOT INVALID KEY
                   IF FA-DISPOSED
                       DISPLAY "FA-MAINT: ASSET "
                           WS-WORK-ASSET " IS DISPOSED"
                   ELSE
                       PERFORM DisplayAsset
                       IF FA-LAST-DEPR-PERIOD = 0
                           PERFORM ChangeUndepreciated
                       ELSE
                           PERFORM ChangeDepreciated
                       END-IF
                   END-IF
           END-READ.
       ChangeUndepreciated.
           PERFORM AcceptAssetDetail
           PERFORM AcceptBroughtForward
           PERFORM CheckAssetDetail
           IF WS-DETAIL-OK
               PERFORM MoveAssetDetail
               MOVE WS-WORK-LIFE      TO FA-LIFE-MONTHS
               MOVE WS-WORK-METHOD    TO FA-METHOD
               MOVE WS-WORK-ACCUM-BF  TO FA-ACCUM-DEPR
               MOVE WS-WORK-MONTHS-BF TO FA-MONTHS-TAKEN
               PERFORM RewriteAsset
           ELSE
               DISPLAY "FA-MAINT: ASSET " WS-WORK-ASSET
                   " NOT CHANGED"
           END-IF.
       ChangeDepreciated.
           DISPLAY "Already depreciated - cost, accounts and date "
               "are fixed."
           DISPLAY "Description: " WITH NO ADVANCING
           ACCEPT WS-WORK-DESC
           DISPLAY "Cost center: " WITH NO ADVANCING
           ACCEPT WS-WORK-CC
           DISPLAY "Depreciation expense account (8): "
               WITH NO ADVANCING
           ACCEPT WS-WORK-EXPENSE
           PERFORM AcceptLifeAndMethod
           IF WS-WORK-LIFE < FA-MONTHS-TAKEN
               DISPLAY "FA-MAINT: LIFE IS SHORTER THAN THE "
                   FA-MONTHS-TAKEN " MONTHS ALREADY CHARGED"
               DISPLAY "FA-MAINT: ASSET " WS-WORK-ASSET
                   " NOT CHANGED"
           ELSE
               MOVE WS-WORK-DESC   TO FA-DESCRIPTION
               MOVE WS-WORK-CC     TO FA-COST-CENTER
               IF WS-WORK-EXPENSE NOT = SPACES
                   MOVE WS-WORK-EXPENSE TO FA-EXPENSE-ACCOUNT
               END-IF
               MOVE WS-WORK-LIFE   TO FA-LIFE-MONTHS
               MOVE WS-WORK-METHOD TO FA-METHOD
               PERFORM RewriteAsset
           END-IF.
       RewriteAsset.
           REWRITE FIXED-ASSET-RECORD
               INVALID KEY
                   DISPLAY "FA-MAINT: CHANGE FAILED"
               NOT INVALID KEY
                   DISPLAY "FA-MAINT: ASSET "
                       WS-WORK-ASSET " CHANGED"
                   MOVE "CHANGE" TO WS-ACTION-OUTCOME
                   PERFORM WriteAuditEntry
           END-REWRITE.
      * A disposal is only recorded here; FA-DEPR posts it, with
      * the gain or loss, on the first run on or after the
      * disposal date. Until then it can be re-keyed, and a zero
      * date withdraws it.
       DisposeAsset.
           PERFORM AcceptAssetId
           MOVE WS-WORK-ASSET TO FA-ASSET-ID
           READ FIXED-ASSET-FILE
               INVALID KEY
                   DISPLAY "FA-MAINT: ASSET "
                       WS-WORK-ASSET " NOT FOUND"
               NOT INVALID KEY
                   IF FA-DISPOSED
                       DISPLAY "FA-MAINT: ASSET "
                           WS-WORK-ASSET " IS ALREADY DISPOSED"
                   ELSE
                       PERFORM DisplayAsset
                       PERFORM AcceptDisposal
                   END-IF
           END-READ.
       AcceptDisposal.
           DISPLAY "Disposal date (YYYYMMDD, 0=withdraw): "
               WITH NO ADVANCING
           ACCEPT WS-WORK-DISP-DATE
           MOVE 0 TO WS-WORK-PROCEEDS
           IF WS-WORK-DISP-DATE NOT NUMERIC
               DISPLAY "FA-MAINT: DISPOSAL DATE IS NOT A VALID DATE"
           ELSE
               IF WS-WORK-DISP-DATE = 0
                   PERFORM RecordDisposal
               ELSE
                   IF FUNCTION INTEGER-OF-DATE(WS-WORK-DISP-DATE) = 0
                       OR WS-WORK-DISP-DATE < FA-IN-SERVICE-DATE
                       DISPLAY "FA-MAINT: DISPOSAL DATE IS INVALID "
                           "OR BEFORE THE IN-SERVICE DATE"
                   ELSE
                       DISPLAY "Sale proceeds (11 digits, 99v99): "
                           WITH NO ADVANCING
                       ACCEPT WS-WORK-PROCEEDS
                       PERFORM RecordDisposal
                   END-IF
               END-IF
           END-IF.
       RecordDisposal.
           CALL "CONFIRM-YN" USING WS-DISPOSE-PROMPT
               WS-DISPOSE-ANSWER WS-UTIL-MODE-FLAG
               WS-ANSWER-SOURCE
           IF WS-DISPOSE-ANSWER = "Y" OR "y"
               MOVE WS-WORK-DISP-DATE TO FA-DISPOSAL-DATE
               MOVE WS-WORK-PROCEEDS  TO FA-PROCEEDS
               REWRITE FIXED-ASSET-RECORD
                   INVALID KEY
                       DISPLAY "FA-MAINT: DISPOSAL FAILED"
                   NOT INVALID KEY
                       DISPLAY "FA-MAINT: ASSET " WS-WORK-ASSET
                           " DISPOSAL DATE " FA-DISPOSAL-DATE
                       MOVE "DISPOSE" TO WS-ACTION-OUTCOME
                       PERFORM WriteAuditEntry
               END-REWRITE
           ELSE
               DISPLAY "FA-MAINT: DISPOSAL CANCELLED"
           END-IF.
       InquireAsset.
           PERFORM AcceptAssetId
           MOVE WS-WORK-ASSET TO FA-ASSET-ID
           READ FIXED-ASSET-FILE
               INVALID KEY
                   DISPLAY "FA-MAINT: ASSET "
                       WS-WORK-ASSET " NOT FOUND"
               NOT INVALID KEY
                   PERFORM DisplayAsset
                   MOVE "INQUIRE" TO WS-ACTION-OUTCOME
                   PERFORM WriteAuditEntry
           END-READ.
       DisplayAsset.
           DISPLAY "  ASSET:     " FA-ASSET-ID "  " FA-DESCRIPTION
           DISPLAY "  ENTITY:    " FA-ENTITY
               "  COST CTR " FA-COST-CENTER
           DISPLAY "  ACCOUNTS:  " FA-ASSET-ACCOUNT " COST  "
               FA-ACCUM-ACCOUNT " ACCUM  " FA-EXPENSE-ACCOUNT " EXP"
           MOVE FA-COST TO WS-AMOUNT-EDITED
           DISPLAY "  COST:      " WS-AMOUNT-EDITED
               "  IN SERVICE " FA-IN-SERVICE-DATE
           DISPLAY "  LIFE:      " FA-LIFE-MONTHS " MONTHS  METHOD "
               FA-METHOD "  TAKEN " FA-MONTHS-TAKEN
           MOVE FA-ACCUM-DEPR TO WS-AMOUNT-EDITED
           COMPUTE WS-NBV-EDITED = FA-COST - FA-ACCUM-DEPR
           DISPLAY "  ACCUM DEP: " WS-AMOUNT-EDITED
               "  NBV " WS-NBV-EDITED
           DISPLAY "  LAST RUN:  " FA-LAST-DEPR-PERIOD
               "  STATUS " FA-STATUS
               "  DISPOSAL " FA-DISPOSAL-DATE.
       WriteAuditEntry.
           CALL "DATE-TIME" USING WS-RUN-TIMESTAMP WS-DATE-FORMAT-CODE
               WS-JOB-MODE-FLAG
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           MOVE "FA-MAINT"         TO WS-AUDIT-PROGRAM-ID
           MOVE WS-RUN-TIMESTAMP   TO WS-AUDIT-TIMESTAMP
           MOVE WS-OPERATOR-ID     TO WS-AUDIT-OPERATOR-ID
           MOVE WS-ACTION-OUTCOME  TO WS-AUDIT-OUTCOME
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM-ID
               WS-AUDIT-TIMESTAMP WS-AUDIT-OPERATOR-ID
               WS-AUDIT-OUTCOME.
       END PROGRAM FA-MAINT.
