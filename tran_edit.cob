           SELECT ADJUSTMENT-RELEASE-FILE ASSIGN TO "ADJREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJUSTMENT-RELEASE-STATUS.
           SELECT HOLD-RELEASE-FILE ASSIGN TO "HOLDREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-RELEASE-STATUS.
           SELECT HOLD-QUEUE-FILE ASSIGN TO "HOLDQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-QUEUE-STATUS.
           SELECT HOLD-THRESHOLD-FILE ASSIGN TO "HOLDTHR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-THRESHOLD-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCOUNT-CODE
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.
           SELECT SUBLEDGER-FEED-FILE
               ASSIGN TO DYNAMIC WS-FEED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT ACCEPTED-FILE ASSIGN TO "TRANACC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCEPTED-STATUS.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRG-TRAN-ID
               FILE STATUS IS WS-TRANID-REGISTER-STATUS.
           SELECT DOC-ISSUE-FILE ASSIGN TO "DOCISSUE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DI-TRAN-ID
               FILE STATUS IS WS-DOC-ISSUE-STATUS.
           SELECT DUP-PARM-FILE ASSIGN TO "DUPPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUP-PARM-STATUS.
           SELECT REJECT-STATS-FILE ASSIGN TO "REJSTATS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATS-STATUS.
           SELECT TAX-CODE-FILE ASSIGN TO "TAXCODE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-CODE-STATUS.
           SELECT TAX-REGISTER-FILE ASSIGN TO "TAXREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-REGISTER-STATUS.
           SELECT FX-RATE-FILE ASSIGN TO "FXRATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-RATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
           COPY TRANREC.
       FD  RECYCLE-FILE.
       01  RECYCLE-RECORD       PIC X(58).
       FD  STANDING-FILE.
       01  STANDING-RECORD      PIC X(53).
       FD  ADJUSTMENT-RELEASE-FILE.
       01  ADJUSTMENT-RELEASE-RECORD PIC X(53).
       FD  HOLD-RELEASE-FILE.
       01  HOLD-RELEASE-RECORD  PIC X(58).
       FD  HOLD-QUEUE-FILE.
           COPY HOLDREC.
       FD  HOLD-THRESHOLD-FILE.
       01  HOLD-THRESHOLD-RECORD.
           05 HT-ENTITY         PIC X(3).
           05 FILLER            PIC X.
           05 HT-ACCOUNT-TYPE   PIC X.
           05 FILLER            PIC X.
           05 HT-LIMIT          PIC 9(9)V99.
       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTREC.
      * A feed line may name the operator who keyed the item after
      * the transaction; a line without one was loaded by the run.
       FD  SUBLEDGER-FEED-FILE.
       01  SUBLEDGER-FEED-RECORD.
           05 SFR-TRAN-DATA     PIC X(53).
           05 FILLER            PIC X.
           05 SFR-LOADED-BY     PIC X(8).
       FD  ACCEPTED-FILE.
       01  ACCEPTED-RECORD      PIC X(58).
       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05 REJ-TRAN-DATA     PIC X(58).
           05 FILLER            PIC X.
           05 REJ-REASON-CODE   PIC 99.
       FD  SUSPENSE-FILE.
       01  TRANID-REGISTER-RECORD.
           05 TRG-TRAN-ID       PIC 9(8).
           05 TRG-BUSINESS-DATE PIC 9(8).
       FD  DOC-ISSUE-FILE.
           COPY DOCISS.
       FD  DUP-PARM-FILE.
       01  DUP-PARM-RECORD      PIC 9(3).
       FD  FILE-REGISTER-FILE.
           05 RJS-COUNT         PIC 9(6).
           05 FILLER            PIC X.
           05 RJS-READ          PIC 9(6).
       FD  TAX-CODE-FILE.
           COPY TAXCODE.
       FD  TAX-REGISTER-FILE.
           COPY TAXREGR.
       FD  FX-RATE-FILE.
           COPY FXRATREC.
       WORKING-STORAGE SECTION.
           01 WS-ENTITY-PARM-STATUS  PIC XX.
           01 WS-DEFAULT-ENTITY      PIC X(3) VALUE "001".
           01 WS-IN-CREATE-DATE      PIC 9(8) VALUE 0.
           01 WS-IN-TRL-COUNT        PIC 9(9) VALUE 0.
           01 WS-IN-HASH             PIC 9(15) VALUE 0.
      * Who loaded the item being edited, stamped on any hold so
      * that HOLD-RELEASE can keep its maker from deciding it.
           01 WS-FILE-LOADED-BY      PIC X(8) VALUE SPACES.
           01 WS-LOADED-BY           PIC X(8) VALUE SPACES.
           01 WS-SCAN-EOF-FLAG       PIC X VALUE "N".
               88 WS-SCAN-EOF VALUE "Y".
           01 WS-TRANID-REGISTER-STATUS PIC XX.
           01 WS-DUP-PARM-STATUS     PIC XX.
           01 WS-DOC-ISSUE-STATUS    PIC XX.
           01 WS-DOC-ISSUE-OPEN-FLAG PIC X VALUE "N".
               88 WS-DOC-ISSUE-OPEN VALUE "Y".
           01 WS-REGISTER-OPEN-FLAG  PIC X VALUE "N".
               88 WS-REGISTER-OPEN VALUE "Y".
           01 WS-REGISTER-EOF-FLAG   PIC X VALUE "N".
           01 WS-ADJUST-EOF-FLAG     PIC X VALUE "N".
               88 WS-ADJUST-EOF VALUE "Y".
           01 WS-ADJUST-COUNT        PIC 9(6) VALUE 0.
           01 WS-HOLD-RELEASE-STATUS PIC XX.
           01 WS-HOLD-QUEUE-STATUS   PIC XX.
           01 WS-HOLD-THRESHOLD-STATUS PIC XX.
           01 WS-ACCOUNT-MASTER-STATUS PIC XX.
           01 WS-ACCT-MASTER-OPEN-FLAG PIC X VALUE "N".
               88 WS-ACCT-MASTER-OPEN VALUE "Y".
           01 WS-HOLD-RELEASE-EOF-FLAG PIC X VALUE "N".
               88 WS-HOLD-RELEASE-EOF VALUE "Y".
           01 WS-HOLD-QUEUE-EOF-FLAG PIC X VALUE "N".
               88 WS-HOLD-QUEUE-EOF VALUE "Y".
           01 WS-HOLD-THR-EOF-FLAG   PIC X VALUE "N".
               88 WS-HOLD-THR-EOF VALUE "Y".
           01 WS-HOLD-QUEUE-OPEN-FLAG PIC X VALUE "N".
               88 WS-HOLD-QUEUE-OPEN VALUE "Y".
           01 WS-RELEASED-ITEM-FLAG  PIC X VALUE "N".
               88 WS-RELEASED-ITEM VALUE "Y".
           01 WS-HOLD-FLAG           PIC X VALUE "N".
               88 WS-HOLD-ITEM VALUE "Y".
           01 WS-HOLD-MATCH-FLAG     PIC X VALUE "N".
               88 WS-HOLD-MATCHED VALUE "Y".
      * Large-value thresholds from HOLDTHR.DAT by entity and
      * account type, blank meaning any.
           01 WS-HOLD-THR-TABLE.
               05 WS-HOLD-THR-ENTRY OCCURS 100 TIMES.
                   10 WS-HT-ENTITY       PIC X(3).
                   10 WS-HT-ACCOUNT-TYPE PIC X.
                   10 WS-HT-LIMIT        PIC 9(9)V99.
           01 WS-HOLD-THR-COUNT      PIC 9(3) VALUE 0.
           01 WS-HOLD-THR-IDX        PIC 9(3).
           01 WS-HOLD-SCORE          PIC 9.
           01 WS-HOLD-BEST-SCORE     PIC 9.
           01 WS-HOLD-ACCT-TYPE      PIC X.
           01 WS-HOLD-LIMIT          PIC 9(9)V99.
           01 WS-HOLD-BASE-AMOUNT    PIC 9(11)V99.
           01 WS-HOLD-NEXT-SEQ       PIC 9(6) VALUE 1.
           01 WS-HELD-COUNT          PIC 9(6) VALUE 0.
           01 WS-RELEASED-COUNT      PIC 9(6) VALUE 0.
           01 WS-STILL-HELD-COUNT    PIC 9(6) VALUE 0.
      * Transaction feeds generated by the subledgers, consumed in
      * this order after the adjustments, each with its own count
      * line on the edit report.
           01 WS-FEED-LIST-TABLE.
               05 FILLER PIC X(32) VALUE
                  "TRANAP.DAT   AP IN:".
               05 FILLER PIC X(32) VALUE
                  "TRANFA.DAT   FIXED ASSETS IN:".
               05 FILLER PIC X(32) VALUE
                  "TRANAL.DAT   ALLOCATIONS IN:".
               05 FILLER PIC X(32) VALUE
                  "TRANEX.DAT   EXPENSE CLAIMS IN:".
           01 WS-FEED-LIST REDEFINES WS-FEED-LIST-TABLE.
               05 WS-FEED-ENTRY OCCURS 4 TIMES.
                   10 WS-FEED-NAME   PIC X(12).
                   10 FILLER         PIC X.
                   10 WS-FEED-LABEL  PIC X(19).
           01 WS-FEED-MAX            PIC 9(2) VALUE 4.
           01 WS-FEED-COUNT-TABLE.
               05 WS-FEED-COUNT OCCURS 4 TIMES PIC 9(6).
           01 WS-FEED-IDX            PIC 9(2).
           01 WS-FEED-FILE-NAME      PIC X(12).
           01 WS-FEED-STATUS         PIC XX.
           01 WS-FEED-EOF-FLAG       PIC X VALUE "N".
               88 WS-FEED-EOF VALUE "Y".
           01 WS-READ-COUNT          PIC 9(6) VALUE 0.
           01 WS-RECYCLE-COUNT       PIC 9(6) VALUE 0.
           01 WS-STANDING-COUNT      PIC 9(6) VALUE 0.
           01 WS-JOB-MODE-FLAG   PIC X VALUE "U".
           01 WS-OPERATOR-ID   PIC X(8).
           01 WS-ACC-HASH-TOTAL  PIC 9(15) VALUE 0.
           01 WS-TAX-CODE-STATUS     PIC XX.
           01 WS-TAX-REGISTER-STATUS PIC XX.
           01 WS-FX-RATE-STATUS      PIC XX.
           01 WS-TAX-EOF-FLAG        PIC X VALUE "N".
               88 WS-TAX-EOF VALUE "Y".
           01 WS-FX-EOF-FLAG         PIC X VALUE "N".
               88 WS-FX-EOF VALUE "Y".
      * Tax code entries and the day's rates, for splitting a
      * tax-coded gross and putting the register in base currency.
           01 WS-TAX-TABLE.
               05 WS-TAX-ENTRY OCCURS 200 TIMES.
                   10 WS-TAX-TBL-CODE      PIC X(4).
                   10 WS-TAX-TBL-RATE      PIC 9(2)V99.
                   10 WS-TAX-TBL-EFFECTIVE PIC 9(8).
                   10 WS-TAX-TBL-EXPIRY    PIC 9(8).
                   10 WS-TAX-TBL-DIRECTION PIC X.
                   10 WS-TAX-TBL-ACCOUNT   PIC X(8).
           01 WS-TAX-COUNT           PIC 9(3) VALUE 0.
           01 WS-TAX-IDX             PIC 9(3).
           01 WS-FX-TABLE.
               05 WS-FX-ENTRY OCCURS 500 TIMES.
                   10 WS-FX-TBL-CURRENCY PIC X(3).
                   10 WS-FX-TBL-RATE     PIC 9(3)V9(6).
           01 WS-FX-COUNT            PIC 9(3) VALUE 0.
           01 WS-FX-IDX              PIC 9(3).
           01 WS-TAX-SPLIT-FLAG      PIC X VALUE "N".
               88 WS-TAX-SPLIT VALUE "Y".
           01 WS-TAX-FOUND-FLAG      PIC X VALUE "N".
               88 WS-TAX-FOUND VALUE "Y".
           01 WS-TAX-RATE            PIC 9(2)V99.
           01 WS-TAX-DIRECTION       PIC X.
           01 WS-TAX-ACCOUNT         PIC X(8).
           01 WS-TAX-CODE-USED       PIC X(4).
           01 WS-GROSS-AMOUNT        PIC 9(9)V99.
           01 WS-NET-AMOUNT          PIC 9(9)V99.
           01 WS-TAX-AMOUNT          PIC 9(9)V99.
           01 WS-BASE-RATE           PIC 9(3)V9(6).
           01 WS-GROSS-DATA          PIC X(58).
           01 WS-TAX-LINE-DATA       PIC X(58).
           01 WS-TAX-SPLIT-COUNT     PIC 9(6) VALUE 0.
           01 WS-TAX-LINE-COUNT      PIC 9(6) VALUE 0.
           01 WS-AMOUNT-X        PIC X(13).
           01 WS-AMOUNT-9 REDEFINES WS-AMOUNT-X PIC 9(13).
           COPY TRANVAL.
           INITIALIZE WS-REASON-TABLE
           PERFORM ReadCCParm
           PERFORM ReadEntityParm
           PERFORM LoadTaxCodes
           PERFORM LoadFxRates
           PERFORM LoadHoldThresholds
           PERFORM AssignBatchSeq
           PERFORM CheckInputEnvelope
           PERFORM ReadForceRun
           PERFORM ScanInboundEnvelope
           PERFORM CheckFileRegister
           PERFORM FindImportLoader
           IF WS-REPLAY-REFUSED
               DISPLAY "TRAN-EDIT: TRANFILE.DAT MATCHES A FILE "
                   "ALREADY PROCESSED FOR " WS-EDIT-RUN-DATE
               GOBACK
           END-IF
           PERFORM OpenTranIdRegister
           PERFORM OpenDocIssueFile
           PERFORM EditTransactions
           PERFORM CloseTranIdRegister
           IF WS-DOC-ISSUE-OPEN
               CLOSE DOC-ISSUE-FILE
           END-IF
           IF WS-ACCT-MASTER-OPEN
               CLOSE ACCOUNT-MASTER-FILE
           END-IF
           IF NOT WS-DRY-RUN
               PERFORM AlertHeldItems
           END-IF
           IF NOT WS-DRY-RUN AND WS-ENVELOPE-SEEN
               PERFORM WriteFileRegister
           END-IF
                   READ FILE-REGISTER-FILE
                       AT END SET WS-FILEREG-EOF TO TRUE
                       NOT AT END
                           IF FRG-EDIT-RECEIPT
                               AND FRG-BUSINESS-DATE = WS-EDIT-RUN-DATE
                               AND FRG-SOURCE = WS-IN-SOURCE
                               AND FRG-CREATE-DATE
                                   = WS-IN-CREATE-DATE
                   CLOSE FILE-REGISTER-FILE
               END-IF
           END-IF.
      * TRANFILE.DAT is loaded by whoever ran the nightly unless
      * CSV-IMPORT built it, in which case its converted receipt
      * names the operator who ran the import.
       FindImportLoader.
           MOVE WS-OPERATOR-ID TO WS-FILE-LOADED-BY
           IF WS-ENVELOPE-SEEN
               MOVE "N" TO WS-FILEREG-EOF-FLAG
               OPEN INPUT FILE-REGISTER-FILE
               IF WS-FILE-REGISTER-STATUS NOT = "00"
                   SET WS-FILEREG-EOF TO TRUE
               END-IF
               PERFORM UNTIL WS-FILEREG-EOF
                   READ FILE-REGISTER-FILE
                       AT END SET WS-FILEREG-EOF TO TRUE
                       NOT AT END
                           IF FRG-CONVERTED-RECEIPT
                               AND FRG-SOURCE = WS-IN-SOURCE
                               AND FRG-CREATE-DATE
                                   = WS-IN-CREATE-DATE
                               AND FRG-TRL-COUNT = WS-IN-TRL-COUNT
                               AND FRG-HASH = WS-IN-HASH
                               AND FRG-LOADED-BY NOT = SPACES
                               MOVE FRG-LOADED-BY
                                   TO WS-FILE-LOADED-BY
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-FILE-REGISTER-STATUS = "00" OR "10"
                   CLOSE FILE-REGISTER-FILE
               END-IF
           END-IF.
       WriteFileRegister.
           OPEN EXTEND FILE-REGISTER-FILE
           IF WS-FILE-REGISTER-STATUS = "35"
               IF WS-SUSPENSE-STATUS = "35"
                   OPEN OUTPUT SUSPENSE-FILE
               END-IF
               OPEN EXTEND TAX-REGISTER-FILE
               IF WS-TAX-REGISTER-STATUS = "35"
                   OPEN OUTPUT TAX-REGISTER-FILE
               END-IF
               IF WS-HOLD-THR-COUNT > 0
                   PERFORM OpenHoldQueue
               END-IF
               PERFORM OpenReport
           END-IF
           PERFORM EditTransactionFile
           PERFORM EditRecycleFile
           PERFORM EditStandingFile
           PERFORM EditAdjustmentFile
           PERFORM EditHoldReleaseFile
           PERFORM EditSubledgerFeed
               VARYING WS-FEED-IDX FROM 1 BY 1
               UNTIL WS-FEED-IDX > WS-FEED-MAX
           IF NOT WS-DRY-RUN
               PERFORM WriteAcceptedTrailer
               CLOSE ACCEPTED-FILE
               CLOSE REJECT-FILE
               CLOSE SUSPENSE-FILE
               CLOSE TAX-REGISTER-FILE
               IF WS-HOLD-QUEUE-OPEN
                   CLOSE HOLD-QUEUE-FILE
               END-IF
           END-IF.
       WriteAcceptedHeader.
           MOVE SPACES TO ENV-HEADER-RECORD
           MOVE WS-ACC-HASH-TOTAL  TO ENV-TRL-HASH
           WRITE ACCEPTED-RECORD FROM ENV-TRAILER-RECORD.
       EditTransactionFile.
           MOVE WS-FILE-LOADED-BY TO WS-LOADED-BY
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS NOT = "00"
               DISPLAY "TRAN-EDIT: TRANFILE.DAT NOT AVAILABLE - "
           END-PERFORM
           IF WS-TRANSACTION-STATUS = "00" OR "10"
               CLOSE TRANSACTION-FILE
           END-IF
           MOVE WS-OPERATOR-ID TO WS-LOADED-BY.
       EditRecycleFile.
           OPEN INPUT RECYCLE-FILE
           IF WS-RECYCLE-STATUS NOT = "00"
                   CLOSE ADJUSTMENT-RELEASE-FILE
               END-IF
           END-IF.
      * Large-value items a supervisor released through
      * HOLD-RELEASE re-enter here. They face the edits again in
      * case a master changed while they were held, but not the
      * duplicate-id check (their id was registered when held) or
      * the threshold that held them. The file is cleared once
      * consumed.
       EditHoldReleaseFile.
           OPEN INPUT HOLD-RELEASE-FILE
           IF WS-HOLD-RELEASE-STATUS NOT = "00"
               SET WS-HOLD-RELEASE-EOF TO TRUE
           END-IF
           SET WS-RELEASED-ITEM TO TRUE
           PERFORM UNTIL WS-HOLD-RELEASE-EOF
               READ HOLD-RELEASE-FILE
                   AT END SET WS-HOLD-RELEASE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       ADD 1 TO WS-RELEASED-COUNT
                       MOVE HOLD-RELEASE-RECORD TO TRANSACTION-RECORD
                       PERFORM EditOneTransaction
               END-READ
           END-PERFORM
           MOVE "N" TO WS-RELEASED-ITEM-FLAG
           IF WS-HOLD-RELEASE-STATUS = "00" OR "10"
               CLOSE HOLD-RELEASE-FILE
               IF NOT WS-DRY-RUN
                   OPEN OUTPUT HOLD-RELEASE-FILE
                   CLOSE HOLD-RELEASE-FILE
               END-IF
           END-IF.
      * Subledger feeds (AP and the like) are edited exactly as the
      * standing journals are and cleared once consumed.
      * Feed records are the subledgers' own postings, so their
      * control accounts are open to them; everything read before
      * the feeds is edited as a direct posting.
       EditSubledgerFeed.
           SET WS-EDIT-SUBLEDGER TO TRUE
           MOVE 0 TO WS-FEED-COUNT(WS-FEED-IDX)
           MOVE WS-FEED-NAME(WS-FEED-IDX) TO WS-FEED-FILE-NAME
           MOVE "N" TO WS-FEED-EOF-FLAG
           OPEN INPUT SUBLEDGER-FEED-FILE
           IF WS-FEED-STATUS NOT = "00"
               SET WS-FEED-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-FEED-EOF
               READ SUBLEDGER-FEED-FILE
                   AT END SET WS-FEED-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       ADD 1 TO WS-FEED-COUNT(WS-FEED-IDX)
                       MOVE SFR-TRAN-DATA TO TRANSACTION-RECORD
                       IF SFR-LOADED-BY = SPACES
                           MOVE WS-OPERATOR-ID TO WS-LOADED-BY
                       ELSE
                           MOVE SFR-LOADED-BY TO WS-LOADED-BY
                       END-IF
                       PERFORM EditOneTransaction
               END-READ
           END-PERFORM
           IF WS-FEED-STATUS = "00" OR "10"
               CLOSE SUBLEDGER-FEED-FILE
               IF NOT WS-DRY-RUN
                   OPEN OUTPUT SUBLEDGER-FEED-FILE
                   CLOSE SUBLEDGER-FEED-FILE
               END-IF
           END-IF
           MOVE WS-OPERATOR-ID TO WS-LOADED-BY
           SET WS-EDIT-DIRECT TO TRUE.
       ReadCCParm.
           OPEN INPUT CC-PARM-FILE
           IF WS-CC-PARM-STATUS = "00"
               MOVE WS-DEFAULT-ENTITY TO TR-ENTITY
           END-IF
           CALL "TRAN-VALID" USING TRANSACTION-RECORD
               WS-EDIT-REASON-CODE WS-EDIT-SOURCE
           IF WS-EDIT-PASSED AND NOT WS-RELEASED-ITEM
               PERFORM CheckDuplicateId
           END-IF
           MOVE "N" TO WS-HOLD-FLAG
           IF WS-EDIT-PASSED AND NOT WS-RELEASED-ITEM
               PERFORM CheckHoldThreshold
           END-IF
           MOVE "N" TO WS-TAX-SPLIT-FLAG
           IF WS-EDIT-PASSED AND NOT WS-HOLD-ITEM
               AND TR-TAX-CODE NOT = SPACES
               PERFORM SplitTaxLine
           END-IF
           IF WS-HOLD-ITEM
               PERFORM HoldTransaction
           ELSE
               PERFORM FileEditedTransaction
           END-IF.
       FileEditedTransaction.
           IF WS-EDIT-PASSED
               ADD 1 TO WS-ACCEPT-COUNT
               PERFORM HashAcceptedAmount
               PERFORM RegisterTranId
               PERFORM MarkIdPosted
               IF NOT WS-DRY-RUN
                   WRITE ACCEPTED-RECORD FROM TRANSACTION-RECORD
               END-IF
               IF WS-TAX-SPLIT
                   PERFORM WriteTaxLine
               END-IF
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               IF WS-RELEASED-ITEM
                   PERFORM DeregisterTranId
               END-IF
               IF WS-EDIT-REASON-CODE >= 1
                   AND WS-EDIT-REASON-CODE <= 99
                   ADD 1 TO WS-REASON-COUNT(WS-EDIT-REASON-CODE)
                   PERFORM WriteRejectReportLine
               END-IF
           END-IF.
      * A passed transaction is held when its amount in base
      * currency exceeds the most specific HOLDTHR.DAT threshold
      * for its entity and account type (entity and type, then
      * entity alone, then type alone, then the blank catch-all).
      * A zero threshold exempts that combination. A tax-coded
      * record is held whole, before the split.
       CheckHoldThreshold.
           IF WS-HOLD-THR-COUNT > 0
               AND (WS-HOLD-QUEUE-OPEN OR WS-DRY-RUN)
               MOVE SPACE TO WS-HOLD-ACCT-TYPE
               IF WS-ACCT-MASTER-OPEN
                   MOVE TR-ACCOUNT-CODE TO AM-ACCOUNT-CODE
                   READ ACCOUNT-MASTER-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE AM-ACCOUNT-TYPE TO WS-HOLD-ACCT-TYPE
                   END-READ
               END-IF
               MOVE "N" TO WS-HOLD-MATCH-FLAG
               MOVE 0   TO WS-HOLD-BEST-SCORE
               PERFORM MatchHoldThreshold
                   VARYING WS-HOLD-THR-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-THR-IDX > WS-HOLD-THR-COUNT
               IF WS-HOLD-MATCHED AND WS-HOLD-LIMIT > 0
                   MOVE 1 TO WS-BASE-RATE
                   IF TR-CURRENCY NOT = SPACES
                       AND TR-CURRENCY NOT = "USD"
                       PERFORM VARYING WS-FX-IDX FROM 1 BY 1
                               UNTIL WS-FX-IDX > WS-FX-COUNT
                           IF WS-FX-TBL-CURRENCY(WS-FX-IDX)
                               = TR-CURRENCY
                               MOVE WS-FX-TBL-RATE(WS-FX-IDX)
                                   TO WS-BASE-RATE
                           END-IF
                       END-PERFORM
                   END-IF
                   COMPUTE WS-HOLD-BASE-AMOUNT ROUNDED =
                       TR-AMOUNT * WS-BASE-RATE
                   IF WS-HOLD-BASE-AMOUNT > WS-HOLD-LIMIT
                       SET WS-HOLD-ITEM TO TRUE
                   END-IF
               END-IF
           END-IF.
       MatchHoldThreshold.
           IF (WS-HT-ENTITY(WS-HOLD-THR-IDX) = SPACES
                   OR WS-HT-ENTITY(WS-HOLD-THR-IDX) = TR-ENTITY)
               AND (WS-HT-ACCOUNT-TYPE(WS-HOLD-THR-IDX) = SPACE
                   OR WS-HT-ACCOUNT-TYPE(WS-HOLD-THR-IDX)
                       = WS-HOLD-ACCT-TYPE)
               MOVE 1 TO WS-HOLD-SCORE
               IF WS-HT-ENTITY(WS-HOLD-THR-IDX) NOT = SPACES
                   ADD 2 TO WS-HOLD-SCORE
               END-IF
               IF WS-HT-ACCOUNT-TYPE(WS-HOLD-THR-IDX) NOT = SPACE
                   ADD 1 TO WS-HOLD-SCORE
               END-IF
               IF WS-HOLD-SCORE > WS-HOLD-BEST-SCORE
                   SET WS-HOLD-MATCHED TO TRUE
                   MOVE WS-HOLD-SCORE TO WS-HOLD-BEST-SCORE
                   MOVE WS-HT-LIMIT(WS-HOLD-THR-IDX) TO WS-HOLD-LIMIT
               END-IF
           END-IF.
      * The held record keeps its id on the register, so a resend
      * of the same item while it waits is still caught. Should it
      * fail its edit once released, the id comes off again as the
      * item goes to suspense (DeregisterTranId).
       HoldTransaction.
           ADD 1 TO WS-HELD-COUNT
           PERFORM RegisterTranId
           IF NOT WS-DRY-RUN
               MOVE SPACES TO HOLD-QUEUE-RECORD
               MOVE WS-HOLD-NEXT-SEQ    TO HLD-SEQ
               MOVE "H"                 TO HLD-STATUS
               MOVE WS-EDIT-RUN-DATE    TO HLD-BUSINESS-DATE
               MOVE WS-LOADED-BY        TO HLD-LOADED-BY
               MOVE WS-HOLD-LIMIT       TO HLD-THRESHOLD
               MOVE WS-HOLD-BASE-AMOUNT TO HLD-BASE-AMOUNT
               MOVE TRANSACTION-RECORD  TO HLD-TRAN-DATA
               MOVE WS-RUN-TIMESTAMP    TO HLD-HOLD-TS
               WRITE HOLD-QUEUE-RECORD
               ADD 1 TO WS-HOLD-NEXT-SEQ
               MOVE SPACES TO WS-RPT-DETAIL
               MOVE TR-TRAN-ID      TO WS-RPT-TRAN-ID
               MOVE TR-TRAN-DATE    TO WS-RPT-TRAN-DATE
               MOVE TR-ACCOUNT-CODE TO WS-RPT-ACCOUNT
               MOVE TR-TYPE-CODE    TO WS-RPT-TYPE
               MOVE TRANSACTION-RECORD(30:11) TO WS-RPT-AMOUNT
               MOVE "HELD - LARGE VALUE" TO WS-RPT-REASON
               WRITE EDIT-REPORT-RECORD FROM WS-RPT-DETAIL
           END-IF.
       LoadHoldThresholds.
           OPEN INPUT HOLD-THRESHOLD-FILE
           IF WS-HOLD-THRESHOLD-STATUS NOT = "00"
               SET WS-HOLD-THR-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-HOLD-THR-EOF
               READ HOLD-THRESHOLD-FILE
                   AT END SET WS-HOLD-THR-EOF TO TRUE
                   NOT AT END
                       IF HT-LIMIT NUMERIC
                           AND WS-HOLD-THR-COUNT < 100
                           ADD 1 TO WS-HOLD-THR-COUNT
                           MOVE HT-ENTITY
                               TO WS-HT-ENTITY(WS-HOLD-THR-COUNT)
                           MOVE HT-ACCOUNT-TYPE
                               TO WS-HT-ACCOUNT-TYPE(WS-HOLD-THR-COUNT)
                           MOVE HT-LIMIT
                               TO WS-HT-LIMIT(WS-HOLD-THR-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HOLD-THRESHOLD-STATUS = "00" OR "10"
               CLOSE HOLD-THRESHOLD-FILE
           END-IF
           IF WS-HOLD-THR-COUNT > 0
               OPEN INPUT ACCOUNT-MASTER-FILE
               IF WS-ACCOUNT-MASTER-STATUS = "00"
                   SET WS-ACCT-MASTER-OPEN TO TRUE
               ELSE
                   DISPLAY "TRAN-EDIT: ACCTMAST.DAT NOT AVAILABLE - "
                       "ACCOUNT-TYPE HOLD THRESHOLDS SKIPPED"
               END-IF
           END-IF.
      * New holds are numbered on from the highest sequence
      * already on the queue.
       OpenHoldQueue.
           MOVE "N" TO WS-HOLD-QUEUE-EOF-FLAG
           OPEN INPUT HOLD-QUEUE-FILE
           IF WS-HOLD-QUEUE-STATUS NOT = "00"
               SET WS-HOLD-QUEUE-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-HOLD-QUEUE-EOF
               READ HOLD-QUEUE-FILE
                   AT END SET WS-HOLD-QUEUE-EOF TO TRUE
                   NOT AT END
                       IF HLD-SEQ NUMERIC
                           AND HLD-SEQ >= WS-HOLD-NEXT-SEQ
                           COMPUTE WS-HOLD-NEXT-SEQ = HLD-SEQ + 1
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HOLD-QUEUE-STATUS = "00" OR "10"
               CLOSE HOLD-QUEUE-FILE
           END-IF
           OPEN EXTEND HOLD-QUEUE-FILE
           IF WS-HOLD-QUEUE-STATUS = "35"
               OPEN OUTPUT HOLD-QUEUE-FILE
           END-IF
           IF WS-HOLD-QUEUE-STATUS = "00"
               SET WS-HOLD-QUEUE-OPEN TO TRUE
           ELSE
               DISPLAY "TRAN-EDIT: HOLDQ.DAT OPEN FAILED - STATUS "
                   WS-HOLD-QUEUE-STATUS " - LARGE-VALUE HOLD SKIPPED"
               MOVE 8 TO WS-ALERT-SEVERITY
               MOVE "TRAN-EDIT"      TO WS-ALERT-PROGRAM
               MOVE WS-EDIT-RUN-DATE TO WS-ALERT-DATE
               MOVE "HOLDQ.DAT OPEN FAILED - LARGE VALUES NOT HELD"
                   TO WS-ALERT-MESSAGE
               CALL "ALERT-LOG" USING WS-ALERT-SEVERITY
                   WS-ALERT-PROGRAM WS-ALERT-DATE WS-ALERT-MESSAGE
           END-IF.
      * The edit run is the night's posting cutoff: every item
      * still awaiting a supervisor's decision, held tonight or
      * earlier, is raised as an exception alert so it cannot sit
      * unnoticed.
       AlertHeldItems.
           MOVE "N" TO WS-HOLD-QUEUE-EOF-FLAG
           OPEN INPUT HOLD-QUEUE-FILE
           IF WS-HOLD-QUEUE-STATUS NOT = "00"
               SET WS-HOLD-QUEUE-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-HOLD-QUEUE-EOF
               READ HOLD-QUEUE-FILE
                   AT END SET WS-HOLD-QUEUE-EOF TO TRUE
                   NOT AT END
                       IF HLD-HELD
                           PERFORM AlertHeldItem
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HOLD-QUEUE-STATUS = "00" OR "10"
               CLOSE HOLD-QUEUE-FILE
           END-IF
           IF WS-STILL-HELD-COUNT > 0
               DISPLAY "TRAN-EDIT: " WS-STILL-HELD-COUNT
                   " LARGE-VALUE ITEM(S) AWAITING RELEASE"
           END-IF.
       AlertHeldItem.
           ADD 1 TO WS-STILL-HELD-COUNT
           MOVE 6 TO WS-ALERT-SEVERITY
           MOVE "TRAN-EDIT"      TO WS-ALERT-PROGRAM
           MOVE WS-EDIT-RUN-DATE TO WS-ALERT-DATE
           MOVE SPACES TO WS-ALERT-MESSAGE
           STRING "LARGE-VALUE HOLD " HLD-SEQ " TRAN "
               HLD-TRAN-DATA(1:8) " HELD SINCE " HLD-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
           CALL "ALERT-LOG" USING WS-ALERT-SEVERITY WS-ALERT-PROGRAM
               WS-ALERT-DATE WS-ALERT-MESSAGE.
      * A transaction id already on the register is a resend, not
      * a correctable capture error, so it is rejected with reason
      * 08 and kept out of the suspense recycle loop.
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.
      * A released item that fails its re-edit was never accepted;
      * its hold-time entry is removed so that the corrected item,
      * recycled from suspense, is not rejected as its own resend.
       DeregisterTranId.
           IF WS-REGISTER-OPEN AND NOT WS-DRY-RUN
               MOVE TR-TRAN-ID TO TRG-TRAN-ID
               DELETE TRANID-REGISTER-FILE
                   INVALID KEY CONTINUE
               END-DELETE
           END-IF.
      * Ids handed out by DOC-NUM are marked posted once accepted,
      * so DOCNUM-RPT can list those never seen here as gaps. An
      * id from outside the managed ranges has no register entry.
       MarkIdPosted.
           IF WS-DOC-ISSUE-OPEN AND NOT WS-DRY-RUN
               MOVE TR-TRAN-ID TO DI-TRAN-ID
               READ DOC-ISSUE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DI-ISSUED
                           SET DI-POSTED TO TRUE
                           MOVE WS-EDIT-RUN-DATE TO DI-POSTED-DATE
                           REWRITE DOC-ISSUE-RECORD
                               INVALID KEY CONTINUE
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.
      * A missing DOCISSUE.DAT only means no id has been issued
      * yet, so there is nothing to mark.
       OpenDocIssueFile.
           IF NOT WS-DRY-RUN
               OPEN I-O DOC-ISSUE-FILE
               IF WS-DOC-ISSUE-STATUS = "00"
                   SET WS-DOC-ISSUE-OPEN TO TRUE
               END-IF
           END-IF.
       OpenTranIdRegister.
           PERFORM ReadDupParm
           OPEN I-O TRANID-REGISTER-FILE
                       " REGISTER ENTRY(S) AGED OFF"
               END-IF
           END-IF.
      * A tax-coded record carries the gross; it leaves the edit
      * as a net line on its own account and a tax line on the
      * code's tax account, both under the original tran id and
      * with the code cleared so nothing downstream splits it
      * again. The tax line is edited before either is written;
      * if it fails, the gross record is rejected whole with the
      * tax line's reason and recycles once the table is fixed.
       SplitTaxLine.
           MOVE TRANSACTION-RECORD TO WS-GROSS-DATA
           PERFORM FindTaxEntry
           IF NOT WS-TAX-FOUND
               MOVE 11 TO WS-EDIT-REASON-CODE
           ELSE
               MOVE TR-AMOUNT TO WS-GROSS-AMOUNT
               COMPUTE WS-TAX-AMOUNT ROUNDED =
                   WS-GROSS-AMOUNT * WS-TAX-RATE / (100 + WS-TAX-RATE)
               COMPUTE WS-NET-AMOUNT = WS-GROSS-AMOUNT - WS-TAX-AMOUNT
               MOVE TR-TAX-CODE    TO WS-TAX-CODE-USED
               MOVE SPACES         TO TR-TAX-CODE
               MOVE WS-TAX-ACCOUNT TO TR-ACCOUNT-CODE
               MOVE WS-TAX-AMOUNT  TO TR-AMOUNT
               IF WS-TAX-AMOUNT > 0
                   CALL "TRAN-VALID" USING TRANSACTION-RECORD
                       WS-EDIT-REASON-CODE WS-EDIT-SOURCE
               END-IF
               IF WS-EDIT-PASSED
                   MOVE TRANSACTION-RECORD TO WS-TAX-LINE-DATA
                   SET WS-TAX-SPLIT TO TRUE
               END-IF
           END-IF
           MOVE WS-GROSS-DATA TO TRANSACTION-RECORD
           IF WS-TAX-SPLIT
               MOVE WS-NET-AMOUNT TO TR-AMOUNT
               MOVE SPACES        TO TR-TAX-CODE
           END-IF.
       FindTaxEntry.
           MOVE "N" TO WS-TAX-FOUND-FLAG
           MOVE 0   TO WS-TAX-IDX
           PERFORM UNTIL WS-TAX-FOUND OR WS-TAX-IDX >= WS-TAX-COUNT
               ADD 1 TO WS-TAX-IDX
               IF WS-TAX-TBL-CODE(WS-TAX-IDX) = TR-TAX-CODE
                   AND WS-TAX-TBL-EFFECTIVE(WS-TAX-IDX) <= TR-TRAN-DATE
                   AND WS-TAX-TBL-EXPIRY(WS-TAX-IDX) >= TR-TRAN-DATE
                   SET WS-TAX-FOUND TO TRUE
                   MOVE WS-TAX-TBL-RATE(WS-TAX-IDX) TO WS-TAX-RATE
                   MOVE WS-TAX-TBL-DIRECTION(WS-TAX-IDX)
                       TO WS-TAX-DIRECTION
                   MOVE WS-TAX-TBL-ACCOUNT(WS-TAX-IDX)
                       TO WS-TAX-ACCOUNT
               END-IF
           END-PERFORM.
      * A zero-rated code still registers its taxable amount for
      * the return but adds no tax line.
       WriteTaxLine.
           ADD 1 TO WS-TAX-SPLIT-COUNT
           IF WS-TAX-AMOUNT > 0
               MOVE WS-TAX-LINE-DATA TO TRANSACTION-RECORD
               ADD 1 TO WS-ACCEPT-COUNT
               ADD 1 TO WS-TAX-LINE-COUNT
               PERFORM HashAcceptedAmount
               IF NOT WS-DRY-RUN
                   WRITE ACCEPTED-RECORD FROM TRANSACTION-RECORD
               END-IF
           END-IF
           IF NOT WS-DRY-RUN
               PERFORM WriteTaxRegister
           END-IF.
       WriteTaxRegister.
           MOVE 1 TO WS-BASE-RATE
           IF TR-CURRENCY NOT = SPACES AND TR-CURRENCY NOT = "USD"
               PERFORM VARYING WS-FX-IDX FROM 1 BY 1
                       UNTIL WS-FX-IDX > WS-FX-COUNT
                   IF WS-FX-TBL-CURRENCY(WS-FX-IDX) = TR-CURRENCY
                       MOVE WS-FX-TBL-RATE(WS-FX-IDX) TO WS-BASE-RATE
                   END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO TAX-REGISTER-RECORD
           MOVE WS-EDIT-RUN-DATE  TO TXR-BUSINESS-DATE
           MOVE TR-TRAN-DATE      TO TXR-TRAN-DATE
           MOVE TR-TRAN-ID        TO TXR-TRAN-ID
           MOVE TR-ENTITY         TO TXR-ENTITY
           MOVE WS-TAX-CODE-USED  TO TXR-TAX-CODE
           MOVE WS-TAX-DIRECTION  TO TXR-DIRECTION
           MOVE WS-TAX-ACCOUNT    TO TXR-TAX-ACCOUNT
           MOVE TR-TYPE-CODE      TO TXR-TYPE-CODE
           MOVE TR-CURRENCY       TO TXR-CURRENCY
           MOVE WS-NET-AMOUNT     TO TXR-NET-AMOUNT
           MOVE WS-TAX-AMOUNT     TO TXR-TAX-AMOUNT
           COMPUTE TXR-BASE-NET ROUNDED = WS-NET-AMOUNT * WS-BASE-RATE
           COMPUTE TXR-BASE-TAX ROUNDED = WS-TAX-AMOUNT * WS-BASE-RATE
           WRITE TAX-REGISTER-RECORD.
       LoadTaxCodes.
           OPEN INPUT TAX-CODE-FILE
           IF WS-TAX-CODE-STATUS NOT = "00"
               SET WS-TAX-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-TAX-EOF
               READ TAX-CODE-FILE
                   AT END SET WS-TAX-EOF TO TRUE
                   NOT AT END
                       IF WS-TAX-COUNT < 200
                           ADD 1 TO WS-TAX-COUNT
                           MOVE TX-CODE
                               TO WS-TAX-TBL-CODE(WS-TAX-COUNT)
                           MOVE TX-RATE
                               TO WS-TAX-TBL-RATE(WS-TAX-COUNT)
                           MOVE TX-EFFECTIVE-DATE
                               TO WS-TAX-TBL-EFFECTIVE(WS-TAX-COUNT)
                           IF TX-EXPIRY-DATE NUMERIC
                               AND TX-EXPIRY-DATE > 0
                               MOVE TX-EXPIRY-DATE
                                   TO WS-TAX-TBL-EXPIRY(WS-TAX-COUNT)
                           ELSE
                               MOVE 99999999
                                   TO WS-TAX-TBL-EXPIRY(WS-TAX-COUNT)
                           END-IF
                           MOVE TX-DIRECTION
                               TO WS-TAX-TBL-DIRECTION(WS-TAX-COUNT)
                           MOVE TX-ACCOUNT
                               TO WS-TAX-TBL-ACCOUNT(WS-TAX-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TAX-CODE-STATUS = "00" OR "10"
               CLOSE TAX-CODE-FILE
           END-IF.
       LoadFxRates.
           OPEN INPUT FX-RATE-FILE
           IF WS-FX-RATE-STATUS NOT = "00"
               SET WS-FX-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-FX-EOF
               READ FX-RATE-FILE
                   AT END SET WS-FX-EOF TO TRUE
                   NOT AT END
                       IF WS-FX-COUNT < 500
                           ADD 1 TO WS-FX-COUNT
                           MOVE FX-CURRENCY
                               TO WS-FX-TBL-CURRENCY(WS-FX-COUNT)
                           MOVE FX-RATE TO WS-FX-TBL-RATE(WS-FX-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FX-RATE-STATUS = "00" OR "10"
               CLOSE FX-RATE-FILE
           END-IF.
       HashAcceptedAmount.
           MOVE ZEROS TO WS-AMOUNT-X
           MOVE TRANSACTION-RECORD(30:11) TO WS-AMOUNT-X(3:11)
       WriteSuspenseRecord.
           MOVE SPACES TO SUSPENSE-RECORD
           MOVE TRANSACTION-RECORD(1:44) TO SUSP-TRAN-DATA
           MOVE TRANSACTION-RECORD(45:14) TO SUSP-TRAN-EXT
           MOVE WS-EDIT-REASON-CODE TO SUSP-REASON-CODE
           MOVE 0                   TO SUSP-AGE-CYCLES
           MOVE WS-EDIT-RUN-DATE    TO SUSP-FIRST-REJECT-DATE
                   TO WS-RPT-REASON
               WHEN 9 MOVE "09 INVALID COST CENTER"
                   TO WS-RPT-REASON
               WHEN 10 MOVE "10 UNKNOWN TAX CODE"
                   TO WS-RPT-REASON
               WHEN 11 MOVE "11 TAX CODE NOT IN FORCE"
                   TO WS-RPT-REASON
               WHEN 12 MOVE "12 COST CENTER REQUIRED"
                   TO WS-RPT-REASON
               WHEN 13 MOVE "13 DR/CR NOT ALLOWED"
                   TO WS-RPT-REASON
               WHEN 14 MOVE "14 CONTROL ACCT DIRECT"
                   TO WS-RPT-REASON
               WHEN 15 MOVE "15 ENTITY NOT ALLOWED"
                   TO WS-RPT-REASON
               WHEN 16 MOVE "16 CURRENCY NOT ALLOWED"
                   TO WS-RPT-REASON
               WHEN OTHER MOVE "99 UNKNOWN"
                   TO WS-RPT-REASON
           END-EVALUATE
               MOVE "ADJUSTMENTS IN:"   TO WS-RPT-COUNT-LABEL
               MOVE WS-ADJUST-COUNT     TO WS-RPT-COUNT-VALUE
               WRITE EDIT-REPORT-RECORD FROM WS-RPT-COUNT-LINE
               MOVE "RELEASED HOLDS IN:" TO WS-RPT-COUNT-LABEL
               MOVE WS-RELEASED-COUNT   TO WS-RPT-COUNT-VALUE
               WRITE EDIT-REPORT-RECORD FROM WS-RPT-COUNT-LINE
               PERFORM WriteFeedCountLine
                   VARYING WS-FEED-IDX FROM 1 BY 1
                   UNTIL WS-FEED-IDX > WS-FEED-MAX
               MOVE "TAX-CODED SPLIT:"  TO WS-RPT-COUNT-LABEL
               MOVE WS-TAX-SPLIT-COUNT  TO WS-RPT-COUNT-VALUE
               WRITE EDIT-REPORT-RECORD FROM WS-RPT-COUNT-LINE
               MOVE "TAX LINES ADDED:"  TO WS-RPT-COUNT-LABEL
               MOVE WS-TAX-LINE-COUNT   TO WS-RPT-COUNT-VALUE
               WRITE EDIT-REPORT-RECORD FROM WS-RPT-COUNT-LINE
               MOVE "RECORDS ACCEPTED:" TO WS-RPT-COUNT-LABEL
               MOVE WS-ACCEPT-COUNT     TO WS-RPT-COUNT-VALUE
               WRITE EDIT-REPORT-RECORD FROM WS-RPT-COUNT-LINE
               MOVE "RECORDS REJECTED:" TO WS-RPT-COUNT-LABEL
               MOVE WS-REJECT-COUNT     TO WS-RPT-COUNT-VALUE
               WRITE EDIT-REPORT-RECORD FROM WS-RPT-COUNT-LINE
               MOVE "HELD FOR RELEASE:" TO WS-RPT-COUNT-LABEL
               MOVE WS-HELD-COUNT       TO WS-RPT-COUNT-VALUE
               WRITE EDIT-REPORT-RECORD FROM WS-RPT-COUNT-LINE
               CLOSE EDIT-REPORT-FILE
           END-IF
           DISPLAY "TRAN-EDIT: " WS-READ-COUNT " READ, "
               WS-RECYCLE-COUNT " RECYCLED IN, "
               WS-STANDING-COUNT " STANDING IN, "
               WS-ACCEPT-COUNT " ACCEPTED, "
               WS-REJECT-COUNT " REJECTED, "
               WS-HELD-COUNT " HELD".
       WriteFeedCountLine.
           MOVE WS-FEED-LABEL(WS-FEED-IDX) TO WS-RPT-COUNT-LABEL
           MOVE WS-FEED-COUNT(WS-FEED-IDX) TO WS-RPT-COUNT-VALUE
           WRITE EDIT-REPORT-RECORD FROM WS-RPT-COUNT-LINE.
      * One record per reason code with a reject this run, so
      * the trend report can say whether a spike is bad dates or
      * bad currencies without reading TRANEDIT.RPT line by line.
