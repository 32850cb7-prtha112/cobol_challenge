           SELECT DIFFERENCE-TRACK-FILE ASSIGN TO "DIFFTRK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIFFERENCE-TRACK-STATUS.
           SELECT POSTING-JOURNAL-FILE ASSIGN TO "POSTJRNL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PJ-KEY
               FILE STATUS IS WS-POSTING-JOURNAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
               10 ADD-CKPT-ENT-ID    PIC X(3).
               10 ADD-CKPT-ENT-TOTAL PIC S9(9)V99
                                     SIGN LEADING SEPARATE.
           05 ADD-CKPT-ACCT-PERIOD PIC 9(6).
       FD  GL-INTERFACE-FILE.
           COPY GLINTREC.
       FD  GL-DETAIL-FILE.
           05 AB-PARM-ACCOUNT   PIC X(8).
       FD  DIFFERENCE-TRACK-FILE.
           COPY DIFFREC.
       FD  POSTING-JOURNAL-FILE.
           COPY PJRNREC.
       WORKING-STORAGE SECTION.
           01 WS-POSTING-JOURNAL-STATUS   PIC XX.
           01 WS-JOURNAL-OPEN-FLAG        PIC X VALUE "N".
               88 WS-JOURNAL-OPEN VALUE "Y".
           01 WS-AUTO-BALANCE-PARM-STATUS PIC XX.
           01 WS-DIFFERENCE-TRACK-STATUS  PIC XX.
           01 WS-AB-THRESHOLD        PIC 9(7)V99 VALUE 0.
               05 WS-CUR-ACCT-CURR     PIC X(3).
               05 WS-CUR-ACCT-ORIG     PIC 9(11)V99.
               05 WS-CUR-ACCT-RATE     PIC 9(3)V9(6).
               05 WS-CUR-ACCT-PERIOD   PIC 9(6).
           01 WS-TRAN-POST-PERIOD    PIC 9(6).
           01 WS-ACCT-ACTIVE-FLAG    PIC X VALUE "N".
               88 WS-ACCT-ACTIVE VALUE "Y".
           01 WS-CKPT-DUE-FLAG       PIC X VALUE "N".
           PERFORM ReadAddCheckpoint
           IF NOT WS-DRY-RUN
               PERFORM OpenGLDetail
               PERFORM OpenPostingJournal
           END-IF
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS = "00"
                           ELSE
                               PERFORM NetTransaction
                               ADD 1 TO WS-TRAN-COUNT
                               IF NOT WS-DRY-RUN
                                   AND NOT WS-OVERFLOW
                                   AND NOT WS-RATE-ERROR
                                   PERFORM WritePostingJournal
                               END-IF
                               IF NOT WS-DRY-RUN
                                   IF WS-CKPT-DUE
                                       OR FUNCTION MOD(WS-TRAN-COUNT,
           IF WS-OVERFLOW OR WS-RATE-ERROR
               IF NOT WS-DRY-RUN
                   CLOSE GL-DETAIL-FILE
                   PERFORM ClosePostingJournal
               END-IF
               PERFORM AbendProgram
           END-IF
           END-IF
           IF NOT WS-DRY-RUN
               CLOSE GL-DETAIL-FILE
               PERFORM ClosePostingJournal
               PERFORM ClearAddCheckpoint
           END-IF.
       OpenGLDetail.
           IF WS-GL-DETAIL-STATUS = "35"
               OPEN OUTPUT GL-DETAIL-FILE
           END-IF.
       OpenPostingJournal.
           OPEN I-O POSTING-JOURNAL-FILE
           IF WS-POSTING-JOURNAL-STATUS = "35"
               OPEN OUTPUT POSTING-JOURNAL-FILE
               CLOSE POSTING-JOURNAL-FILE
               OPEN I-O POSTING-JOURNAL-FILE
           END-IF
           IF WS-POSTING-JOURNAL-STATUS = "00"
               SET WS-JOURNAL-OPEN TO TRUE
           ELSE
               DISPLAY "ADD-SUM-NUMBERS: POSTJRNL.DAT OPEN FAILED - "
                   "STATUS " WS-POSTING-JOURNAL-STATUS
               CLOSE GL-DETAIL-FILE
               PERFORM AbendProgram
           END-IF.
       ClosePostingJournal.
           IF WS-JOURNAL-OPEN
               CLOSE POSTING-JOURNAL-FILE
               MOVE "N" TO WS-JOURNAL-OPEN-FLAG
           END-IF.
      * One journal line per posted transaction, keyed by the
      * business date, batch and the transaction's position in
      * TRANSRT.DAT. After a restart the records between the last
      * checkpoint and the failure post again under the same
      * position, so the journal line is replaced, not doubled.
       WritePostingJournal.
           MOVE SPACES TO POSTING-JOURNAL-RECORD
           MOVE WS-GL-RUN-DATE      TO PJ-RUN-DATE
           MOVE WS-BATCH-SEQ        TO PJ-BATCH-SEQ
           MOVE WS-TRAN-COUNT       TO PJ-RUN-SEQ
           MOVE TR-TRAN-ID          TO PJ-TRAN-ID
           MOVE TR-TRAN-DATE        TO PJ-TRAN-DATE
           MOVE TR-ENTITY           TO PJ-ENTITY
           MOVE TR-COST-CENTER      TO PJ-COST-CENTER
           MOVE TR-ACCOUNT-CODE     TO PJ-ACCOUNT-CODE
           MOVE TR-TYPE-CODE        TO PJ-TYPE-CODE
           MOVE WS-TRAN-CURRENCY    TO PJ-ORIG-CURRENCY
           MOVE TR-AMOUNT           TO PJ-ORIG-AMOUNT
           MOVE WS-APPLIED-RATE     TO PJ-RATE-APPLIED
           MOVE WS-CONVERTED-AMOUNT TO PJ-CONVERTED-AMOUNT
           MOVE WS-TRAN-POST-PERIOD TO PJ-GLM-PERIOD
           MOVE WS-RUN-TIMESTAMP    TO PJ-RUN-TIMESTAMP
           MOVE TR-PERIOD-FLAG      TO PJ-PERIOD-FLAG
           WRITE POSTING-JOURNAL-RECORD
               INVALID KEY
                   REWRITE POSTING-JOURNAL-RECORD
                       INVALID KEY
                           DISPLAY "ADD-SUM-NUMBERS: POSTJRNL.DAT "
                               "WRITE FAILED - STATUS "
                               WS-POSTING-JOURNAL-STATUS
                               " TRANSACTION " TR-TRAN-ID
                   END-REWRITE
           END-WRITE.
       CheckTransactionEnvelope.
           MOVE "TRANSRT.DAT" TO WS-ENV-FILE-NAME
           MOVE 30 TO WS-ENV-AMOUNT-START
           IF TR-ENTITY = SPACES
               MOVE WS-DEFAULT-ENTITY TO TR-ENTITY
           END-IF
           PERFORM SetPostingPeriod
           PERFORM ConvertCurrency
           IF WS-RATE-ERROR OR WS-OVERFLOW
               CONTINUE
                   PERFORM AccumulateAccount
               END-IF
           END-IF.
      * TRAN-SORT stamps the GL period each record posts to; a
      * stream sorted before the period was carried holds only
      * the business date's records, which post to its period.
       SetPostingPeriod.
           IF TR-POST-PERIOD NUMERIC AND TR-POST-PERIOD > 0
               MOVE TR-POST-PERIOD TO WS-TRAN-POST-PERIOD
           ELSE
               MOVE WS-GL-RUN-DATE(1:6) TO WS-TRAN-POST-PERIOD
           END-IF.
       AccumulateEntityTotal.
           PERFORM FindEntityEntry
           IF NOT WS-ENT-FOUND
      * TRANSRT.DAT arrives in account-code order from TRAN-SORT, so
      * the account roll-up is a control break: one account is open
      * at a time and its GL detail record is written the moment the
      * account code changes. No table, no account ceiling. Within
      * an account the stream is in posting-period order, so a
      * back-dated record posting to its own open period gets its
      * own detail record for that period.
       AccumulateAccount.
           IF WS-ACCT-ACTIVE
               AND (TR-ACCOUNT-CODE NOT = WS-CUR-ACCT-CODE
               OR TR-COST-CENTER NOT = WS-CUR-ACCT-CCTR
               OR TR-ENTITY NOT = WS-CUR-ACCT-ENTITY
               OR WS-TRAN-POST-PERIOD NOT = WS-CUR-ACCT-PERIOD)
               PERFORM FinishAccountBreak
           END-IF
           IF NOT WS-ACCT-ACTIVE
               MOVE TR-ACCOUNT-CODE  TO WS-CUR-ACCT-CODE
               MOVE TR-COST-CENTER   TO WS-CUR-ACCT-CCTR
               MOVE TR-ENTITY        TO WS-CUR-ACCT-ENTITY
               MOVE WS-TRAN-POST-PERIOD TO WS-CUR-ACCT-PERIOD
               MOVE ZERO             TO WS-CUR-ACCT-DEBIT
               MOVE ZERO             TO WS-CUR-ACCT-CREDIT
               MOVE ZERO             TO WS-CUR-ACCT-NET
                               WS-CUR-ACCT-ORIG
                           MOVE ADD-CKPT-ACCT-RATE   TO
                               WS-CUR-ACCT-RATE
                           IF ADD-CKPT-ACCT-PERIOD NUMERIC
                               MOVE ADD-CKPT-ACCT-PERIOD TO
                                   WS-CUR-ACCT-PERIOD
                           ELSE
                               MOVE WS-GL-RUN-DATE(1:6) TO
                                   WS-CUR-ACCT-PERIOD
                           END-IF
                           MOVE "ASN0002" TO WS-MSG-ID
                           MOVE ADD-CKPT-COUNT TO WS-MSG-VARIABLE
                           CALL "MSG-WRITER" USING WS-MSG-ID
           MOVE WS-CUR-ACCT-CURR   TO ADD-CKPT-ACCT-CURR
           MOVE WS-CUR-ACCT-ORIG   TO ADD-CKPT-ACCT-ORIG
           MOVE WS-CUR-ACCT-RATE   TO ADD-CKPT-ACCT-RATE
           MOVE WS-CUR-ACCT-PERIOD TO ADD-CKPT-ACCT-PERIOD
           WRITE ADD-CHECKPOINT-RECORD
           CLOSE ADD-CHECKPOINT-FILE
           ADD 1 TO WS-CKPT-TAKEN-COUNT.
           MOVE 1                 TO GL-DET-RATE-APPLIED
           MOVE WS-BATCH-SEQ      TO GL-DET-BATCH-SEQ
           MOVE WS-DEFAULT-ENTITY TO GL-DET-ENTITY
           MOVE WS-GL-RUN-DATE(1:6) TO GL-DET-POST-PERIOD
           WRITE GL-DETAIL-RECORD
           CLOSE GL-DETAIL-FILE.
       TrackDifference.
           MOVE WS-BATCH-SEQ       TO GL-DET-BATCH-SEQ
           MOVE WS-CUR-ACCT-CCTR   TO GL-DET-COST-CENTER
           MOVE WS-CUR-ACCT-ENTITY TO GL-DET-ENTITY
           MOVE WS-CUR-ACCT-PERIOD TO GL-DET-POST-PERIOD
           WRITE GL-DETAIL-RECORD.
       WriteGLRewriteEntry.
           MOVE WS-GL-REWRITE-ENTRY(WS-GL-REWRITE-IDX)
