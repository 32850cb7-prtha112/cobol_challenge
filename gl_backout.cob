           SELECT GL-DETAIL-FILE ASSIGN TO "GLDETAIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-DETAIL-STATUS.
           SELECT POSTING-JOURNAL-FILE ASSIGN TO "POSTJRNL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PJ-KEY
               FILE STATUS IS WS-POSTING-JOURNAL-STATUS.
           SELECT BACKOUT-PARM-FILE ASSIGN TO "BACKPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKOUT-PARM-STATUS.
           COPY GLINTREC.
       FD  GL-DETAIL-FILE.
           COPY GLDETREC.
       FD  POSTING-JOURNAL-FILE.
           COPY PJRNREC.
       FD  BACKOUT-PARM-FILE.
       01  BACKOUT-PARM-RECORD  PIC X(22).
       FD  DRY-RUN-FILE.
       WORKING-STORAGE SECTION.
           01 WS-GL-INTERFACE-STATUS PIC XX.
           01 WS-GL-DETAIL-STATUS    PIC XX.
           01 WS-POSTING-JOURNAL-STATUS PIC XX.
           01 WS-BACKOUT-PARM-STATUS PIC XX.
           01 WS-DRY-RUN-STATUS      PIC XX.
           01 WS-DRY-RUN-FLAG        PIC X VALUE "N".
           01 WS-GL-OVERFLOW-FLAG    PIC X VALUE "N".
               88 WS-GL-OVERFLOW VALUE "Y".
           01 WS-DET-TABLE.
               05 WS-DET-ENTRY OCCURS 100 TIMES PIC X(137).
           01 WS-DET-COUNT           PIC 9(4) VALUE 0.
           01 WS-DET-IDX             PIC 9(4).
           01 WS-JRNL-EOF-FLAG       PIC X.
               88 WS-JRNL-EOF VALUE "Y".
           01 WS-JRNL-RUN-DATE       PIC 9(8).
           01 WS-JRNL-BATCH-SEQ      PIC 9(2).
           01 WS-JRNL-LAST-KEY       PIC X(16).
           01 WS-JRNL-NEXT-SEQ       PIC 9(6).
           01 WS-JRNL-REVERSED-COUNT PIC 9(6) VALUE 0.
           01 WS-REVERSAL-TOTAL      PIC S9(9)V99 VALUE 0.
           01 WS-REVERSED-COUNT      PIC 9(4) VALUE 0.
           01 WS-ERROR-FLAG          PIC X VALUE "N".
               ELSE
                   PERFORM RewriteGLInterface
                   PERFORM AppendDetailReversals
                   PERFORM AppendJournalReversals
                   DISPLAY "GL-BACKOUT: RUN " WS-TARGET-TIMESTAMP
                       " REVERSED - OFFSET TOTAL " WS-REVERSAL-TOTAL
               END-IF
           MOVE WS-RUN-DATE-8    TO GL-DET-RUN-DATE
           MOVE WS-RUN-TIMESTAMP TO GL-DET-RUN-TIMESTAMP
           WRITE GL-DETAIL-RECORD.
      * Every posting journal line of the reversed run gets a
      * reversing line, the debit and credit swapped, under this
      * business date and the run's batch - the same date and
      * batch the reversing GLDETAIL.DAT lines carry - and this
      * run's timestamp, so JRNL-INQ agrees to the reversed
      * detail and master balances. ADD-SUM-NUMBERS numbers its
      * lines from 1, so reversing lines take run sequences from
      * 900000 up, clear of any posting run on the same key.
       AppendJournalReversals.
           IF WS-DET-COUNT > 0
               MOVE WS-DET-ENTRY(1) TO GL-DETAIL-RECORD
               MOVE GL-DET-RUN-DATE  TO WS-JRNL-RUN-DATE
               MOVE GL-DET-BATCH-SEQ TO WS-JRNL-BATCH-SEQ
               OPEN I-O POSTING-JOURNAL-FILE
               IF WS-POSTING-JOURNAL-STATUS = "00"
                   PERFORM FindNextReversalSeq
                   PERFORM ReverseRunJournal
                   CLOSE POSTING-JOURNAL-FILE
                   DISPLAY "GL-BACKOUT: " WS-JRNL-REVERSED-COUNT
                       " POSTING JOURNAL LINE(S) REVERSED"
               ELSE
                   DISPLAY "GL-BACKOUT: POSTJRNL.DAT NOT AVAILABLE "
                       "- STATUS " WS-POSTING-JOURNAL-STATUS
                       " - JOURNAL NOT REVERSED"
               END-IF
           END-IF.
       FindNextReversalSeq.
           MOVE 900000 TO WS-JRNL-NEXT-SEQ
           MOVE "N" TO WS-JRNL-EOF-FLAG
           MOVE WS-RUN-DATE-8     TO PJ-RUN-DATE
           MOVE WS-JRNL-BATCH-SEQ TO PJ-BATCH-SEQ
           MOVE 900000            TO PJ-RUN-SEQ
           START POSTING-JOURNAL-FILE KEY IS >= PJ-KEY
               INVALID KEY SET WS-JRNL-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-JRNL-EOF
               READ POSTING-JOURNAL-FILE NEXT RECORD
                   AT END SET WS-JRNL-EOF TO TRUE
                   NOT AT END
                       IF PJ-RUN-DATE NOT = WS-RUN-DATE-8
                           OR PJ-BATCH-SEQ NOT = WS-JRNL-BATCH-SEQ
                           SET WS-JRNL-EOF TO TRUE
                       ELSE
                           COMPUTE WS-JRNL-NEXT-SEQ = PJ-RUN-SEQ + 1
                       END-IF
               END-READ
           END-PERFORM.
      * The run's lines sit together under its date and batch.
      * The position is taken again after each reversing line is
      * written, since that line may land in the same key range.
       ReverseRunJournal.
           MOVE "N" TO WS-JRNL-EOF-FLAG
           MOVE WS-JRNL-RUN-DATE  TO PJ-RUN-DATE
           MOVE WS-JRNL-BATCH-SEQ TO PJ-BATCH-SEQ
           MOVE 0                 TO PJ-RUN-SEQ
           START POSTING-JOURNAL-FILE KEY IS >= PJ-KEY
               INVALID KEY SET WS-JRNL-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-JRNL-EOF
               READ POSTING-JOURNAL-FILE NEXT RECORD
                   AT END SET WS-JRNL-EOF TO TRUE
                   NOT AT END
                       IF PJ-RUN-DATE NOT = WS-JRNL-RUN-DATE
                           OR PJ-BATCH-SEQ NOT = WS-JRNL-BATCH-SEQ
                           OR PJ-RUN-SEQ >= 900000
                           SET WS-JRNL-EOF TO TRUE
                       ELSE
                           IF PJ-RUN-TIMESTAMP = WS-TARGET-TIMESTAMP
                               PERFORM WriteJournalReversal
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       WriteJournalReversal.
           MOVE PJ-KEY TO WS-JRNL-LAST-KEY
           IF PJ-DEBIT
               MOVE "C" TO PJ-TYPE-CODE
           ELSE
               MOVE "D" TO PJ-TYPE-CODE
           END-IF
           MOVE WS-RUN-DATE-8    TO PJ-RUN-DATE
           MOVE WS-JRNL-NEXT-SEQ TO PJ-RUN-SEQ
           MOVE WS-RUN-TIMESTAMP TO PJ-RUN-TIMESTAMP
           WRITE POSTING-JOURNAL-RECORD
               INVALID KEY
                   DISPLAY "GL-BACKOUT: POSTJRNL.DAT WRITE FAILED - "
                       "STATUS " WS-POSTING-JOURNAL-STATUS
                       " TRANSACTION " PJ-TRAN-ID
               NOT INVALID KEY
                   ADD 1 TO WS-JRNL-REVERSED-COUNT
                   ADD 1 TO WS-JRNL-NEXT-SEQ
           END-WRITE
           MOVE WS-JRNL-LAST-KEY TO PJ-KEY
           START POSTING-JOURNAL-FILE KEY IS > PJ-KEY
               INVALID KEY SET WS-JRNL-EOF TO TRUE
           END-START.
       WriteStartAudit.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           MOVE "GL-BACKOUT" TO WS-AUDIT-PROGRAM-ID
