           01 WS-JOB-MODE-FLAG   PIC X VALUE "U".
           COPY TRANREC.
           COPY TRANVAL.
           COPY DOCNUM.
           COPY AUDITREC.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CLOSE ADJUSTMENT-PENDING-FILE.
      * The keyed transaction goes straight through TRAN-VALID so
      * a fat-fingered correction is caught at the terminal, not
      * in the night's rejects report. Its id is drawn from the
      * ADJENTRY range only once it is known to be held.
       EnterAdjustment.
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE 0 TO TR-TRAN-ID
           DISPLAY "Tran date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT TR-TRAN-DATE
           DISPLAY "Account code (8): " WITH NO ADVANCING
           DISPLAY "Entity (blank=home): " WITH NO ADVANCING
           ACCEPT TR-ENTITY
           CALL "TRAN-VALID" USING TRANSACTION-RECORD
               WS-EDIT-REASON-CODE WS-EDIT-SOURCE
           IF WS-EDIT-PASSED
               CALL "DATE-TIME" USING WS-RUN-TIMESTAMP
                   WS-DATE-FORMAT-CODE WS-JOB-MODE-FLAG
               IF WS-PEND-COUNT >= 500
                   DISPLAY "ADJ-ENTRY: PENDING FILE FULL - "
                       "APPROVE OR REJECT ITEMS FIRST"
               ELSE
                   PERFORM AllocateAdjustmentId
                   IF WS-DOCNUM-ISSUED
                       PERFORM HoldAdjustment
                   END-IF
               END-IF
           ELSE
               DISPLAY "ADJ-ENTRY: VALIDATION FAILED - REASON "
                   WS-EDIT-REASON-CODE " - NOT HELD"
           END-IF.
       AllocateAdjustmentId.
           MOVE "ADJENTRY" TO WS-DOCNUM-SOURCE
           CALL "DOC-NUM" USING WS-DOCNUM-SOURCE WS-DOCNUM-ID
               WS-DOCNUM-RESULT
           IF WS-DOCNUM-ISSUED
               MOVE WS-DOCNUM-ID TO TR-TRAN-ID
           ELSE
               DISPLAY "ADJ-ENTRY: NO TRANSACTION ID AVAILABLE - "
                   "NOT HELD"
           END-IF.
       HoldAdjustment.
           ADD 1 TO WS-PEND-COUNT
           MOVE SPACES TO ADJUSTMENT-PENDING-RECORD
           MOVE WS-NEXT-SEQ        TO ADJ-SEQ
           MOVE "P"                TO ADJ-STATUS
           MOVE WS-SIGNON-ID       TO ADJ-MAKER
           MOVE WS-SIGNON-LEVEL    TO ADJ-MAKER-LEVEL
           MOVE SPACES             TO ADJ-CHECKER
           MOVE TRANSACTION-RECORD TO ADJ-TRAN-DATA
           MOVE WS-RUN-TIMESTAMP   TO ADJ-KEY-TIMESTAMP
           MOVE ADJUSTMENT-PENDING-RECORD
               TO WS-PEND-ENTRY(WS-PEND-COUNT)
           PERFORM RewritePendingFile
           DISPLAY "ADJ-ENTRY: ADJUSTMENT " WS-NEXT-SEQ
               " HELD FOR APPROVAL AS TRAN ID " TR-TRAN-ID
           ADD 1 TO WS-NEXT-SEQ
           MOVE "ADJ-KEY" TO WS-ACTION-OUTCOME
           PERFORM WriteAuditEntry.
       ListPending.
           DISPLAY "SEQ    ST MAKER    TRANSACTION"
           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
