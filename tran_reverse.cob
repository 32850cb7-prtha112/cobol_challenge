           01 WS-OPERATOR-ID   PIC X(8).
           COPY AUDITREC.
           COPY BUSDTE.
           COPY DOCNUM.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "DATE-TIME" USING WS-RUN-TIMESTAMP WS-DATE-FORMAT-CODE
                   SET WS-RUN-REFUSED TO TRUE
               END-IF
           END-IF
           IF NOT WS-RUN-REFUSED
               PERFORM AllocateReversalId
           END-IF
           IF NOT WS-RUN-REFUSED
               PERFORM GenerateReversal
           END-IF
           IF WS-TRANSACTION-STATUS = "00" OR "10"
               CLOSE TRANSACTION-FILE
           END-IF.
       AllocateReversalId.
           MOVE "TRANREV" TO WS-DOCNUM-SOURCE
           CALL "DOC-NUM" USING WS-DOCNUM-SOURCE WS-DOCNUM-ID
               WS-DOCNUM-RESULT
           IF WS-DOCNUM-ISSUED
               MOVE WS-DOCNUM-ID TO WS-REVERSAL-ID
           ELSE
               DISPLAY "TRAN-REVERSE: NO REVERSAL ID AVAILABLE - "
                   "REFUSED"
               SET WS-RUN-REFUSED TO TRUE
           END-IF.
      * The offsetting record keeps the account, amount and
      * currency and flips the type code; it enters the next edit
      * cycle through the released-adjustments stream under an id
      * from the TRANREV range, cross-referenced to the original
      * in REVREG.DAT.
       GenerateReversal.
           MOVE WS-ORIGINAL-DATA TO TRANSACTION-RECORD
           MOVE WS-REVERSAL-ID   TO TR-TRAN-ID
           MOVE WS-BUSINESS-DATE TO TR-TRAN-DATE
