      *----------------------------------------------------------
      * Shared call interface for DOC-NUM, the document-number
      * allocation service. COPY this into the WORKING-STORAGE of
      * any program that calls DOC-NUM, and into DOC-NUM's own
      * LINKAGE SECTION, so the parameter layout always matches on
      * both sides of the CALL. Pass the source name whose range
      * (DOCNUM.DAT) the id is drawn from; DOC-NUM returns the next
      * transaction id with result "I" issued. Result "E" means
      * the range is exhausted and "F" that no id could be issued
      * (files unavailable or source unknown); the id is zero for
      * both and the caller must not write the transaction.
      * Sources: ADJENTRY keyed adjustments, TRANREV reversals,
      * STJGEN standing journals, STJREV standing auto-reversals,
      * CSVIMPRT CSV imports, APENTRY approved AP invoices, APPAY
      * AP payments, EXPCLAIM expense claims, FADEPR depreciation
      * and disposals, ALLOCRUN cost allocations.
      *----------------------------------------------------------
           01 WS-DOCNUM-SOURCE  PIC X(8).
           01 WS-DOCNUM-ID      PIC 9(8).
           01 WS-DOCNUM-RESULT  PIC X.
               88 WS-DOCNUM-ISSUED    VALUE "I".
               88 WS-DOCNUM-EXHAUSTED VALUE "E".
               88 WS-DOCNUM-FAILED    VALUE "F".
