      *----------------------------------------------------------
      * Shared record layout for the document-number issue
      * register (DOCISSUE.DAT), indexed by transaction id. DOC-NUM
      * writes one record, status "I" issued, for every id it hands
      * out, and never hands out an id already on the register.
      * TRAN-EDIT sets status "P" posted, with the business date,
      * when it accepts a transaction carrying the id. DOCNUM-RPT
      * lists ids still at "I" after their issue date as gaps.
      * COPY this into the FD for DOC-ISSUE-FILE in any program
      * that reads or writes it, so the layout always matches on
      * both sides.
      *----------------------------------------------------------
           01 DOC-ISSUE-RECORD.
               05 DI-TRAN-ID        PIC 9(8).
               05 FILLER            PIC X.
               05 DI-SOURCE         PIC X(8).
               05 FILLER            PIC X.
               05 DI-STATUS         PIC X.
                   88 DI-ISSUED VALUE "I".
                   88 DI-POSTED VALUE "P".
               05 FILLER            PIC X.
               05 DI-ISSUE-DATE     PIC 9(8).
               05 FILLER            PIC X.
               05 DI-POSTED-DATE    PIC 9(8).
               05 FILLER            PIC X.
               05 DI-ISSUED-BY      PIC X(8).
               05 FILLER            PIC X.
               05 DI-ISSUE-TS       PIC X(22).
