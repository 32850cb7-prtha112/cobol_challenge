      * the ENTPARM.DAT home entity, and the code rides through
      * GLDETAIL.DAT, SUMOUT.DAT and the GL master key so one
      * affiliate's postings can never land in another's ledger.
      * The optional tax code names a TAXCODE.DAT entry; a coded
      * record carries the tax-inclusive gross, which TRAN-EDIT
      * splits into net and tax lines (both with the code
      * cleared), so no record past the edit carries a code.
      * The posting period and period flag are set by TRAN-SORT
      * only, on the sorted stream: the GL period the record
      * posts to, flag "B" for a back-dated record posting to its
      * own still-open period and "P" for a prior-period item
      * whose period is closed, posting to the current period.
      * Blank everywhere before the sort.
      *----------------------------------------------------------
           01 TRANSACTION-RECORD.
               05 TR-TRAN-ID        PIC 9(8).
               05 TR-COST-CENTER    PIC X(4).
               05 FILLER            PIC X.
               05 TR-ENTITY         PIC X(3).
               05 FILLER            PIC X.
               05 TR-TAX-CODE       PIC X(4).
               05 FILLER            PIC X.
               05 TR-POST-PERIOD    PIC 9(6).
               05 FILLER            PIC X.
               05 TR-PERIOD-FLAG    PIC X.
                   88 TR-BACK-DATED-ITEM   VALUE "B".
                   88 TR-PRIOR-PERIOD-ITEM VALUE "P".
