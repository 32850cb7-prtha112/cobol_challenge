      *----------------------------------------------------------
      * Shared record layout for the account posting rules file
      * (POSTRULE.DAT), indexed by the eight-byte account code of
      * the ACCTMAST.DAT account it restricts. Maintained online
      * by ACCT-MAINT alongside the chart of accounts; TRAN-VALID
      * enforces it on every edit. An account with no rule record
      * takes postings without restriction. Cost center flag "Y"
      * means the posting must carry a real cost center - blank
      * or the CCPARM.DAT unallocated center is rejected. Side
      * "D" accepts debits only, "C" credits only, blank both.
      * Control flag "Y" marks a subledger control account (AP,
      * fixed assets) that only a subledger may post; a direct
      * entry from TRANFILE.DAT or any manual journal is refused.
      * The entity and currency lists, when any slot is filled,
      * name the only entities and booking currencies the account
      * accepts (a blank booking currency counts as USD). COPY
      * this into the FD for POSTING-RULE-FILE in any program that
      * reads or writes it, so the layout always matches on both
      * sides.
      *----------------------------------------------------------
           01 POSTING-RULE-RECORD.
               05 PRL-ACCOUNT-CODE  PIC X(8).
               05 FILLER            PIC X.
               05 PRL-CC-REQUIRED   PIC X.
                   88 PRL-CC-MANDATORY VALUE "Y".
               05 FILLER            PIC X.
               05 PRL-SIDE          PIC X.
                   88 PRL-DEBIT-ONLY  VALUE "D".
                   88 PRL-CREDIT-ONLY VALUE "C".
               05 FILLER            PIC X.
               05 PRL-CONTROL-FLAG  PIC X.
                   88 PRL-CONTROL-ACCOUNT VALUE "Y".
               05 FILLER            PIC X.
               05 PRL-ENTITY-LIST.
                   10 PRL-ENTITY    PIC X(3) OCCURS 5 TIMES.
               05 FILLER            PIC X.
               05 PRL-CURRENCY-LIST.
                   10 PRL-CURRENCY  PIC X(3) OCCURS 5 TIMES.
