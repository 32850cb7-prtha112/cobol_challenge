      *----------------------------------------------------------
      * Shared record layout for the group-currency translated
      * ledger (GLTRANS.DAT) written by FX-TRANS, one record per
      * entity and account for the translated period, plus one
      * cumulative translation adjustment record per entity that
      * brings the entity's translated balances back to zero.
      * Rate type "C" is the closing rate (balance-sheet
      * accounts), "A" the period-average rate (P&L accounts) and
      * "T" the translation adjustment itself. The rate shown is
      * functional currency to group currency; a P&L balance is
      * built month by month, so its rate is the period's own
      * average. Balances are signed, debit positive. COPY this
      * into the FD for GL-TRANSLATED-FILE in any program that
      * reads or writes it, so the layout always matches on both
      * sides.
      *----------------------------------------------------------
           01 GL-TRANSLATED-RECORD.
               05 GLT-ENTITY           PIC X(3).
               05 FILLER               PIC X.
               05 GLT-ACCOUNT-CODE     PIC X(8).
               05 FILLER               PIC X.
               05 GLT-PERIOD           PIC 9(6).
               05 FILLER               PIC X.
               05 GLT-FUNC-CURRENCY    PIC X(3).
               05 FILLER               PIC X.
               05 GLT-GROUP-CURRENCY   PIC X(3).
               05 FILLER               PIC X.
               05 GLT-RATE-TYPE        PIC X.
                   88 GLT-CLOSING-RATE VALUE "C".
                   88 GLT-AVERAGE-RATE VALUE "A".
                   88 GLT-ADJUSTMENT   VALUE "T".
               05 FILLER               PIC X.
               05 GLT-LOCAL-BALANCE    PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
               05 FILLER               PIC X.
               05 GLT-RATE             PIC 9(3)V9(6).
               05 FILLER               PIC X.
               05 GLT-GROUP-BALANCE    PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
