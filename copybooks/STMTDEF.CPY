      *----------------------------------------------------------
      * Shared record layout for the financial statement
      * definition file (STMTDEF.DAT), one record per printed
      * line, kept in print order within each statement ("B"
      * balance sheet, "I" income statement). A heading line
      * ("H") prints its description only. An account line ("A")
      * gathers every GL master account from the first code to
      * the last code inclusive; an account falling in more than
      * one line of a statement goes to the first. A subtotal
      * line ("S") prints the running total at its level (1-5)
      * and clears that level and every level below it, so a
      * level-1 subtotal closes a section and a level-2 subtotal
      * adds the sections before it. Amounts are debit-positive;
      * the reverse-sign flag "Y" prints a line with the sign
      * turned round, for lines that normally carry a credit.
      * COPY this into the FD for STMT-DEF-FILE in any program
      * that reads it, so the layout always matches on both
      * sides.
      *----------------------------------------------------------
           01 STMT-DEF-RECORD.
               05 SD-STATEMENT       PIC X.
                   88 SD-BALANCE-SHEET    VALUE "B".
                   88 SD-INCOME-STATEMENT VALUE "I".
               05 FILLER             PIC X.
               05 SD-LINE-TYPE       PIC X.
                   88 SD-HEADING       VALUE "H".
                   88 SD-ACCOUNT-RANGE VALUE "A".
                   88 SD-SUBTOTAL      VALUE "S".
               05 FILLER             PIC X.
               05 SD-DESCRIPTION     PIC X(30).
               05 FILLER             PIC X.
               05 SD-ACCOUNT-FROM    PIC X(8).
               05 FILLER             PIC X.
               05 SD-ACCOUNT-TO      PIC X(8).
               05 FILLER             PIC X.
               05 SD-TOTAL-LEVEL     PIC 9.
               05 FILLER             PIC X.
               05 SD-REVERSE-SIGN    PIC X.
                   88 SD-REVERSED VALUE "Y".
