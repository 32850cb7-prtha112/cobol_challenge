      *----------------------------------------------------------
      * Shared record layout for the tax code table (TAXCODE.DAT),
      * one record per code and rate period. A code may appear
      * more than once when its rate changes: the record in force
      * for a transaction is the one whose effective date is on
      * or before the transaction date and whose expiry date (zero
      * for open-ended) is on or after it. The rate is a percent
      * of the net amount; transactions carry the tax-inclusive
      * gross, which TRAN-EDIT splits into a net line on the
      * original account and a tax line on the code's tax GL
      * account. Direction "O" is output tax (collected on
      * sales), "I" is input tax (paid on purchases). COPY this
      * into the FD for TAX-CODE-FILE in any program that reads
      * it, so the layout always matches on both sides.
      *----------------------------------------------------------
           01 TAX-CODE-RECORD.
               05 TX-CODE            PIC X(4).
               05 FILLER             PIC X.
               05 TX-RATE            PIC 9(2)V99.
               05 FILLER             PIC X.
               05 TX-EFFECTIVE-DATE  PIC 9(8).
               05 FILLER             PIC X.
               05 TX-EXPIRY-DATE     PIC 9(8).
               05 FILLER             PIC X.
               05 TX-DIRECTION       PIC X.
                   88 TX-OUTPUT-TAX VALUE "O".
                   88 TX-INPUT-TAX  VALUE "I".
               05 FILLER             PIC X.
               05 TX-ACCOUNT         PIC X(8).
