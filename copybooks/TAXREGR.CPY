      *----------------------------------------------------------
      * Shared record layout for the tax register (TAXREG.DAT),
      * appended by TRAN-EDIT with one record for every accepted
      * tax-coded transaction it splits, and read by TAX-RTN to
      * build the tax return. The net (taxable) and tax amounts
      * are kept in the booking currency as split and again in
      * the base currency at the same FXRATES.DAT rate the night's
      * posting uses, so the return agrees to the GL master. The
      * type code is the side the lines were booked on; the tax
      * line shares the original transaction id. COPY this into
      * the FD for TAX-REGISTER-FILE in any program that reads or
      * writes it, so the layout always matches on both sides.
      *----------------------------------------------------------
           01 TAX-REGISTER-RECORD.
               05 TXR-BUSINESS-DATE  PIC 9(8).
               05 FILLER             PIC X.
               05 TXR-TRAN-DATE      PIC 9(8).
               05 FILLER             PIC X.
               05 TXR-TRAN-ID        PIC 9(8).
               05 FILLER             PIC X.
               05 TXR-ENTITY         PIC X(3).
               05 FILLER             PIC X.
               05 TXR-TAX-CODE       PIC X(4).
               05 FILLER             PIC X.
               05 TXR-DIRECTION      PIC X.
               05 FILLER             PIC X.
               05 TXR-TAX-ACCOUNT    PIC X(8).
               05 FILLER             PIC X.
               05 TXR-TYPE-CODE      PIC X.
               05 FILLER             PIC X.
               05 TXR-CURRENCY       PIC X(3).
               05 FILLER             PIC X.
               05 TXR-NET-AMOUNT     PIC 9(9)V99.
               05 FILLER             PIC X.
               05 TXR-TAX-AMOUNT     PIC 9(9)V99.
               05 FILLER             PIC X.
               05 TXR-BASE-NET       PIC 9(11)V99.
               05 FILLER             PIC X.
               05 TXR-BASE-TAX       PIC 9(11)V99.
