      *----------------------------------------------------------
      * Shared record layout for the AP issued-payment register
      * (APPAYREG.DAT), one line per payment AP-PAY sends to the
      * bank, appended run after run. The post date is the
      * business date the payment's cash credit goes through the
      * nightly edit and posting run; the payment reference is
      * the one on the bank payment file, which the bank returns
      * on the statement. BANK-RECON takes each of the night's
      * payments in as its own book-side item under that
      * reference, so a cleared payment matches its statement
      * line instead of sitting in BANKOUT.DAT. COPY this into
      * the FD for AP-PAYMENT-REGISTER-FILE in any program that
      * reads or writes it, so the layout always matches on both
      * sides.
      *----------------------------------------------------------
           01 AP-PAYMENT-REGISTER-RECORD.
               05 APR-POST-DATE      PIC 9(8).
               05 FILLER             PIC X.
               05 APR-PAY-REF        PIC X(12).
               05 FILLER             PIC X.
               05 APR-ENTITY         PIC X(3).
               05 FILLER             PIC X.
               05 APR-CASH-ACCOUNT   PIC X(8).
               05 FILLER             PIC X.
               05 APR-AMOUNT         PIC 9(9)V99.
               05 FILLER             PIC X.
               05 APR-VOUCHER-NO     PIC 9(6).
               05 FILLER             PIC X.
               05 APR-VENDOR-ID      PIC X(6).
