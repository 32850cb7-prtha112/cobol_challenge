      *----------------------------------------------------------
      * Shared record layout for the detail lines of the outbound
      * bank payment file (BANKPAY.DAT) written by AP-PAY. The
      * file carries the standard ENV header and trailer around
      * the detail lines (ENVREC.CPY); the trailer hash total is
      * the sum of the payment amounts taken as an unsigned
      * integer digit string. One line per invoice paid: the
      * payment reference the bank echoes back on the statement,
      * the value date, the payee's routing and account numbers,
      * and the amount in the base currency. COPY this wherever
      * the payment file is built or read, so the layout always
      * matches on both sides.
      *----------------------------------------------------------
           01 BANK-PAYMENT-RECORD.
               05 BPY-PAY-REF        PIC X(12).
               05 FILLER             PIC X.
               05 BPY-VALUE-DATE     PIC 9(8).
               05 FILLER             PIC X.
               05 BPY-VENDOR-ID      PIC X(6).
               05 FILLER             PIC X.
               05 BPY-PAYEE-NAME     PIC X(30).
               05 FILLER             PIC X.
               05 BPY-BANK-ROUTING   PIC X(9).
               05 FILLER             PIC X.
               05 BPY-BANK-ACCOUNT   PIC X(17).
               05 FILLER             PIC X.
               05 BPY-AMOUNT         PIC 9(11)V99.
               05 FILLER             PIC X.
               05 BPY-INVOICE-NO     PIC X(12).
