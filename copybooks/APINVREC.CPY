      *----------------------------------------------------------
      * Shared record layout for the accounts payable invoice
      * register (APINV.DAT), indexed by the six-digit voucher
      * number AP-ENTRY assigns when the invoice is keyed. An
      * invoice is "E" entered until a second operator approves
      * ("A") or rejects ("R") it; approval releases the expense
      * debit and the AP control-account credit to TRANAP.DAT for
      * the next TRAN-EDIT run, dated and stamped with the business
      * date in AI-POSTED-DATE. Amounts are in the base currency.
      * The hold flag keeps an approved invoice out of payment;
      * "P" paid, the paid date and the payment reference are set
      * when the invoice is settled. COPY this into the FD for
      * AP-INVOICE-FILE in any program that reads or writes it, so
      * the layout always matches on both sides.
      *----------------------------------------------------------
           01 AP-INVOICE-RECORD.
               05 AI-VOUCHER-NO      PIC 9(6).
               05 AI-VENDOR-ID       PIC X(6).
               05 AI-INVOICE-NO      PIC X(12).
               05 AI-INVOICE-DATE    PIC 9(8).
               05 AI-DUE-DATE        PIC 9(8).
               05 AI-AMOUNT          PIC 9(9)V99.
               05 AI-EXPENSE-ACCOUNT PIC X(8).
               05 AI-COST-CENTER     PIC X(4).
               05 AI-ENTITY          PIC X(3).
               05 AI-STATUS          PIC X.
                   88 AI-ENTERED  VALUE "E".
                   88 AI-APPROVED VALUE "A".
                   88 AI-REJECTED VALUE "R".
                   88 AI-PAID     VALUE "P".
               05 AI-HOLD-FLAG       PIC X.
                   88 AI-ON-HOLD  VALUE "Y".
               05 AI-ENTERED-BY      PIC X(8).
               05 AI-ENTERED-LEVEL   PIC 9.
               05 AI-APPROVED-BY     PIC X(8).
               05 AI-POSTED-DATE     PIC 9(8).
               05 AI-PAID-DATE       PIC 9(8).
               05 AI-PAY-REF         PIC X(12).
