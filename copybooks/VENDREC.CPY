      *----------------------------------------------------------
      * Shared record layout for the accounts payable vendor
      * master file (VENDMAST.DAT), indexed by the six-byte vendor
      * id. Maintained online by VEND-MAINT; AP-ENTRY refuses an
      * invoice for a vendor that is not on the master or is
      * inactive, and takes the vendor's default expense account,
      * cost center, entity and payment terms for each new
      * invoice. COPY this into the FD for VENDOR-MASTER-FILE in
      * any program that reads or writes it, so the layout always
      * matches on both sides. Status "A" is active, "I" inactive.
      * Terms are the number of days from invoice date to due.
      * The bank routing number and account are what AP-PAY puts
      * on the bank payment file; a vendor without them is not
      * paid.
      *----------------------------------------------------------
           01 VENDOR-MASTER-RECORD.
               05 VM-VENDOR-ID       PIC X(6).
               05 VM-VENDOR-NAME     PIC X(30).
               05 VM-STATUS          PIC X.
                   88 VM-ACTIVE   VALUE "A".
                   88 VM-INACTIVE VALUE "I".
               05 VM-TERMS-DAYS      PIC 9(3).
               05 VM-EXPENSE-ACCOUNT PIC X(8).
               05 VM-COST-CENTER     PIC X(4).
               05 VM-ENTITY          PIC X(3).
               05 VM-BANK-ROUTING    PIC X(9).
               05 VM-BANK-ACCOUNT    PIC X(17).
