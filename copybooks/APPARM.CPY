      *----------------------------------------------------------
      * Shared record layout for the accounts payable parameter
      * file (APPARM.DAT), a single record naming the AP control
      * account the subledger is carried in and the cash account
      * payments are made from. AP-ENTRY credits the control
      * account on approval, AP-PAY debits it and credits cash on
      * payment, and AP-AGING proves the open invoices against
      * its GLMASTER.DAT closing balance. COPY this into the FD
      * for AP-PARM-FILE in any program that reads it, so the
      * layout always matches on both sides.
      *----------------------------------------------------------
           01 AP-PARM-RECORD.
               05 APP-CONTROL-ACCOUNT PIC X(8).
               05 FILLER              PIC X.
               05 APP-CASH-ACCOUNT    PIC X(8).
