      *----------------------------------------------------------
      * Shared record layout for the expense claim parameter
      * file (EXPPARM.DAT), a single record naming the employee
      * payable account approved claims are carried in and the
      * cash account reimbursements are made from. EXP-CLAIM
      * credits the payable account on approval and debits it,
      * crediting cash, when the claim is paid. COPY this into
      * the FD for EXPENSE-PARM-FILE in any program that reads
      * it, so the layout always matches on both sides.
      *----------------------------------------------------------
           01 EXPENSE-PARM-RECORD.
               05 EXP-PAYABLE-ACCOUNT PIC X(8).
               05 FILLER              PIC X.
               05 EXP-CASH-ACCOUNT    PIC X(8).
