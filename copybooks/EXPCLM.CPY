      *----------------------------------------------------------
      * Shared record layout for the employee expense claim
      * register (EXPCLAIM.DAT), indexed by the six-digit claim
      * number EXP-CLAIM assigns when the claim is keyed, with
      * the claimant's employee id as an alternate key so a
      * claimant's history can be read in one pass. Each claim is
      * one expense line. The expense account comes from the
      * expense type (EXPTYPE.DAT) and the cost center from the
      * claimant's department on EMPMAST.DAT. The amount is kept
      * as keyed, in the claim currency, and converted to the
      * base currency at entry; every GL leg is raised in base.
      * A claim is "E" entered until a supervisor other than the
      * claimant approves ("A") or rejects ("R") it; approval
      * releases the expense debit and the employee payable
      * credit to TRANEX.DAT for the next TRAN-EDIT run. "P" paid,
      * the paid date and the payment reference are set when the
      * claim is reimbursed. COPY this into the FD for
      * EXPENSE-CLAIM-FILE in any program that reads or writes
      * it, so the layout always matches on both sides.
      *----------------------------------------------------------
           01 EXPENSE-CLAIM-RECORD.
               05 EX-CLAIM-NO        PIC 9(6).
               05 EX-EMPLOYEE-ID     PIC 9(6).
               05 EX-EXPENSE-TYPE    PIC X(4).
               05 EX-EXPENSE-DATE    PIC 9(8).
               05 EX-AMOUNT          PIC 9(9)V99.
               05 EX-CURRENCY        PIC X(3).
               05 EX-BASE-AMOUNT     PIC 9(9)V99.
               05 EX-EXPENSE-ACCOUNT PIC X(8).
               05 EX-COST-CENTER     PIC X(4).
               05 EX-DESCRIPTION     PIC X(30).
               05 EX-STATUS          PIC X.
                   88 EX-ENTERED  VALUE "E".
                   88 EX-APPROVED VALUE "A".
                   88 EX-REJECTED VALUE "R".
                   88 EX-PAID     VALUE "P".
               05 EX-ENTERED-BY      PIC X(8).
               05 EX-ENTERED-DATE    PIC 9(8).
               05 EX-DECIDED-BY      PIC X(8).
               05 EX-DECIDED-DATE    PIC 9(8).
               05 EX-PAID-DATE       PIC 9(8).
               05 EX-PAY-REF         PIC X(12).
