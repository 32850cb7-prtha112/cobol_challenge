      *----------------------------------------------------------
      * Shared record layout for the cost allocation rules file
      * (ALLOCRUL.DAT), one record per receiver of a pool. Every
      * record of a rule carries the same rule id, entity, source
      * account and cost center and basis, and the records of one
      * rule are kept together. Basis "P" splits the pool by the
      * fixed percentage on each receiver (they must add to 100);
      * basis "H" splits it by the active EMPMAST.DAT headcount
      * whose department code is the receiving cost center. A
      * blank target account books the receiver's share to the
      * source account; a blank entity means the ENTPARM.DAT home
      * entity. COPY this into the FD for ALLOC-RULE-FILE in any
      * program that reads it, so the layout always matches on
      * both sides.
      *----------------------------------------------------------
           01 ALLOC-RULE-RECORD.
               05 AR-RULE-ID         PIC 9(4).
               05 FILLER             PIC X.
               05 AR-ENTITY          PIC X(3).
               05 FILLER             PIC X.
               05 AR-SOURCE-ACCOUNT  PIC X(8).
               05 FILLER             PIC X.
               05 AR-SOURCE-CC       PIC X(4).
               05 FILLER             PIC X.
               05 AR-BASIS           PIC X.
                   88 AR-FIXED-PERCENT VALUE "P".
                   88 AR-HEADCOUNT     VALUE "H".
               05 FILLER             PIC X.
               05 AR-RECEIVER-CC     PIC X(4).
               05 FILLER             PIC X.
               05 AR-TARGET-ACCOUNT  PIC X(8).
               05 FILLER             PIC X.
               05 AR-PERCENT         PIC 9(3)V99.
