      *----------------------------------------------------------
      * Shared record layout for the large-value hold queue
      * (HOLDQ.DAT). TRAN-EDIT appends one record for each edited
      * transaction whose base-currency amount exceeds its
      * HOLDTHR.DAT threshold, instead of writing it to
      * TRANACC.DAT, stamping who loaded it: the CSV-IMPORT
      * operator from FILEREG.DAT, the maker carried on a
      * subledger feed line, or else the operator of the run.
      * HOLD-RELEASE lets a level 2 or higher supervisor other
      * than that loader release or reject each held item;
      * released items go to HOLDREL.DAT and re-enter the next
      * edit run without being held again. Status "H" held,
      * "R" released, "X" rejected. Items still held when
      * TRAN-EDIT runs are raised on the night's exception alerts.
      * COPY this into the FD for HOLD-QUEUE-FILE in any program
      * that reads or writes it, so the layout always matches on
      * both sides.
      *----------------------------------------------------------
           01 HOLD-QUEUE-RECORD.
               05 HLD-SEQ           PIC 9(6).
               05 FILLER            PIC X.
               05 HLD-STATUS        PIC X.
                   88 HLD-HELD     VALUE "H".
                   88 HLD-RELEASED VALUE "R".
                   88 HLD-REJECTED VALUE "X".
               05 FILLER            PIC X.
               05 HLD-BUSINESS-DATE PIC 9(8).
               05 FILLER            PIC X.
               05 HLD-LOADED-BY     PIC X(8).
               05 FILLER            PIC X.
               05 HLD-DECIDED-BY    PIC X(8).
               05 FILLER            PIC X.
               05 HLD-THRESHOLD     PIC 9(9)V99.
               05 FILLER            PIC X.
               05 HLD-BASE-AMOUNT   PIC 9(11)V99.
               05 FILLER            PIC X.
               05 HLD-TRAN-DATA     PIC X(58).
               05 FILLER            PIC X.
               05 HLD-HOLD-TS       PIC X(22).
               05 FILLER            PIC X.
               05 HLD-DECIDED-TS    PIC X(22).
