      *----------------------------------------------------------
      * Shared record layout for the audit trail (AUDIT.LOG),
      * indexed on timestamp plus a sequence number that keeps
      * two events stamped in the same hundredth apart, with
      * alternate keys on program id and operator id. Readers
      * START on the date, program or operator they need rather
      * than reading the whole trail; within one program or
      * operator the events come back in the order written.
      * COPY this into the FD for AUDIT-LOG-FILE in any program
      * that reads or writes it, so the layout always matches on
      * both sides.
      *----------------------------------------------------------
           01 AUDIT-LOG-RECORD.
               05 AL-KEY.
                   10 AL-TIMESTAMP   PIC X(22).
                   10 AL-SEQ         PIC 9(4).
               05 AL-PROGRAM-ID      PIC X(20).
               05 AL-OPERATOR-ID     PIC X(8).
               05 AL-OUTCOME         PIC X(8).
