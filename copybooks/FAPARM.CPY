      *----------------------------------------------------------
      * Shared record layout for the fixed asset parameter file
      * (FAPARM.DAT), a single record naming the account a
      * disposal's gain or loss is posted to and the clearing
      * account its sale proceeds are debited to. COPY this into
      * the FD for FA-PARM-FILE in any program that reads it, so
      * the layout always matches on both sides.
      *----------------------------------------------------------
           01 FA-PARM-RECORD.
               05 FAP-GAIN-LOSS-ACCOUNT PIC X(8).
               05 FILLER                PIC X.
               05 FAP-PROCEEDS-ACCOUNT  PIC X(8).
