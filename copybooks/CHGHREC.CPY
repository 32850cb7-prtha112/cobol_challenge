      *----------------------------------------------------------
      * Shared record layout for the master-file change history
      * (CHGHIST.DAT), one line per add, change or delete made by
      * the online maintenance programs, appended by CHG-LOG and
      * never rewritten. The before and after images are the
      * master record as it stood either side of the update,
      * left-justified in the 60-byte image fields. COPY this
      * into the FD for CHANGE-HISTORY-FILE in any program that
      * reads or writes it, so the layout always matches on both
      * sides.
      *----------------------------------------------------------
           01 CHANGE-HISTORY-RECORD.
               05 CH-PROGRAM-ID     PIC X(20).
               05 FILLER            PIC X.
               05 CH-TIMESTAMP      PIC X(22).
               05 FILLER            PIC X.
               05 CH-OPERATOR-ID    PIC X(8).
               05 FILLER            PIC X.
               05 CH-FILE-NAME      PIC X(12).
               05 FILLER            PIC X.
               05 CH-ACTION         PIC X(6).
               05 FILLER            PIC X.
               05 CH-KEY            PIC X(20).
               05 FILLER            PIC X.
               05 CH-BEFORE-IMAGE   PIC X(60).
               05 FILLER            PIC X.
               05 CH-AFTER-IMAGE    PIC X(60).
