      *----------------------------------------------------------
      * Shared record layout for the closed-year archive control
      * file (ARCHCTL.DAT). YEAR-ARCH writes one record for each
      * file it archives when a closed fiscal year is taken off
      * the live files: the year, which file (GLDETAIL for the
      * account detail, SUMHIST for the SUMOUT period history),
      * the year-named archive it went to, its record count and
      * two hash totals. For GLDETAIL the hashes are the summed
      * debit and credit totals; for SUMHIST the summed run total
      * and multiple. A reload is only accepted when its copy
      * reproduces all three figures. COPY this into the FD for
      * ARCHIVE-CONTROL-FILE in any program that reads or writes
      * it, so the layout always matches on both sides.
      *----------------------------------------------------------
           01 ARCHIVE-CONTROL-RECORD.
               05 AC-YEAR            PIC 9(4).
               05 FILLER             PIC X.
               05 AC-FILE-TYPE       PIC X(8).
                   88 AC-GL-DETAIL VALUE "GLDETAIL".
                   88 AC-SUM-HISTORY VALUE "SUMHIST".
               05 FILLER             PIC X.
               05 AC-ARCHIVE-NAME    PIC X(12).
               05 FILLER             PIC X.
               05 AC-RECORD-COUNT    PIC 9(9).
               05 FILLER             PIC X.
               05 AC-HASH-1          PIC S9(13)V99
                                     SIGN LEADING SEPARATE.
               05 FILLER             PIC X.
               05 AC-HASH-2          PIC S9(13)V99
                                     SIGN LEADING SEPARATE.
               05 FILLER             PIC X.
               05 AC-ARCHIVE-DATE    PIC 9(8).
               05 FILLER             PIC X.
               05 AC-ARCHIVE-TS      PIC X(22).
