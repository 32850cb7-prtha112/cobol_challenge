      * COPY this into the FD for SUSPENSE-FILE in any program that
      * reads or writes it, so the layout always matches on both
      * sides. The age counts nightly recycle passes survived.
      * Reason codes 01-05 and 07-16 come from the edit (see
      * TRANVAL); reason 06 marks a valid future-dated record
      * TRAN-SORT could not park because the TRANWHS.DAT
      * warehouse was full - it recycles nightly
      * until its date arrives or the operator reworks it, so a
      * late-corrected item never leaves the books. The tran data
      * keeps its original 44 bytes in place and the cost-center/
      * entity/tax-code tail of the transaction record (bytes
      * 45-58) is appended after the reject fields, so aged items
      * written before the layout grew still read with their
      * reason, age and first-reject date intact; a blank tail is
      * defaulted downstream like any legacy transaction.
      *----------------------------------------------------------
           01 SUSPENSE-RECORD.
               05 SUSP-TRAN-DATA         PIC X(44).
               05 FILLER                 PIC X.
               05 SUSP-FIRST-REJECT-DATE PIC 9(8).
               05 FILLER                 PIC X.
               05 SUSP-TRAN-EXT          PIC X(14).
