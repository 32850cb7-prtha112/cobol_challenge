      * and create date, trailer count and hash). An arriving
      * file whose envelope identity matches a receipt already on
      * the register for the business date is refused as a resend
      * unless the operator forces the run. CSV-IMPORT also
      * registers each TRANFILE.DAT it builds, as a converted
      * receipt (type "C"): it refuses a second import of the same
      * CSV content for the business date, while TRAN-EDIT's
      * resend check looks only at edit receipts (type blank), so
      * the converted file still arrives once through the edit.
      * A converted receipt also names the operator who ran the
      * import, so TRAN-EDIT can stamp any item it holds from the
      * file with the loader rather than the nightly's own id.
      * FILEREG-INQ lists the receipt history. COPY this into the FD for
      * FILE-REGISTER-FILE in any program that reads or writes
      * it, so the layout always matches on both sides.
      *----------------------------------------------------------
               05 FRG-TRL-COUNT     PIC 9(9).
               05 FILLER            PIC X.
               05 FRG-HASH          PIC 9(15).
               05 FILLER            PIC X.
               05 FRG-RECEIPT-TYPE  PIC X.
                   88 FRG-EDIT-RECEIPT      VALUE SPACE.
                   88 FRG-CONVERTED-RECEIPT VALUE "C".
               05 FILLER            PIC X.
               05 FRG-LOADED-BY     PIC X(8).
