      *----------------------------------------------------------
      * Shared record layout for the future-dated transaction
      * warehouse (TRANWHS.DAT). TRAN-SORT parks every edited
      * transaction dated after the business date here instead
      * of posting it, and on the first run on or after its due
      * date releases it into the sorted stream. Status "P" is
      * parked; "R" released on the released date, kept until
      * the next business date so a rerun of the same night
      * releases it again, then dropped. The parked date is the
      * business date the record first arrived. COPY this into
      * the FD for WAREHOUSE-FILE in any program that reads or
      * writes it, so the layout always matches on both sides.
      *----------------------------------------------------------
           01 WAREHOUSE-RECORD.
               05 WHS-DUE-DATE      PIC 9(8).
               05 FILLER            PIC X.
               05 WHS-STATUS        PIC X.
                   88 WHS-PARKED   VALUE "P".
                   88 WHS-RELEASED VALUE "R".
               05 FILLER            PIC X.
               05 WHS-PARKED-DATE   PIC 9(8).
               05 FILLER            PIC X.
               05 WHS-RELEASED-DATE PIC 9(8).
               05 FILLER            PIC X.
               05 WHS-TRAN-DATA     PIC X(58).
