      *----------------------------------------------------------
      * Shared record layout for the shift log (SHIFTLOG.DAT),
      * one record per event, appended as it happens. "I" and "O"
      * are the operator's sign-in and sign-out for the shift.
      * "C" is one answer from the end-of-shift handover checklist
      * (HANDOVER.DAT), with the item, the answer, who gave it
      * ("O" operator, "A" AUTOANS.DAT in job mode) and the
      * question as it was asked; an "N" answer is a handover
      * exception until a later sign-in records an "A" acknowledge
      * event naming the same item, date, shift and operator in
      * the SH-REF fields. Records written before the checklist
      * fields existed read as spaces past the timestamp. COPY
      * this into the FD for SHIFT-LOG-FILE in any program that
      * reads or writes it, so the layout always matches on both
      * sides.
      *----------------------------------------------------------
           01 SHIFT-LOG-RECORD.
               05 SH-DATE          PIC 9(8).
               05 FILLER           PIC X.
               05 SH-OPERATOR      PIC X(8).
               05 FILLER           PIC X.
               05 SH-SHIFT         PIC X.
               05 FILLER           PIC X.
               05 SH-EVENT         PIC X.
                   88 SH-SIGN-IN      VALUE "I".
                   88 SH-SIGN-OUT     VALUE "O".
                   88 SH-CHECK-ANSWER VALUE "C".
                   88 SH-ACKNOWLEDGE  VALUE "A".
               05 FILLER           PIC X.
               05 SH-TIMESTAMP     PIC X(22).
               05 FILLER           PIC X.
               05 SH-ITEM-CODE     PIC X(4).
               05 FILLER           PIC X.
               05 SH-ANSWER        PIC X.
               05 FILLER           PIC X.
               05 SH-ANSWER-SOURCE PIC X.
               05 FILLER           PIC X.
               05 SH-REF-DATE      PIC X(8).
               05 FILLER           PIC X.
               05 SH-REF-SHIFT     PIC X.
               05 FILLER           PIC X.
               05 SH-REF-OPERATOR  PIC X(8).
               05 FILLER           PIC X.
               05 SH-ITEM-TEXT     PIC X(60).
