      *----------------------------------------------------------
      * Shared record layout for the end-of-shift handover
      * checklist (HANDOVER.DAT), one record per item in the order
      * it is asked at sign-out. The question is passed to
      * CONFIRM-YN exactly as held here, so an AUTOANS.DAT answer
      * for job mode must repeat it word for word. Set HC-ACTIVE
      * to "N" to stop asking an item without losing its code from
      * the history in SHIFTLOG.DAT. COPY this into the FD for
      * HANDOVER-CHECK-FILE in any program that reads or writes
      * it, so the layout always matches on both sides.
      *----------------------------------------------------------
           01 HANDOVER-CHECK-RECORD.
               05 HC-ITEM-CODE      PIC X(4).
               05 FILLER            PIC X.
               05 HC-ACTIVE         PIC X.
                   88 HC-ITEM-ACTIVE VALUE "Y".
               05 FILLER            PIC X.
               05 HC-QUESTION       PIC X(60).
