      *----------------------------------------------------------
      * Shared record layout for the entity parameter file
      * (ENTPARM.DAT), one record per entity. The first record
      * names the home entity, which is all most programs read:
      * they take only its first three bytes as the default for a
      * blank entity code. The functional currency is the
      * currency the entity keeps its books in; blank means the
      * base currency (USD). COPY this into the FD for
      * ENTITY-PARM-FILE in any program that reads the full
      * entity list, so the layout always matches on both sides.
      *----------------------------------------------------------
           01 ENTITY-PARM-ENTRY.
               05 EP-ENTITY          PIC X(3).
               05 FILLER             PIC X.
               05 EP-FUNCTIONAL-CURRENCY PIC X(3).
