      *----------------------------------------------------------
      * Shared record layout for the document-number range file
      * (DOCNUM.DAT), indexed by the eight-byte source name. Each
      * source that generates its own transactions draws its ids
      * through DOC-NUM from one range here: the next id is the
      * last issued plus one, and the record is rewritten before
      * the id is handed back, so a restart never reissues one.
      * A range is exhausted once its last issued id reaches the
      * high id. The warning percentage is the share of the range
      * used at which DOCNUM-RPT flags it as near exhaustion.
      * Ranges are kept with DOCNUM-MAINT; DOC-NUM seeds a known
      * source's range on its first call. COPY this into the FD
      * for DOC-RANGE-FILE in any program that reads or writes
      * it, so the layout always matches on both sides.
      *----------------------------------------------------------
           01 DOC-RANGE-RECORD.
               05 DR-SOURCE          PIC X(8).
               05 FILLER             PIC X.
               05 DR-DESCRIPTION     PIC X(20).
               05 FILLER             PIC X.
               05 DR-LOW-ID          PIC 9(8).
               05 FILLER             PIC X.
               05 DR-HIGH-ID         PIC 9(8).
               05 FILLER             PIC X.
               05 DR-LAST-ISSUED     PIC 9(8).
               05 FILLER             PIC X.
               05 DR-LAST-ISSUE-DATE PIC 9(8).
               05 FILLER             PIC X.
               05 DR-WARN-PERCENT    PIC 9(3).
