      * (currency shows MIX when an account books more than one
      * currency in a run). The batch sequence numbers the posting
      * batch within the business date; zero marks a legacy
      * single-batch record. The posting period is the GL master
      * period the line posts to; it differs from the run date's
      * period only for back-dated transactions posted to their
      * own still-open period, and is blank on lines written
      * before it existed or by programs that always post to the
      * run date's period.
      *----------------------------------------------------------
           01 GL-DETAIL-RECORD.
               05 GL-DET-ACCOUNT-CODE  PIC X(8).
               05 GL-DET-COST-CENTER   PIC X(4).
               05 FILLER               PIC X.
               05 GL-DET-ENTITY        PIC X(3).
               05 FILLER               PIC X.
               05 GL-DET-POST-PERIOD   PIC 9(6).
