      *----------------------------------------------------------
      * Shared record layout for the transaction posting journal
      * (POSTJRNL.DAT) written by ADD-SUM-NUMBERS, one record per
      * posted transaction, indexed by business date, batch
      * sequence and the transaction's position in the run. It is
      * the audit trail behind every GLDETAIL.DAT line and every
      * GLMASTER.DAT period balance: the entity, cost center and
      * account match the GL detail break, and the GLM period is
      * the master period the amount hit. The original amount is
      * in the booking currency; the converted amount is in the
      * base currency at the applied rate. A restarted run lands
      * on the same keys, so a transaction is never journalled
      * twice. The period flag is carried from TRAN-SORT: "B" a
      * back-dated transaction posted to its own open period, "P"
      * a prior-period item from a closed period posted to the
      * current one. GL-BACKOUT journals each line of a run it
      * reverses again, debit and credit swapped, under its own
      * business date and timestamp at run sequence 900000 up.
      * COPY this into the FD for POSTING-JOURNAL-FILE in
      * any program that reads or writes it, so the layout always
      * matches on both sides.
      *----------------------------------------------------------
           01 POSTING-JOURNAL-RECORD.
               05 PJ-KEY.
                   10 PJ-RUN-DATE        PIC 9(8).
                   10 PJ-BATCH-SEQ       PIC 9(2).
                   10 PJ-RUN-SEQ         PIC 9(6).
               05 FILLER                 PIC X.
               05 PJ-TRAN-ID             PIC 9(8).
               05 FILLER                 PIC X.
               05 PJ-TRAN-DATE           PIC 9(8).
               05 FILLER                 PIC X.
               05 PJ-ENTITY              PIC X(3).
               05 FILLER                 PIC X.
               05 PJ-COST-CENTER         PIC X(4).
               05 FILLER                 PIC X.
               05 PJ-ACCOUNT-CODE        PIC X(8).
               05 FILLER                 PIC X.
               05 PJ-TYPE-CODE           PIC X.
                   88 PJ-DEBIT  VALUE "D".
                   88 PJ-CREDIT VALUE "C".
               05 FILLER                 PIC X.
               05 PJ-ORIG-CURRENCY       PIC X(3).
               05 FILLER                 PIC X.
               05 PJ-ORIG-AMOUNT         PIC 9(9)V99.
               05 FILLER                 PIC X.
               05 PJ-RATE-APPLIED        PIC 9(3)V9(6).
               05 FILLER                 PIC X.
               05 PJ-CONVERTED-AMOUNT    PIC 9(11)V99.
               05 FILLER                 PIC X.
               05 PJ-GLM-PERIOD          PIC 9(6).
               05 FILLER                 PIC X.
               05 PJ-RUN-TIMESTAMP       PIC X(22).
               05 FILLER                 PIC X.
               05 PJ-PERIOD-FLAG         PIC X.
                   88 PJ-BACK-DATED-ITEM   VALUE "B".
                   88 PJ-PRIOR-PERIOD-ITEM VALUE "P".
