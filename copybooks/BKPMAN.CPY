      *----------------------------------------------------------
      * Shared record layout for a backup set manifest
      * (BKyyyymmdd.MAN). SUITE-BACKUP writes one record for each
      * master and control file in the set: the live file name,
      * the set member it was copied to, whether the live file is
      * indexed (members of indexed files are unloads in key
      * order, with the leading key length kept for the restore
      * drill), the record count and hash total taken from the
      * member as read back, and whether the file was copied,
      * missing or failed its read-back. The restore drill reads
      * the manifest to know what the set should reproduce. COPY
      * this into the FD for BACKUP-MANIFEST-FILE in any program
      * that reads or writes it, so the layout always matches on
      * both sides.
      *----------------------------------------------------------
           01 BACKUP-MANIFEST-RECORD.
               05 BM-SET-DATE        PIC 9(8).
               05 FILLER             PIC X.
               05 BM-FILE-NAME       PIC X(14).
               05 FILLER             PIC X.
               05 BM-MEMBER-NAME     PIC X(26).
               05 FILLER             PIC X.
               05 BM-ORGANIZATION    PIC X.
                   88 BM-INDEXED    VALUE "I".
                   88 BM-SEQUENTIAL VALUE "S".
               05 FILLER             PIC X.
               05 BM-KEY-LENGTH      PIC 9(2).
               05 FILLER             PIC X.
               05 BM-RECORD-COUNT    PIC 9(9).
               05 FILLER             PIC X.
               05 BM-HASH-TOTAL      PIC 9(15).
               05 FILLER             PIC X.
               05 BM-STATUS          PIC X(8).
                   88 BM-COPIED  VALUE "COPIED".
                   88 BM-MISSING VALUE "MISSING".
                   88 BM-FAILED  VALUE "FAILED".
               05 FILLER             PIC X.
               05 BM-TIMESTAMP       PIC X(22).
