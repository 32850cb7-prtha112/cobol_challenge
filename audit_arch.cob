       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY
               ALTERNATE RECORD KEY IS AL-PROGRAM-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS AL-OPERATOR-ID WITH DUPLICATES
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT ARCH-PARM-FILE ASSIGN TO "ARCHPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-PARM-STATUS.
           SELECT PURGE-REPORT-FILE ASSIGN TO "AUDARCH.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURGE-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
           COPY AUDLOGR.
      * Archives keep the trail's original one-line text layout,
      * so older archives browse and restore the same as new ones.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           05 AR-PROGRAM-ID   PIC X(20).
           05 FILLER          PIC X.
           05 AR-TIMESTAMP    PIC X(22).
           05 FILLER          PIC X.
           05 AR-OPERATOR-ID  PIC X(8).
           05 FILLER          PIC X.
           05 AR-OUTCOME      PIC X(8).
       FD  ARCH-PARM-FILE.
       01  ARCH-PARM-RECORD.
           05 AP-MODE         PIC X.
           05 AP-ARCHIVE-DATE PIC 9(8).
       FD  PURGE-REPORT-FILE.
       01  PURGE-REPORT-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
           01 WS-AUDIT-LOG-STATUS   PIC XX.
           01 WS-ARCHIVE-STATUS     PIC XX.
           01 WS-CUTOFF-DATE        PIC 9(8).
           01 WS-CUTOFF-INTEGER     PIC 9(8).
           01 WS-ENTRY-DATE-8       PIC 9(8).
           01 WS-CUTOFF-KEY         PIC X(10).
           01 WS-OLDEST-KEPT        PIC X(22) VALUE SPACES.
           01 WS-AUDIT-OPEN-FLAG    PIC X VALUE "N".
               88 WS-AUDIT-OPEN VALUE "Y".
           01 WS-WRITTEN-FLAG       PIC X.
               88 WS-WRITTEN VALUE "Y".
           01 WS-NOT-RESTORED-COUNT PIC 9(6) VALUE 0.
           01 WS-MOVED-COUNT        PIC 9(6) VALUE 0.
           01 WS-BROWSED-COUNT      PIC 9(6) VALUE 0.
           01 WS-OLDEST-MOVED       PIC 9(8) VALUE 99999999.
           MOVE WS-BUSINESS-DATE TO WS-ARCHIVE-DATE
           PERFORM BuildArchiveName
           PERFORM SplitAuditLog
           PERFORM WritePurgeReport.
      * The trail is keyed on timestamp, so the entries to move
      * are all at the front of it: each one is copied to the
      * archive and deleted, and the read stops at the first entry
      * on or after the cutoff date.
       SplitAuditLog.
           MOVE SPACES TO WS-CUTOFF-KEY
           STRING WS-CUTOFF-DATE(1:4) "-" WS-CUTOFF-DATE(5:2) "-"
               WS-CUTOFF-DATE(7:2)
               DELIMITED BY SIZE INTO WS-CUTOFF-KEY
           OPEN I-O AUDIT-LOG-FILE
           IF WS-AUDIT-LOG-STATUS NOT = "00"
               DISPLAY "AUDIT-ARCH: AUDIT.LOG NOT AVAILABLE - "
                   "STATUS " WS-AUDIT-LOG-STATUS
               SET WS-AUDIT-EOF TO TRUE
           ELSE
               SET WS-AUDIT-OPEN TO TRUE
               OPEN EXTEND ARCHIVE-FILE
               IF WS-ARCHIVE-STATUS = "35"
                   OPEN OUTPUT ARCHIVE-FILE
               END-IF
           END-IF
           PERFORM UNTIL WS-AUDIT-EOF
               READ AUDIT-LOG-FILE NEXT RECORD
                   AT END SET WS-AUDIT-EOF TO TRUE
                   NOT AT END
                       PERFORM SplitOneEntry
               END-READ
           END-PERFORM
           IF WS-AUDIT-OPEN
               CLOSE AUDIT-LOG-FILE
               CLOSE ARCHIVE-FILE
           END-IF.
       SplitOneEntry.
           IF AL-TIMESTAMP(1:10) NOT < WS-CUTOFF-KEY
               MOVE AL-TIMESTAMP TO WS-OLDEST-KEPT
               SET WS-AUDIT-EOF TO TRUE
           ELSE
               PERFORM ExtractEntryDate
               IF WS-ENTRY-DATE-8 > 0
                   PERFORM MoveOneEntry
               END-IF
           END-IF.
       MoveOneEntry.
           ADD 1 TO WS-MOVED-COUNT
           IF WS-ENTRY-DATE-8 < WS-OLDEST-MOVED
               MOVE WS-ENTRY-DATE-8 TO WS-OLDEST-MOVED
           END-IF
           IF WS-ENTRY-DATE-8 > WS-NEWEST-MOVED
               MOVE WS-ENTRY-DATE-8 TO WS-NEWEST-MOVED
           END-IF
           MOVE SPACES         TO ARCHIVE-RECORD
           MOVE AL-PROGRAM-ID  TO AR-PROGRAM-ID
           MOVE AL-TIMESTAMP   TO AR-TIMESTAMP
           MOVE AL-OPERATOR-ID TO AR-OPERATOR-ID
           MOVE AL-OUTCOME     TO AR-OUTCOME
           WRITE ARCHIVE-RECORD
           DELETE AUDIT-LOG-FILE RECORD
               INVALID KEY
                   DISPLAY "AUDIT-ARCH: ENTRY " AL-TIMESTAMP
                       " ARCHIVED BUT NOT DELETED"
           END-DELETE.
       ExtractEntryDate.
           MOVE 0 TO WS-ENTRY-DATE-8
           IF AL-TIMESTAMP(1:4) NUMERIC
               MOVE AL-TIMESTAMP(6:2) TO WS-ENTRY-DATE-8(5:2)
               MOVE AL-TIMESTAMP(9:2) TO WS-ENTRY-DATE-8(7:2)
           END-IF.
       WritePurgeReport.
           OPEN OUTPUT PURGE-REPORT-FILE
           MOVE SPACES TO WS-RPT-LINE
           MOVE "ENTRIES MOVED:"     TO WS-RPT-COUNT-LABEL
           MOVE WS-MOVED-COUNT       TO WS-RPT-COUNT-VALUE
           WRITE PURGE-REPORT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE SPACES TO WS-RPT-LINE
           IF WS-OLDEST-KEPT = SPACES
               MOVE "NO ENTRIES KEPT ON THE LIVE LOG" TO WS-RPT-LINE
           ELSE
               STRING "OLDEST ENTRY KEPT " WS-OLDEST-KEPT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           WRITE PURGE-REPORT-RECORD FROM WS-RPT-LINE
           IF WS-MOVED-COUNT > 0
               MOVE SPACES TO WS-RPT-LINE
               STRING "MOVED DATE RANGE " WS-OLDEST-MOVED
               WRITE PURGE-REPORT-RECORD FROM WS-RPT-LINE
           END-IF
           CLOSE PURGE-REPORT-FILE
           DISPLAY "AUDIT-ARCH: " WS-MOVED-COUNT " MOVED".
       BrowseArchive.
           IF WS-ARCHIVE-DATE = 0
               DISPLAY "AUDIT-ARCH: BROWSE NEEDS AN ARCHIVE DATE IN "
                   DISPLAY "AUDIT-ARCH: ARCHIVE " WS-ARCHIVE-NAME
                       " NOT AVAILABLE - STATUS " WS-ARCHIVE-STATUS
               ELSE
                   OPEN I-O AUDIT-LOG-FILE
                   IF WS-AUDIT-LOG-STATUS = "35"
                       OPEN OUTPUT AUDIT-LOG-FILE
                       CLOSE AUDIT-LOG-FILE
                       OPEN I-O AUDIT-LOG-FILE
                   END-IF
                   PERFORM UNTIL WS-ARCH-EOF
                       READ ARCHIVE-FILE
                           AT END SET WS-ARCH-EOF TO TRUE
                           NOT AT END
                               PERFORM RestoreOneEntry
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVE-FILE
                   CLOSE AUDIT-LOG-FILE
                   DISPLAY "AUDIT-ARCH: " WS-BROWSED-COUNT
                       " ENTRY(S) RESTORED TO AUDIT.LOG"
                   IF WS-NOT-RESTORED-COUNT > 0
                       DISPLAY "AUDIT-ARCH: " WS-NOT-RESTORED-COUNT
                           " ENTRY(S) COULD NOT BE RESTORED"
                   END-IF
               END-IF
           END-IF.
      * A restored entry goes back under its own timestamp; the
      * sequence number is stepped past any entry already there.
      * A flat AUDIT.LOG from before the trail was keyed loads the
      * same way, renamed as an archive and restored.
       RestoreOneEntry.
           MOVE AR-TIMESTAMP   TO AL-TIMESTAMP
           MOVE 0              TO AL-SEQ
           MOVE AR-PROGRAM-ID  TO AL-PROGRAM-ID
           MOVE AR-OPERATOR-ID TO AL-OPERATOR-ID
           MOVE AR-OUTCOME     TO AL-OUTCOME
           MOVE "N" TO WS-WRITTEN-FLAG
           PERFORM WriteRestoredEntry
               UNTIL WS-WRITTEN OR AL-SEQ = 9999
           IF WS-WRITTEN
               ADD 1 TO WS-BROWSED-COUNT
           ELSE
               ADD 1 TO WS-NOT-RESTORED-COUNT
           END-IF.
       WriteRestoredEntry.
           WRITE AUDIT-LOG-RECORD
               INVALID KEY
                   ADD 1 TO AL-SEQ
               NOT INVALID KEY
                   SET WS-WRITTEN TO TRUE
           END-WRITE.
       WriteStartAudit.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           MOVE "AUDIT-ARCH" TO WS-AUDIT-PROGRAM-ID
