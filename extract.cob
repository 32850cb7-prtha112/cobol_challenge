               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-INTERFACE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY
               ALTERNATE RECORD KEY IS AL-PROGRAM-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS AL-OPERATOR-ID WITH DUPLICATES
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
           SELECT SUM-EXTRACT-FILE ASSIGN TO "SUMEXTR.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTREC.
       FD  AUDIT-LOG-FILE.
           COPY AUDLOGR.
       FD  SUM-EXTRACT-FILE.
       01  SUM-EXTRACT-RECORD   PIC X(100).
       FD  AUDIT-EXTRACT-FILE.
           01 WS-ACCOUNT-NAME         PIC X(30).
           01 WS-SELECT-DATE          PIC 9(8) VALUE 0.
           01 WS-ENTRY-DATE-8         PIC 9(8).
           01 WS-SELECT-KEY           PIC X(10).
           01 WS-AUDIT-OPEN-FLAG      PIC X VALUE "N".
               88 WS-AUDIT-OPEN VALUE "Y".
           01 WS-GL-EXTRACT-COUNT     PIC 9(6) VALUE 0.
           01 WS-GLD-EXTRACT-COUNT    PIC 9(6) VALUE 0.
           01 WS-AUDIT-EXTRACT-COUNT  PIC 9(6) VALUE 0.
               DISPLAY "EXTRACT: AUDIT.LOG NOT AVAILABLE - "
                   "STATUS " WS-AUDIT-LOG-STATUS
               SET WS-AUDIT-EOF TO TRUE
           ELSE
               SET WS-AUDIT-OPEN TO TRUE
               IF WS-SELECT-DATE NOT = 0
                   PERFORM PositionOnSelectDate
               END-IF
           END-IF
           PERFORM UNTIL WS-AUDIT-EOF
               READ AUDIT-LOG-FILE NEXT RECORD
                   AT END SET WS-AUDIT-EOF TO TRUE
                   NOT AT END
                       IF WS-SELECT-DATE NOT = 0
                           AND AL-TIMESTAMP(1:10) > WS-SELECT-KEY
                           SET WS-AUDIT-EOF TO TRUE
                       ELSE
                           PERFORM ExtractOneAuditRow
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AUDIT-OPEN
               CLOSE AUDIT-LOG-FILE
           END-IF
           CLOSE AUDIT-EXTRACT-FILE.
      * A selected run date starts the read at that day's first
      * entry and stops past its last, instead of reading the
      * whole trail.
       PositionOnSelectDate.
           MOVE SPACES TO WS-SELECT-KEY
           STRING WS-SELECT-DATE(1:4) "-" WS-SELECT-DATE(5:2) "-"
               WS-SELECT-DATE(7:2)
               DELIMITED BY SIZE INTO WS-SELECT-KEY
           MOVE LOW-VALUES TO AL-KEY
           MOVE WS-SELECT-KEY TO AL-TIMESTAMP(1:10)
           START AUDIT-LOG-FILE KEY IS NOT LESS THAN AL-KEY
               INVALID KEY SET WS-AUDIT-EOF TO TRUE
           END-START.
       ExtractOneAuditRow.
           MOVE 0 TO WS-ENTRY-DATE-8
           IF AL-TIMESTAMP(1:4) NUMERIC
