       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY
               ALTERNATE RECORD KEY IS AL-PROGRAM-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS AL-OPERATOR-ID WITH DUPLICATES
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
           SELECT ELAPSED-REPORT-FILE ASSIGN TO "ELAPSED.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
           COPY AUDLOGR.
       FD  ELAPSED-REPORT-FILE.
       01  ELAPSED-REPORT-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
           01 WS-START-DATE-8        PIC 9(8).
           01 WS-END-DATE-8          PIC 9(8).
           01 WS-RECON-PERIOD        PIC 9(6).
           01 WS-AUDIT-OPEN-FLAG     PIC X VALUE "N".
               88 WS-AUDIT-OPEN VALUE "Y".
           01 WS-NIGHT-HEADER-DONE-FLAG PIC X VALUE "N".
               88 WS-NIGHT-HEADER-DONE VALUE "Y".
           01 WS-RPT-LINE            PIC X(100).
               DISPLAY "ELAPSED-RPT: AUDIT.LOG NOT AVAILABLE - "
                   "STATUS " WS-AUDIT-LOG-STATUS
               SET WS-AUDIT-EOF TO TRUE
           ELSE
               SET WS-AUDIT-OPEN TO TRUE
               PERFORM PositionOnPeriod
           END-IF
           PERFORM UNTIL WS-AUDIT-EOF
               READ AUDIT-LOG-FILE NEXT RECORD
                   AT END SET WS-AUDIT-EOF TO TRUE
                   NOT AT END
                       PERFORM ProcessOneEntry
               END-READ
           END-PERFORM
           IF WS-AUDIT-OPEN
               CLOSE AUDIT-LOG-FILE
           END-IF.
      * Both the night's runs and the month trend fall inside the
      * business date's period, so the read starts on the first
      * of that month.
       PositionOnPeriod.
           MOVE LOW-VALUES TO AL-KEY
           STRING WS-RECON-PERIOD(1:4) "-" WS-RECON-PERIOD(5:2)
               "-01" DELIMITED BY SIZE INTO AL-TIMESTAMP
           START AUDIT-LOG-FILE KEY IS NOT LESS THAN AL-KEY
               INVALID KEY SET WS-AUDIT-EOF TO TRUE
           END-START.
       ProcessOneEntry.
           IF AL-OUTCOME = "START"
               PERFORM RecordStart
