       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY
               ALTERNATE RECORD KEY IS AL-PROGRAM-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS AL-OPERATOR-ID WITH DUPLICATES
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
           COPY AUDLOGR.
       WORKING-STORAGE SECTION.
           01 WS-AUDIT-LOG-STATUS PIC XX.
           01 WS-AUDIT-EOF-FLAG   PIC X VALUE "N".
               88 WS-AUDIT-EOF VALUE "Y".
           01 WS-AUDIT-OPEN-FLAG  PIC X VALUE "N".
               88 WS-AUDIT-OPEN VALUE "Y".
      * Which key the trail is walked on, newest entry first:
      * P program, O operator, D timestamp.
           01 WS-ACCESS-PATH      PIC X VALUE "D".
               88 WS-BY-PROGRAM  VALUE "P".
               88 WS-BY-OPERATOR VALUE "O".
               88 WS-BY-DATE     VALUE "D".
           01 WS-FROM-KEY         PIC X(10) VALUE LOW-VALUES.
           01 WS-TO-KEY           PIC X(10).
           01 WS-SCANNED-COUNT    PIC 9(8) VALUE 0.
           01 WS-MATCH-COUNT      PIC 9(8) VALUE 0.
           01 WS-LINE-COUNT       PIC 9(2) VALUE 0.
           01 WS-PAGE-SIZE        PIC 9(2) VALUE 15.
           01 WS-STOP-FLAG        PIC X VALUE "N".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM AcceptFilters
           PERFORM DisplayMatches
           DISPLAY "AUDIT-INQ: " WS-MATCH-COUNT " MATCHING ENTRY(S)"
           GOBACK.
       AcceptFilters.
           DISPLAY "Program name (blank for all): " WITH NO ADVANCING
               AND WS-FILTER-TO-DATE NUMERIC
               MOVE WS-FILTER-TO-DATE TO WS-FILTER-TO-8
           END-IF.
      * The trail is positioned on the most selective filter
      * given - program, then operator, then the to date - and
      * read backwards from there, so only entries that can match
      * are read and there is no limit on how many are paged.
       DisplayMatches.
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDIT-LOG-STATUS NOT = "00"
               DISPLAY "AUDIT-INQ: AUDIT.LOG NOT AVAILABLE - "
                   "STATUS " WS-AUDIT-LOG-STATUS
               SET WS-AUDIT-EOF TO TRUE
           ELSE
               SET WS-AUDIT-OPEN TO TRUE
               PERFORM PositionAuditLog
           END-IF
           PERFORM ReadPreviousEntry
               UNTIL WS-AUDIT-EOF OR WS-STOP-PAGING
           IF WS-AUDIT-OPEN
               CLOSE AUDIT-LOG-FILE
           END-IF
           IF WS-SCANNED-COUNT = 0
               DISPLAY "AUDIT-INQ: NO ENTRIES ON FILE FOR THE FILTER"
           END-IF.
       PositionAuditLog.
           EVALUATE TRUE
               WHEN WS-FILTER-PROGRAM NOT = SPACES
                   SET WS-BY-PROGRAM TO TRUE
                   MOVE WS-FILTER-PROGRAM TO AL-PROGRAM-ID
                   START AUDIT-LOG-FILE
                       KEY IS LESS THAN OR EQUAL AL-PROGRAM-ID
                       INVALID KEY SET WS-AUDIT-EOF TO TRUE
                   END-START
               WHEN WS-FILTER-OPERATOR NOT = SPACES
                   SET WS-BY-OPERATOR TO TRUE
                   MOVE WS-FILTER-OPERATOR TO AL-OPERATOR-ID
                   START AUDIT-LOG-FILE
                       KEY IS LESS THAN OR EQUAL AL-OPERATOR-ID
                       INVALID KEY SET WS-AUDIT-EOF TO TRUE
                   END-START
               WHEN OTHER
                   SET WS-BY-DATE TO TRUE
                   MOVE HIGH-VALUES TO AL-KEY
                   IF WS-FILTER-TO-8 NOT = 99999999
                       PERFORM BuildToKey
                       MOVE WS-TO-KEY TO AL-TIMESTAMP(1:10)
                   END-IF
                   START AUDIT-LOG-FILE
                       KEY IS LESS THAN OR EQUAL AL-KEY
                       INVALID KEY SET WS-AUDIT-EOF TO TRUE
                   END-START
           END-EVALUATE
           IF WS-FILTER-FROM-8 > 0
               PERFORM BuildFromKey
           END-IF.
       BuildFromKey.
           STRING WS-FILTER-FROM-DATE(1:4) "-"
               WS-FILTER-FROM-DATE(5:2) "-"
               WS-FILTER-FROM-DATE(7:2)
               DELIMITED BY SIZE INTO WS-FROM-KEY.
       BuildToKey.
           STRING WS-FILTER-TO-DATE(1:4) "-"
               WS-FILTER-TO-DATE(5:2) "-"
               WS-FILTER-TO-DATE(7:2)
               DELIMITED BY SIZE INTO WS-TO-KEY.
      * Reading stops as soon as the walk leaves the program or
      * operator asked for, or on the timestamp path drops below
      * the from date.
       ReadPreviousEntry.
           READ AUDIT-LOG-FILE PREVIOUS RECORD
               AT END SET WS-AUDIT-EOF TO TRUE
           END-READ
           IF NOT WS-AUDIT-EOF
               EVALUATE TRUE
                   WHEN WS-BY-PROGRAM
                       AND AL-PROGRAM-ID NOT = WS-FILTER-PROGRAM
                       SET WS-AUDIT-EOF TO TRUE
                   WHEN WS-BY-OPERATOR
                       AND AL-OPERATOR-ID NOT = WS-FILTER-OPERATOR
                       SET WS-AUDIT-EOF TO TRUE
                   WHEN WS-BY-DATE
                       AND AL-TIMESTAMP(1:10) < WS-FROM-KEY
                       SET WS-AUDIT-EOF TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-SCANNED-COUNT
                       MOVE SPACES         TO WS-WORK-ENTRY
                       MOVE AL-PROGRAM-ID  TO WS-WK-PROGRAM
                       MOVE AL-TIMESTAMP   TO WS-WK-TIMESTAMP
                       MOVE AL-OPERATOR-ID TO WS-WK-OPERATOR
                       MOVE AL-OUTCOME     TO WS-WK-OUTCOME
                       PERFORM FilterEntry
               END-EVALUATE
           END-IF.
       FilterEntry.
           IF WS-FILTER-PROGRAM NOT = SPACES
