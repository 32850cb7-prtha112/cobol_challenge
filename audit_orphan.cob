       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY
               ALTERNATE RECORD KEY IS AL-PROGRAM-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS AL-OPERATOR-ID WITH DUPLICATES
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
           SELECT ORPHAN-PARM-FILE ASSIGN TO "ORPHPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
           COPY AUDLOGR.
       FD  ORPHAN-PARM-FILE.
       01  ORPHAN-PARM-RECORD   PIC 9(4).
       FD  FORCE-RUN-FILE.
           01 WS-AUDIT-EOF-FLAG    PIC X VALUE "N".
               88 WS-AUDIT-EOF VALUE "Y".
           01 WS-AGE-LIMIT-MINS    PIC 9(4) VALUE 30.
      * Only the last week of the trail is paired. A crashed run
      * stops the chain the night it is found, so a START older
      * than that has already been dealt with.
           01 WS-LOOKBACK-DAYS     PIC 9(3) VALUE 7.
           01 WS-WINDOW-DATE-8     PIC 9(8).
           01 WS-AUDIT-OPEN-FLAG   PIC X VALUE "N".
               88 WS-AUDIT-OPEN VALUE "Y".
      * One row per program: how many STARTs are still unclosed
      * and the latest unclosed START's timestamp and operator.
           01 WS-PROG-TABLE.
               DISPLAY "AUDIT-ORPHAN: AUDIT.LOG NOT AVAILABLE - "
                   "STATUS " WS-AUDIT-LOG-STATUS
               SET WS-AUDIT-EOF TO TRUE
           ELSE
               SET WS-AUDIT-OPEN TO TRUE
               PERFORM PositionOnWindow
           END-IF
           PERFORM UNTIL WS-AUDIT-EOF
               READ AUDIT-LOG-FILE NEXT RECORD
                   AT END SET WS-AUDIT-EOF TO TRUE
                   NOT AT END
                       PERFORM PairOneEvent
               END-READ
           END-PERFORM
           IF WS-AUDIT-OPEN
               CLOSE AUDIT-LOG-FILE
           END-IF.
       PositionOnWindow.
           COMPUTE WS-WINDOW-DATE-8 = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NOW-DATE-8)
               - WS-LOOKBACK-DAYS)
           MOVE LOW-VALUES TO AL-KEY
           STRING WS-WINDOW-DATE-8(1:4) "-" WS-WINDOW-DATE-8(5:2)
               "-" WS-WINDOW-DATE-8(7:2)
               DELIMITED BY SIZE INTO AL-TIMESTAMP
           START AUDIT-LOG-FILE KEY IS NOT LESS THAN AL-KEY
               INVALID KEY SET WS-AUDIT-EOF TO TRUE
           END-START.
       PairOneEvent.
           IF AL-PROGRAM-ID = "AUDIT-ORPHAN"
               CONTINUE
           ELSE
               PERFORM FindProgramEntry
               IF WS-PROG-FOUND
                   EVALUATE AL-OUTCOME
                       WHEN "START"
                           ADD 1 TO WS-PROG-OPEN(WS-PROG-IDX)
                           MOVE AL-TIMESTAMP
                               TO WS-PROG-START-TS(WS-PROG-IDX)
                           MOVE AL-OPERATOR-ID
                               TO WS-PROG-OPERATOR(WS-PROG-IDX)
                       WHEN "DENIED"
                           CONTINUE
           PERFORM UNTIL WS-PROG-FOUND
                   OR WS-PROG-IDX >= WS-PROG-COUNT
               ADD 1 TO WS-PROG-IDX
               IF WS-PROG-ID(WS-PROG-IDX) = AL-PROGRAM-ID
                   SET WS-PROG-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-PROG-FOUND AND WS-PROG-COUNT < 100
               ADD 1 TO WS-PROG-COUNT
               MOVE WS-PROG-COUNT TO WS-PROG-IDX
               MOVE AL-PROGRAM-ID TO WS-PROG-ID(WS-PROG-IDX)
               MOVE ZERO TO WS-PROG-OPEN(WS-PROG-IDX)
               MOVE SPACES TO WS-PROG-START-TS(WS-PROG-IDX)
               MOVE SPACES TO WS-PROG-OPERATOR(WS-PROG-IDX)
