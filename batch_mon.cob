               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-RESULT-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY
               ALTERNATE RECORD KEY IS AL-PROGRAM-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS AL-OPERATOR-ID WITH DUPLICATES
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
           05 FILLER            PIC X.
           05 STR-TIMESTAMP     PIC X(22).
       FD  AUDIT-LOG-FILE.
           COPY AUDLOGR.
       WORKING-STORAGE SECTION.
           01 WS-CUTOFF-STATUS      PIC XX.
           01 WS-STEP-RESULT-STATUS PIC XX.
               88 WS-RUN-FOUND VALUE "Y".
           01 WS-AUDIT-DATE-8       PIC 9(8).
           01 WS-TODAY-DATE-8       PIC 9(8).
           01 WS-FIRST-DATE-8       PIC 9(8).
           01 WS-AUDIT-OPEN-FLAG    PIC X VALUE "N".
               88 WS-AUDIT-OPEN VALUE "Y".
           01 WS-NOW-MINUTES        PIC 9(4).
           01 WS-CUT-HOURS          PIC 9(2).
           01 WS-CUT-MM             PIC 9(2).
               MOVE STR-RC        TO WS-DONE-RC(WS-DONE-IDX)
               MOVE STR-TIMESTAMP TO WS-DONE-TS(WS-DONE-IDX)
           END-IF.
      * Only events on the business date or today count, so the
      * read starts at the earlier of the two rather than at the
      * top of the trail; every refresh stays as cheap as the
      * night is long.
       LoadOpenStarts.
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDIT-LOG-STATUS NOT = "00"
               SET WS-AUDIT-EOF TO TRUE
           ELSE
               SET WS-AUDIT-OPEN TO TRUE
               PERFORM PositionOnNight
           END-IF
           PERFORM UNTIL WS-AUDIT-EOF
               READ AUDIT-LOG-FILE NEXT RECORD
                   AT END SET WS-AUDIT-EOF TO TRUE
                   NOT AT END
                       PERFORM CountAuditEvent
               END-READ
           END-PERFORM
           IF WS-AUDIT-OPEN
               CLOSE AUDIT-LOG-FILE
           END-IF.
       PositionOnNight.
           IF WS-BUSINESS-DATE < WS-TODAY-DATE-8
               MOVE WS-BUSINESS-DATE TO WS-FIRST-DATE-8
           ELSE
               MOVE WS-TODAY-DATE-8  TO WS-FIRST-DATE-8
           END-IF
           MOVE LOW-VALUES TO AL-KEY
           STRING WS-FIRST-DATE-8(1:4) "-" WS-FIRST-DATE-8(5:2)
               "-" WS-FIRST-DATE-8(7:2)
               DELIMITED BY SIZE INTO AL-TIMESTAMP
           START AUDIT-LOG-FILE KEY IS NOT LESS THAN AL-KEY
               INVALID KEY SET WS-AUDIT-EOF TO TRUE
           END-START.
       CountAuditEvent.
           MOVE 0 TO WS-AUDIT-DATE-8
           IF AL-TIMESTAMP(1:4) NUMERIC
               AND AL-TIMESTAMP(6:2) NUMERIC
               AND AL-TIMESTAMP(9:2) NUMERIC
               MOVE AL-TIMESTAMP(1:4) TO WS-AUDIT-DATE-8(1:4)
               MOVE AL-TIMESTAMP(6:2) TO WS-AUDIT-DATE-8(5:2)
               MOVE AL-TIMESTAMP(9:2) TO WS-AUDIT-DATE-8(7:2)
           END-IF
           IF WS-AUDIT-DATE-8 = WS-BUSINESS-DATE
               OR WS-AUDIT-DATE-8 = WS-TODAY-DATE-8
               PERFORM FindRunEntry
               IF WS-RUN-FOUND
                   IF AL-OUTCOME = "START"
                       ADD 1 TO WS-RUN-OPEN(WS-RUN-IDX)
                   ELSE
                       IF AL-OUTCOME NOT = "DENIED"
                           SUBTRACT 1 FROM WS-RUN-OPEN(WS-RUN-IDX)
                       END-IF
                   END-IF
           MOVE 0   TO WS-RUN-IDX
           PERFORM UNTIL WS-RUN-FOUND OR WS-RUN-IDX >= WS-RUN-COUNT
               ADD 1 TO WS-RUN-IDX
               IF WS-RUN-PROGRAM(WS-RUN-IDX) = AL-PROGRAM-ID
                   SET WS-RUN-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-RUN-FOUND AND WS-RUN-COUNT < 100
               ADD 1 TO WS-RUN-COUNT
               MOVE WS-RUN-COUNT TO WS-RUN-IDX
               MOVE AL-PROGRAM-ID TO WS-RUN-PROGRAM(WS-RUN-IDX)
               MOVE ZERO TO WS-RUN-OPEN(WS-RUN-IDX)
               SET WS-RUN-FOUND TO TRUE
           END-IF.
