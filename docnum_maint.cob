       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCNUM-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOC-RANGE-FILE ASSIGN TO "DOCNUM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DR-SOURCE
               FILE STATUS IS WS-DOC-RANGE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DOC-RANGE-FILE.
           COPY DOCRNG.
       WORKING-STORAGE SECTION.
           01 WS-DOC-RANGE-STATUS PIC XX.
           01 WS-CHOICE          PIC X VALUE SPACE.
           01 WS-DONE-FLAG       PIC X VALUE "N".
               88 WS-DONE VALUE "Y".
           01 WS-LIST-EOF-FLAG   PIC X VALUE "N".
               88 WS-LIST-EOF VALUE "Y".
           01 WS-RANGE-OK-FLAG   PIC X VALUE "N".
               88 WS-RANGE-OK VALUE "Y".
           01 WS-WORK-SOURCE     PIC X(8).
           01 WS-WORK-DESCRIPTION PIC X(20).
           01 WS-WORK-LOW-ID     PIC 9(8).
           01 WS-WORK-HIGH-ID    PIC 9(8).
           01 WS-WORK-LAST-ISSUED PIC 9(8).
           01 WS-WORK-WARN-PCT   PIC 9(3).
           01 WS-WORK-ADVANCE-TO PIC 9(8).
           01 WS-SAVE-RANGE      PIC X(69).
           01 WS-LIST-COUNT      PIC 9(4) VALUE 0.
           01 WS-ACTION-OUTCOME  PIC X(8).
           01 WS-RUN-TIMESTAMP PIC X(22).
           01 WS-DATE-FORMAT-CODE PIC X VALUE SPACE.
           01 WS-JOB-MODE-FLAG   PIC X VALUE "U".
           01 WS-OPERATOR-ID   PIC X(8).
      * The range as it goes to the change history, cut down to
      * fit the sixty-byte before and after images.
           01 WS-RANGE-IMAGE.
               05 WS-IMG-SOURCE      PIC X(8).
               05 FILLER             PIC X VALUE SPACE.
               05 WS-IMG-LOW-ID      PIC 9(8).
               05 FILLER             PIC X VALUE SPACE.
               05 WS-IMG-HIGH-ID     PIC 9(8).
               05 FILLER             PIC X VALUE SPACE.
               05 WS-IMG-LAST-ISSUED PIC 9(8).
               05 FILLER             PIC X VALUE SPACE.
               05 WS-IMG-WARN-PCT    PIC 9(3).
               05 FILLER             PIC X VALUE SPACE.
               05 WS-IMG-DESCRIPTION PIC X(20).
           COPY AUDITREC.
           COPY CHGLOG.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O DOC-RANGE-FILE
           IF WS-DOC-RANGE-STATUS = "35"
               OPEN OUTPUT DOC-RANGE-FILE
               CLOSE DOC-RANGE-FILE
               OPEN I-O DOC-RANGE-FILE
           END-IF
           IF WS-DOC-RANGE-STATUS = "00"
               PERFORM UNTIL WS-DONE
                   PERFORM DisplayMenu
                   ACCEPT WS-CHOICE
                   PERFORM RunChoice
               END-PERFORM
               CLOSE DOC-RANGE-FILE
           ELSE
               DISPLAY "DOCNUM-MAINT: DOCNUM.DAT OPEN FAILED - "
                   "STATUS " WS-DOC-RANGE-STATUS
           END-IF
           STOP RUN.
       DisplayMenu.
           DISPLAY "=============================="
           DISPLAY "  DOCUMENT NUMBER RANGES"
           DISPLAY "=============================="
           DISPLAY "A. Add range"
           DISPLAY "C. Change range"
           DISPLAY "I. Inquire range"
           DISPLAY "L. List ranges"
           DISPLAY "X. Exit"
           DISPLAY "Enter choice: " WITH NO ADVANCING.
       RunChoice.
           EVALUATE WS-CHOICE
               WHEN "A" WHEN "a"
                   PERFORM AddRange
               WHEN "C" WHEN "c"
                   PERFORM ChangeRange
               WHEN "I" WHEN "i"
                   PERFORM InquireRange
               WHEN "L" WHEN "l"
                   PERFORM ListRanges
               WHEN "X" WHEN "x"
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid choice, try again."
           END-EVALUATE.
       AcceptSource.
           DISPLAY "Source (8): " WITH NO ADVANCING
           ACCEPT WS-WORK-SOURCE.
       AcceptRangeDetail.
           DISPLAY "Description: " WITH NO ADVANCING
           ACCEPT WS-WORK-DESCRIPTION
           DISPLAY "High id (8 digits): " WITH NO ADVANCING
           ACCEPT WS-WORK-HIGH-ID
           DISPLAY "Warning at percent used (1-100): "
               WITH NO ADVANCING
           ACCEPT WS-WORK-WARN-PCT
           PERFORM UNTIL WS-WORK-WARN-PCT >= 1
                   AND WS-WORK-WARN-PCT <= 100
               DISPLAY "Percent must be 1 to 100."
               DISPLAY "Warning at percent used (1-100): "
                   WITH NO ADVANCING
               ACCEPT WS-WORK-WARN-PCT
           END-PERFORM.
      * A range can never be deleted, since its issued ids stay
      * on DOCISSUE.DAT for the gap report; one no longer wanted
      * is simply left unused.
       AddRange.
           PERFORM AcceptSource
           MOVE WS-WORK-SOURCE TO DR-SOURCE
           READ DOC-RANGE-FILE
               INVALID KEY
                   PERFORM AddNewRange
               NOT INVALID KEY
                   DISPLAY "DOCNUM-MAINT: RANGE FOR "
                       WS-WORK-SOURCE " ALREADY EXISTS"
           END-READ.
       AddNewRange.
           DISPLAY "Low id (8 digits): " WITH NO ADVANCING
           ACCEPT WS-WORK-LOW-ID
           PERFORM AcceptRangeDetail
           MOVE 0 TO WS-WORK-LAST-ISSUED
           PERFORM CheckRangeBounds
           IF WS-RANGE-OK
               PERFORM CheckRangeOverlap
           END-IF
           IF WS-RANGE-OK
               MOVE SPACES              TO DOC-RANGE-RECORD
               MOVE WS-WORK-SOURCE      TO DR-SOURCE
               MOVE WS-WORK-DESCRIPTION TO DR-DESCRIPTION
               MOVE WS-WORK-LOW-ID      TO DR-LOW-ID
               MOVE WS-WORK-HIGH-ID     TO DR-HIGH-ID
               MOVE 0                   TO DR-LAST-ISSUED
               MOVE 0                   TO DR-LAST-ISSUE-DATE
               MOVE WS-WORK-WARN-PCT    TO DR-WARN-PERCENT
               WRITE DOC-RANGE-RECORD
                   INVALID KEY
                       DISPLAY "DOCNUM-MAINT: RANGE FOR "
                           WS-WORK-SOURCE " ALREADY EXISTS"
                   NOT INVALID KEY
                       DISPLAY "DOCNUM-MAINT: RANGE FOR "
                           WS-WORK-SOURCE " ADDED"
                       MOVE "ADD" TO WS-ACTION-OUTCOME
                       MOVE SPACES TO WS-CHG-BEFORE
                       PERFORM BuildRangeImage
                       MOVE WS-RANGE-IMAGE TO WS-CHG-AFTER
                       PERFORM WriteAuditEntry
                       PERFORM WriteChangeHistory
               END-WRITE
           END-IF.
      * The low id is fixed once set. The high id may move, but
      * never below the last id issued, and the last issued id
      * may only be advanced - typically past ids a legacy
      * process handed out before the source came onto DOC-NUM.
       ChangeRange.
           PERFORM AcceptSource
           MOVE WS-WORK-SOURCE TO DR-SOURCE
           READ DOC-RANGE-FILE
               INVALID KEY
                   DISPLAY "DOCNUM-MAINT: RANGE FOR "
                       WS-WORK-SOURCE " NOT FOUND"
               NOT INVALID KEY
                   PERFORM DisplayRange
                   PERFORM ChangeExistingRange
           END-READ.
       ChangeExistingRange.
           MOVE DOC-RANGE-RECORD TO WS-SAVE-RANGE
           PERFORM BuildRangeImage
           MOVE WS-RANGE-IMAGE TO WS-CHG-BEFORE
           MOVE DR-LOW-ID      TO WS-WORK-LOW-ID
           MOVE DR-LAST-ISSUED TO WS-WORK-LAST-ISSUED
           PERFORM AcceptRangeDetail
           DISPLAY "Advance last issued to (0=no change): "
               WITH NO ADVANCING
           ACCEPT WS-WORK-ADVANCE-TO
           IF WS-WORK-ADVANCE-TO NOT = 0
               IF WS-WORK-ADVANCE-TO > WS-WORK-LAST-ISSUED
                   MOVE WS-WORK-ADVANCE-TO TO WS-WORK-LAST-ISSUED
               ELSE
                   DISPLAY "DOCNUM-MAINT: LAST ISSUED CAN ONLY "
                       "MOVE FORWARD - LEFT AT " WS-WORK-LAST-ISSUED
               END-IF
           END-IF
           PERFORM CheckRangeBounds
           IF WS-RANGE-OK
               PERFORM CheckRangeOverlap
           END-IF
           IF WS-RANGE-OK
               MOVE WS-SAVE-RANGE       TO DOC-RANGE-RECORD
               MOVE WS-WORK-DESCRIPTION TO DR-DESCRIPTION
               MOVE WS-WORK-HIGH-ID     TO DR-HIGH-ID
               MOVE WS-WORK-LAST-ISSUED TO DR-LAST-ISSUED
               MOVE WS-WORK-WARN-PCT    TO DR-WARN-PERCENT
               REWRITE DOC-RANGE-RECORD
                   INVALID KEY
                       DISPLAY "DOCNUM-MAINT: CHANGE FAILED"
                   NOT INVALID KEY
                       DISPLAY "DOCNUM-MAINT: RANGE FOR "
                           WS-WORK-SOURCE " CHANGED"
                       MOVE "CHANGE" TO WS-ACTION-OUTCOME
                       PERFORM BuildRangeImage
                       MOVE WS-RANGE-IMAGE TO WS-CHG-AFTER
                       PERFORM WriteAuditEntry
                       PERFORM WriteChangeHistory
               END-REWRITE
           END-IF.
       CheckRangeBounds.
           MOVE "N" TO WS-RANGE-OK-FLAG
           EVALUATE TRUE
               WHEN WS-WORK-SOURCE = SPACES
                   DISPLAY "DOCNUM-MAINT: SOURCE IS REQUIRED"
               WHEN WS-WORK-LOW-ID = 0
                   DISPLAY "DOCNUM-MAINT: LOW ID MUST NOT BE ZERO"
               WHEN WS-WORK-HIGH-ID < WS-WORK-LOW-ID
                   DISPLAY "DOCNUM-MAINT: HIGH ID BELOW LOW ID"
               WHEN WS-WORK-HIGH-ID < WS-WORK-LAST-ISSUED
                   DISPLAY "DOCNUM-MAINT: HIGH ID BELOW LAST ISSUED "
                       WS-WORK-LAST-ISSUED
               WHEN OTHER
                   SET WS-RANGE-OK TO TRUE
           END-EVALUATE.
      * Two sources sharing ids would make every gap and duplicate
      * ambiguous, so a range may not overlap any other.
       CheckRangeOverlap.
           MOVE "N" TO WS-LIST-EOF-FLAG
           MOVE LOW-VALUES TO DR-SOURCE
           START DOC-RANGE-FILE KEY IS GREATER THAN DR-SOURCE
               INVALID KEY SET WS-LIST-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-LIST-EOF
               READ DOC-RANGE-FILE NEXT RECORD
                   AT END SET WS-LIST-EOF TO TRUE
                   NOT AT END
                       IF DR-SOURCE NOT = WS-WORK-SOURCE
                           AND DR-LOW-ID <= WS-WORK-HIGH-ID
                           AND DR-HIGH-ID >= WS-WORK-LOW-ID
                           DISPLAY "DOCNUM-MAINT: OVERLAPS RANGE "
                               DR-SOURCE " " DR-LOW-ID "-" DR-HIGH-ID
                           MOVE "N" TO WS-RANGE-OK-FLAG
                       END-IF
               END-READ
           END-PERFORM.
       InquireRange.
           PERFORM AcceptSource
           MOVE WS-WORK-SOURCE TO DR-SOURCE
           READ DOC-RANGE-FILE
               INVALID KEY
                   DISPLAY "DOCNUM-MAINT: RANGE FOR "
                       WS-WORK-SOURCE " NOT FOUND"
               NOT INVALID KEY
                   PERFORM DisplayRange
                   MOVE "INQUIRE" TO WS-ACTION-OUTCOME
                   PERFORM WriteAuditEntry
           END-READ.
       ListRanges.
           MOVE 0 TO WS-LIST-COUNT
           MOVE "N" TO WS-LIST-EOF-FLAG
           MOVE LOW-VALUES TO DR-SOURCE
           START DOC-RANGE-FILE KEY IS GREATER THAN DR-SOURCE
               INVALID KEY SET WS-LIST-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-LIST-EOF
               READ DOC-RANGE-FILE NEXT RECORD
                   AT END SET WS-LIST-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LIST-COUNT
                       DISPLAY "  " DR-SOURCE " " DR-DESCRIPTION " "
                           DR-LOW-ID "-" DR-HIGH-ID " LAST "
                           DR-LAST-ISSUED
               END-READ
           END-PERFORM
           DISPLAY "  " WS-LIST-COUNT " RANGE(S)".
       DisplayRange.
           DISPLAY "  SOURCE:      " DR-SOURCE
           DISPLAY "  DESCRIPTION: " DR-DESCRIPTION
           DISPLAY "  LOW ID:      " DR-LOW-ID
           DISPLAY "  HIGH ID:     " DR-HIGH-ID
           DISPLAY "  LAST ISSUED: " DR-LAST-ISSUED
               " ON " DR-LAST-ISSUE-DATE
           DISPLAY "  WARN AT:     " DR-WARN-PERCENT "%".
       BuildRangeImage.
           MOVE DR-SOURCE       TO WS-IMG-SOURCE
           MOVE DR-LOW-ID       TO WS-IMG-LOW-ID
           MOVE DR-HIGH-ID      TO WS-IMG-HIGH-ID
           MOVE DR-LAST-ISSUED  TO WS-IMG-LAST-ISSUED
           MOVE DR-WARN-PERCENT TO WS-IMG-WARN-PCT
           MOVE DR-DESCRIPTION  TO WS-IMG-DESCRIPTION.
       WriteAuditEntry.
           CALL "DATE-TIME" USING WS-RUN-TIMESTAMP WS-DATE-FORMAT-CODE
               WS-JOB-MODE-FLAG
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           MOVE "DOCNUM-MAINT"     TO WS-AUDIT-PROGRAM-ID
           MOVE WS-RUN-TIMESTAMP   TO WS-AUDIT-TIMESTAMP
           MOVE WS-OPERATOR-ID     TO WS-AUDIT-OPERATOR-ID
           MOVE WS-ACTION-OUTCOME  TO WS-AUDIT-OUTCOME
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM-ID
               WS-AUDIT-TIMESTAMP WS-AUDIT-OPERATOR-ID
               WS-AUDIT-OUTCOME.
       WriteChangeHistory.
           MOVE "DOCNUM-MAINT"     TO WS-CHG-PROGRAM-ID
           MOVE WS-RUN-TIMESTAMP   TO WS-CHG-TIMESTAMP
           MOVE WS-OPERATOR-ID     TO WS-CHG-OPERATOR-ID
           MOVE "DOCNUM.DAT"       TO WS-CHG-FILE-NAME
           MOVE WS-ACTION-OUTCOME  TO WS-CHG-ACTION
           MOVE WS-WORK-SOURCE     TO WS-CHG-KEY
           CALL "CHG-LOG" USING WS-CHG-PROGRAM-ID WS-CHG-TIMESTAMP
               WS-CHG-OPERATOR-ID WS-CHG-FILE-NAME WS-CHG-ACTION
               WS-CHG-KEY WS-CHG-BEFORE WS-CHG-AFTER.
       END PROGRAM DOCNUM-MAINT.
