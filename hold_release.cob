       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLD-RELEASE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-SECURITY-FILE ASSIGN TO "OPERSEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-SECURITY-STATUS.
           SELECT HOLD-QUEUE-FILE ASSIGN TO "HOLDQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-QUEUE-STATUS.
           SELECT HOLD-RELEASE-FILE ASSIGN TO "HOLDREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-RELEASE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-SECURITY-FILE.
           COPY OPERSEC.
       FD  HOLD-QUEUE-FILE.
           COPY HOLDREC.
       FD  HOLD-RELEASE-FILE.
       01  HOLD-RELEASE-RECORD  PIC X(58).
       WORKING-STORAGE SECTION.
           01 WS-OPERATOR-SECURITY-STATUS PIC XX.
           01 WS-HOLD-QUEUE-STATUS   PIC XX.
           01 WS-HOLD-RELEASE-STATUS PIC XX.
           01 WS-SECURITY-EOF-FLAG PIC X.
               88 WS-SECURITY-EOF VALUE "Y".
           01 WS-QUEUE-EOF-FLAG  PIC X.
               88 WS-QUEUE-EOF VALUE "Y".
           01 WS-QUEUE-FULL-FLAG PIC X VALUE "N".
               88 WS-QUEUE-FULL VALUE "Y".
           01 WS-SIGNON-ID       PIC X(8).
           01 WS-SIGNON-PASSWORD PIC X(8).
           01 WS-SIGNON-LEVEL    PIC 9 VALUE 0.
           01 WS-SIGNED-ON-FLAG  PIC X VALUE "N".
               88 WS-SIGNED-ON VALUE "Y".
           01 WS-CHOICE          PIC X VALUE SPACE.
           01 WS-DONE-FLAG       PIC X VALUE "N".
               88 WS-DONE VALUE "Y".
           01 WS-QUEUE-TABLE.
               05 WS-QUEUE-ENTRY OCCURS 2000 TIMES PIC X(166).
           01 WS-QUEUE-COUNT     PIC 9(4) VALUE 0.
           01 WS-QUEUE-IDX       PIC 9(4).
           01 WS-HELD-SHOWN      PIC 9(4).
           01 WS-WORK-SEQ        PIC 9(6).
           01 WS-FOUND-FLAG      PIC X.
               88 WS-ITEM-FOUND VALUE "Y".
           01 WS-DECISION        PIC X.
           01 WS-ACTION-OUTCOME  PIC X(8).
           01 WS-SHOW-AMOUNT     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           01 WS-SHOW-LIMIT      PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-RUN-TIMESTAMP PIC X(22).
           01 WS-DATE-FORMAT-CODE PIC X VALUE SPACE.
           01 WS-JOB-MODE-FLAG   PIC X VALUE "U".
           COPY TRANREC.
           COPY AUDITREC.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SignOn
           IF WS-SIGNED-ON
               IF WS-SIGNON-LEVEL < 2
                   DISPLAY "HOLD-RELEASE: LEVEL 2 OR ABOVE REQUIRED - "
                       "ACCESS DENIED"
                   MOVE "DENIED" TO WS-ACTION-OUTCOME
                   PERFORM WriteAuditEntry
               ELSE
                   PERFORM LoadHoldQueue
                   PERFORM UNTIL WS-DONE
                       PERFORM DisplayMenu
                       ACCEPT WS-CHOICE
                       PERFORM RunChoice
                   END-PERFORM
               END-IF
           END-IF
           GOBACK.
       SignOn.
           DISPLAY "Operator id: " WITH NO ADVANCING
           ACCEPT WS-SIGNON-ID
           DISPLAY "Password: " WITH NO ADVANCING
           ACCEPT WS-SIGNON-PASSWORD
           MOVE "N" TO WS-SECURITY-EOF-FLAG
           OPEN INPUT OPERATOR-SECURITY-FILE
           IF WS-OPERATOR-SECURITY-STATUS NOT = "00"
               DISPLAY "HOLD-RELEASE: OPERSEC.DAT NOT AVAILABLE - "
                   "ACCESS DENIED"
           ELSE
               PERFORM UNTIL WS-SECURITY-EOF
                   READ OPERATOR-SECURITY-FILE
                       AT END SET WS-SECURITY-EOF TO TRUE
                       NOT AT END
                           IF OSEC-OPERATOR-ID = WS-SIGNON-ID
                               AND OSEC-PASSWORD = WS-SIGNON-PASSWORD
                               AND OSEC-ACTIVE
                               SET WS-SIGNED-ON TO TRUE
                               MOVE OSEC-LEVEL TO WS-SIGNON-LEVEL
                               SET WS-SECURITY-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-SECURITY-FILE
           END-IF
           IF NOT WS-SIGNED-ON
               DISPLAY "HOLD-RELEASE: SIGN-ON FAILED"
               MOVE "DENIED" TO WS-ACTION-OUTCOME
               PERFORM WriteAuditEntry
           END-IF.
       DisplayMenu.
           DISPLAY "=============================="
           DISPLAY "  LARGE-VALUE HOLD RELEASE"
           DISPLAY "=============================="
           DISPLAY "L. List held items"
           DISPLAY "D. Release or reject a held item"
           DISPLAY "X. Exit"
           DISPLAY "Enter choice: " WITH NO ADVANCING.
       RunChoice.
           EVALUATE WS-CHOICE
               WHEN "L" WHEN "l"
                   PERFORM ListHeld
               WHEN "D" WHEN "d"
                   PERFORM DecideHeldItem
               WHEN "X" WHEN "x"
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid choice, try again."
           END-EVALUATE.
      * The whole queue is kept, decided items included, as the
      * record of who released what. A queue too large to hold
      * in the table is listed but not decided, so the rewrite
      * can never drop the records beyond it.
       LoadHoldQueue.
           MOVE 0 TO WS-QUEUE-COUNT
           MOVE "N" TO WS-QUEUE-EOF-FLAG
           OPEN INPUT HOLD-QUEUE-FILE
           IF WS-HOLD-QUEUE-STATUS NOT = "00"
               SET WS-QUEUE-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-QUEUE-EOF
               READ HOLD-QUEUE-FILE
                   AT END SET WS-QUEUE-EOF TO TRUE
                   NOT AT END
                       IF WS-QUEUE-COUNT < 2000
                           ADD 1 TO WS-QUEUE-COUNT
                           MOVE HOLD-QUEUE-RECORD
                               TO WS-QUEUE-ENTRY(WS-QUEUE-COUNT)
                       ELSE
                           SET WS-QUEUE-FULL TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HOLD-QUEUE-STATUS = "00" OR "10"
               CLOSE HOLD-QUEUE-FILE
           END-IF
           IF WS-QUEUE-FULL
               DISPLAY "HOLD-RELEASE: HOLDQ.DAT OVER 2000 RECORDS - "
                   "ARCHIVE DECIDED ITEMS BEFORE RELEASING"
           END-IF.
       RewriteHoldQueue.
           OPEN OUTPUT HOLD-QUEUE-FILE
           PERFORM VARYING WS-QUEUE-IDX FROM 1 BY 1
                   UNTIL WS-QUEUE-IDX > WS-QUEUE-COUNT
               MOVE WS-QUEUE-ENTRY(WS-QUEUE-IDX) TO HOLD-QUEUE-RECORD
               WRITE HOLD-QUEUE-RECORD
           END-PERFORM
           CLOSE HOLD-QUEUE-FILE.
       ListHeld.
           MOVE 0 TO WS-HELD-SHOWN
           DISPLAY "SEQ    HELD ON  LOADED BY TRAN ID  ACCOUNT  "
               "T         BASE AMOUNT"
           PERFORM VARYING WS-QUEUE-IDX FROM 1 BY 1
                   UNTIL WS-QUEUE-IDX > WS-QUEUE-COUNT
               MOVE WS-QUEUE-ENTRY(WS-QUEUE-IDX) TO HOLD-QUEUE-RECORD
               IF HLD-HELD
                   ADD 1 TO WS-HELD-SHOWN
                   MOVE HLD-TRAN-DATA TO TRANSACTION-RECORD
                   MOVE HLD-BASE-AMOUNT TO WS-SHOW-AMOUNT
                   DISPLAY HLD-SEQ " " HLD-BUSINESS-DATE " "
                       HLD-LOADED-BY "  " TR-TRAN-ID " "
                       TR-ACCOUNT-CODE " " TR-TYPE-CODE " "
                       WS-SHOW-AMOUNT
               END-IF
           END-PERFORM
           DISPLAY "  " WS-HELD-SHOWN " ITEM(S) AWAITING RELEASE".
      * Dual control: the supervisor deciding an item cannot be
      * the operator whose load put it on hold.
       DecideHeldItem.
           IF WS-QUEUE-FULL
               DISPLAY "HOLD-RELEASE: QUEUE TOO LARGE - NO DECISIONS "
                   "UNTIL DECIDED ITEMS ARE ARCHIVED"
           ELSE
               DISPLAY "Hold seq: " WITH NO ADVANCING
               ACCEPT WS-WORK-SEQ
               MOVE "N" TO WS-FOUND-FLAG
               PERFORM VARYING WS-QUEUE-IDX FROM 1 BY 1
                       UNTIL WS-ITEM-FOUND
                       OR WS-QUEUE-IDX > WS-QUEUE-COUNT
                   MOVE WS-QUEUE-ENTRY(WS-QUEUE-IDX)
                       TO HOLD-QUEUE-RECORD
                   IF HLD-SEQ = WS-WORK-SEQ AND HLD-HELD
                       SET WS-ITEM-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-ITEM-FOUND
                   DISPLAY "HOLD-RELEASE: NO HELD ITEM " WS-WORK-SEQ
               ELSE
                   SUBTRACT 1 FROM WS-QUEUE-IDX
                   IF HLD-LOADED-BY = WS-SIGNON-ID
                       DISPLAY "HOLD-RELEASE: ITEM WAS LOADED BY YOU"
                           " - ANOTHER SUPERVISOR MUST DECIDE IT"
                   ELSE
                       PERFORM ApplyDecision
                   END-IF
               END-IF
           END-IF.
       ApplyDecision.
           MOVE HLD-TRAN-DATA TO TRANSACTION-RECORD
           MOVE HLD-BASE-AMOUNT TO WS-SHOW-AMOUNT
           MOVE HLD-THRESHOLD TO WS-SHOW-LIMIT
           DISPLAY HLD-TRAN-DATA
           DISPLAY "Base amount " WS-SHOW-AMOUNT " over threshold "
               WS-SHOW-LIMIT
           DISPLAY "Release (R) or Reject (X): " WITH NO ADVANCING
           ACCEPT WS-DECISION
           EVALUATE WS-DECISION
               WHEN "R" WHEN "r"
                   MOVE "R" TO HLD-STATUS
                   PERFORM RecordDecision
                   PERFORM ReleaseItem
                   DISPLAY "HOLD-RELEASE: " WS-WORK-SEQ
                       " RELEASED TO NEXT EDIT RUN"
                   MOVE "HOLD-REL" TO WS-ACTION-OUTCOME
                   PERFORM WriteAuditEntry
               WHEN "X" WHEN "x"
                   MOVE "X" TO HLD-STATUS
                   PERFORM RecordDecision
                   DISPLAY "HOLD-RELEASE: " WS-WORK-SEQ
                       " REJECTED - WILL NOT POST"
                   MOVE "HOLD-REJ" TO WS-ACTION-OUTCOME
                   PERFORM WriteAuditEntry
               WHEN OTHER
                   DISPLAY "HOLD-RELEASE: NO DECISION TAKEN"
           END-EVALUATE.
       RecordDecision.
           CALL "DATE-TIME" USING WS-RUN-TIMESTAMP WS-DATE-FORMAT-CODE
               WS-JOB-MODE-FLAG
           MOVE WS-SIGNON-ID     TO HLD-DECIDED-BY
           MOVE WS-RUN-TIMESTAMP TO HLD-DECIDED-TS
           MOVE HOLD-QUEUE-RECORD TO WS-QUEUE-ENTRY(WS-QUEUE-IDX)
           PERFORM RewriteHoldQueue.
       ReleaseItem.
           OPEN EXTEND HOLD-RELEASE-FILE
           IF WS-HOLD-RELEASE-STATUS = "35"
               OPEN OUTPUT HOLD-RELEASE-FILE
           END-IF
           WRITE HOLD-RELEASE-RECORD FROM HLD-TRAN-DATA
           CLOSE HOLD-RELEASE-FILE.
       WriteAuditEntry.
           CALL "DATE-TIME" USING WS-RUN-TIMESTAMP WS-DATE-FORMAT-CODE
               WS-JOB-MODE-FLAG
           MOVE "HOLD-RELEASE"     TO WS-AUDIT-PROGRAM-ID
           MOVE WS-RUN-TIMESTAMP   TO WS-AUDIT-TIMESTAMP
           MOVE WS-SIGNON-ID       TO WS-AUDIT-OPERATOR-ID
           MOVE WS-ACTION-OUTCOME  TO WS-AUDIT-OUTCOME
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM-ID
               WS-AUDIT-TIMESTAMP WS-AUDIT-OPERATOR-ID
               WS-AUDIT-OUTCOME.
       END PROGRAM HOLD-RELEASE.
