           IF WS-SIGNED-ON
               DISPLAY "Signed on as " WS-SIGNON-ID
                   " (LEVEL " WS-SIGNON-LEVEL ")"
               PERFORM WriteSignonAudit
           ELSE
               IF WS-SIGNON-ATTEMPTS >= WS-MAX-ATTEMPTS
                   DISPLAY "MAIN-MENU: TOO MANY FAILED SIGN-ON "
           MOVE OPERATOR-SECURITY-RECORD
               TO WS-OPER-ENTRY(WS-OPER-IDX)
           PERFORM RewriteOperatorFile.
      * Successful sign-ons are logged as well as refusals, so
      * OPER-RECERT can show each operator's last sign-on.
       WriteSignonAudit.
           CALL "DATE-TIME" USING WS-TIMESTAMP WS-DATE-FORMAT-CODE
               WS-UTIL-MODE-FLAG
           MOVE "MAIN-MENU"  TO WS-AUDIT-PROGRAM-ID
           MOVE WS-TIMESTAMP TO WS-AUDIT-TIMESTAMP
           MOVE WS-SIGNON-ID TO WS-AUDIT-OPERATOR-ID
           IF WS-SIGNED-ON
               MOVE "SIGNON" TO WS-AUDIT-OUTCOME
           ELSE
               MOVE "DENIED" TO WS-AUDIT-OUTCOME
           END-IF
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM-ID
               WS-AUDIT-TIMESTAMP WS-AUDIT-OPERATOR-ID
               WS-AUDIT-OUTCOME.
           DISPLAY "8. Acknowledge alerts"
           DISPLAY "9. Shift sign-in/sign-out"
           DISPLAY "A. Adjustment entry (SUPERVISOR)"
           DISPLAY "B. GL balance inquiry"
           DISPLAY "C. Large-value hold release (SUPERVISOR)"
           DISPLAY "D. Month-end close status"
           DISPLAY "E. Employee expense claims"
           DISPLAY "F. Dormant account approvals (SUPERVISOR)"
           DISPLAY "0. Exit"
           DISPLAY "Enter choice: " WITH NO ADVANCING.
       GetChoice.
                   ELSE
                       CALL "ADJ-ENTRY"
                   END-IF
               WHEN "B" WHEN "b"
                   CALL "GL-INQ"
               WHEN "C" WHEN "c"
                   IF WS-SIGNON-LEVEL < 2
                       PERFORM DenyChoice
                   ELSE
                       CALL "HOLD-RELEASE"
                   END-IF
               WHEN "D" WHEN "d"
                   CALL "CLOSE-STATUS"
               WHEN "E" WHEN "e"
                   CALL "EXP-CLAIM"
               WHEN "F" WHEN "f"
                   IF WS-SIGNON-LEVEL < 2
                       PERFORM DenyChoice
                   ELSE
                       CALL "DORM-APPR"
                   END-IF
               WHEN "0"
                   SET WS-DONE TO TRUE
               WHEN OTHER
