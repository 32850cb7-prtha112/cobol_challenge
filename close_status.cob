       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOSE-STATUS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-SECURITY-FILE ASSIGN TO "OPERSEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-SECURITY-STATUS.
           SELECT CLOSE-TASK-FILE ASSIGN TO "CLOSETSK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-TASK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-SECURITY-FILE.
           COPY OPERSEC.
       FD  CLOSE-TASK-FILE.
           COPY CLSTASK.
       WORKING-STORAGE SECTION.
           01 WS-OPERATOR-SECURITY-STATUS PIC XX.
           01 WS-CLOSE-TASK-STATUS   PIC XX.
           01 WS-SECURITY-EOF-FLAG PIC X.
               88 WS-SECURITY-EOF VALUE "Y".
           01 WS-TASK-EOF-FLAG   PIC X.
               88 WS-TASK-EOF VALUE "Y".
           01 WS-SIGNON-ID       PIC X(8).
           01 WS-SIGNON-PASSWORD PIC X(8).
           01 WS-SIGNON-LEVEL    PIC 9 VALUE 0.
           01 WS-SIGNED-ON-FLAG  PIC X VALUE "N".
               88 WS-SIGNED-ON VALUE "Y".
           01 WS-CHOICE          PIC X VALUE SPACE.
           01 WS-DONE-FLAG       PIC X VALUE "N".
               88 WS-DONE VALUE "Y".
           01 WS-STATUS-PERIOD   PIC 9(6).
           01 WS-ENTERED-PERIOD  PIC 9(6).
           01 WS-MARK            PIC X(3).
           01 WS-SHOW-DONE-DATE  PIC X(8).
           01 WS-ACTION-OUTCOME  PIC X(8).
           01 WS-RUN-TIMESTAMP PIC X(22).
           01 WS-DATE-FORMAT-CODE PIC X VALUE SPACE.
           01 WS-JOB-MODE-FLAG   PIC X VALUE "U".
           COPY CLSCHK.
           COPY AUDITREC.
           COPY BUSDTE.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SignOn
           IF WS-SIGNED-ON
               MOVE "G" TO WS-BUSDATE-FUNCTION
               CALL "BUSDATE" USING WS-BUSDATE-FUNCTION
                   WS-BUSINESS-DATE
               MOVE WS-BUSINESS-DATE(1:6) TO WS-STATUS-PERIOD
               PERFORM UNTIL WS-DONE
                   PERFORM DisplayMenu
                   ACCEPT WS-CHOICE
                   PERFORM RunChoice
               END-PERFORM
           END-IF
           GOBACK.
      * Any active operator may look at the checklist; signing a
      * manual task off is for supervisors, level 2 or above.
       SignOn.
           DISPLAY "Operator id: " WITH NO ADVANCING
           ACCEPT WS-SIGNON-ID
           DISPLAY "Password: " WITH NO ADVANCING
           ACCEPT WS-SIGNON-PASSWORD
           MOVE "N" TO WS-SECURITY-EOF-FLAG
           OPEN INPUT OPERATOR-SECURITY-FILE
           IF WS-OPERATOR-SECURITY-STATUS NOT = "00"
               DISPLAY "CLOSE-STATUS: OPERSEC.DAT NOT AVAILABLE - "
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
               DISPLAY "CLOSE-STATUS: SIGN-ON FAILED"
               MOVE "DENIED" TO WS-ACTION-OUTCOME
               PERFORM WriteAuditEntry
           END-IF.
       DisplayMenu.
           DISPLAY "=============================="
           DISPLAY "  MONTH-END CLOSE STATUS"
           DISPLAY "=============================="
           DISPLAY "  Period: " WS-STATUS-PERIOD
           DISPLAY "P. Change period"
           DISPLAY "L. List close tasks"
           DISPLAY "S. Sign off a manual task"
           DISPLAY "X. Exit"
           DISPLAY "Enter choice: " WITH NO ADVANCING.
       RunChoice.
           EVALUATE WS-CHOICE
               WHEN "P" WHEN "p"
                   PERFORM ChangePeriod
               WHEN "L" WHEN "l"
                   PERFORM ListTasks
               WHEN "S" WHEN "s"
                   IF WS-SIGNON-LEVEL < 2
                       DISPLAY "CLOSE-STATUS: LEVEL 2 OR ABOVE "
                           "REQUIRED TO SIGN OFF"
                   ELSE
                       PERFORM SignOffTask
                   END-IF
               WHEN "X" WHEN "x"
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid choice, try again."
           END-EVALUATE.
       ChangePeriod.
           DISPLAY "Period (YYYYMM): " WITH NO ADVANCING
           ACCEPT WS-ENTERED-PERIOD
           IF WS-ENTERED-PERIOD(5:2) < "01"
               OR WS-ENTERED-PERIOD(5:2) > "12"
               DISPLAY "CLOSE-STATUS: NOT A VALID PERIOD"
           ELSE
               MOVE WS-ENTERED-PERIOD TO WS-STATUS-PERIOD
           END-IF.
      * The list is always taken after a refresh, so every task a
      * run has proved since the last look shows as done.
       ListTasks.
           MOVE "R" TO WS-CHK-FUNCTION
           PERFORM CallCloseCheck
           DISPLAY "    TASK     DESCRIPTION                    M P "
               "STATUS DONE ON  BY"
           MOVE "N" TO WS-TASK-EOF-FLAG
           OPEN INPUT CLOSE-TASK-FILE
           IF WS-CLOSE-TASK-STATUS NOT = "00"
               SET WS-TASK-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-TASK-EOF
               READ CLOSE-TASK-FILE
                   AT END SET WS-TASK-EOF TO TRUE
                   NOT AT END
                       IF CT-PERIOD = WS-STATUS-PERIOD
                           PERFORM ShowTask
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CLOSE-TASK-STATUS = "00" OR "10"
               CLOSE CLOSE-TASK-FILE
           END-IF
           DISPLAY "  " WS-CHK-TASK-COUNT " TASK(S), "
               WS-CHK-OUTSTANDING " MANDATORY OUTSTANDING, "
               WS-CHK-OPTIONAL-OPEN " OPTIONAL OUTSTANDING"
           DISPLAY "  " WS-CHK-RESULT.
       ShowTask.
           IF CT-OUTSTANDING
               MOVE "***" TO WS-MARK
               MOVE SPACES TO WS-SHOW-DONE-DATE
           ELSE
               MOVE SPACES TO WS-MARK
               MOVE CT-DONE-DATE TO WS-SHOW-DONE-DATE
           END-IF
           DISPLAY WS-MARK " " CT-TASK-ID " " CT-DESCRIPTION " "
               CT-MANDATORY " " CT-PROOF-TYPE " " CT-STATUS " "
               WS-SHOW-DONE-DATE " " CT-DONE-BY.
       SignOffTask.
           DISPLAY "Task id: " WITH NO ADVANCING
           ACCEPT WS-CHK-TASK-ID
           MOVE "S" TO WS-CHK-FUNCTION
           PERFORM CallCloseCheck
           DISPLAY "CLOSE-STATUS: " WS-CHK-RESULT
           IF WS-CHK-RESULT = "TASK SIGNED OFF"
               MOVE "SIGNOFF" TO WS-ACTION-OUTCOME
               PERFORM WriteAuditEntry
           END-IF.
       CallCloseCheck.
           MOVE WS-STATUS-PERIOD TO WS-CHK-PERIOD
           MOVE WS-SIGNON-ID     TO WS-CHK-OPERATOR
           CALL "CLOSE-CHECK" USING WS-CHK-FUNCTION WS-CHK-PERIOD
               WS-CHK-TASK-ID WS-CHK-OPERATOR WS-CHK-TASK-COUNT
               WS-CHK-OUTSTANDING WS-CHK-OPTIONAL-OPEN WS-CHK-RESULT.
       WriteAuditEntry.
           CALL "DATE-TIME" USING WS-RUN-TIMESTAMP WS-DATE-FORMAT-CODE
               WS-JOB-MODE-FLAG
           MOVE "CLOSE-STATUS"     TO WS-AUDIT-PROGRAM-ID
           MOVE WS-RUN-TIMESTAMP   TO WS-AUDIT-TIMESTAMP
           MOVE WS-SIGNON-ID       TO WS-AUDIT-OPERATOR-ID
           MOVE WS-ACTION-OUTCOME  TO WS-AUDIT-OUTCOME
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM-ID
               WS-AUDIT-TIMESTAMP WS-AUDIT-OPERATOR-ID
               WS-AUDIT-OUTCOME.
       END PROGRAM CLOSE-STATUS.
