           01 WS-POSTED-COUNT       PIC 9(6) VALUE 0.
           01 WS-SKIPPED-COUNT      PIC 9(6) VALUE 0.
           01 WS-NEW-ACCOUNT-COUNT  PIC 9(6) VALUE 0.
           01 WS-ROLLED-COUNT       PIC 9(6) VALUE 0.
           01 WS-ROLL-END-FLAG      PIC X VALUE "N".
               88 WS-ROLL-END VALUE "Y".
           01 WS-MASTER-ERROR-FLAG  PIC X VALUE "N".
               88 WS-MASTER-ERROR VALUE "Y".
           01 WS-RUN-TIMESTAMP PIC X(22).
               WS-POSTED-COUNT " POSTED, "
               WS-SKIPPED-COUNT " ALREADY POSTED, "
               WS-NEW-ACCOUNT-COUNT " NEW PERIOD RECORDS"
           IF WS-ROLLED-COUNT > 0
               DISPLAY "GL-POST: " WS-ROLLED-COUNT " LATER PERIOD "
                   "RECORD(S) ROLLED FORWARD FOR BACK-DATED POSTINGS"
           END-IF
           PERFORM WriteAuditEntry
           IF NOT WS-DRY-RUN
               PERFORM WriteRunStats
           IF GL-DET-ENTITY = SPACES
               MOVE WS-DEFAULT-ENTITY TO GL-DET-ENTITY
           END-IF
           IF GL-DET-POST-PERIOD NUMERIC
               AND GL-DET-POST-PERIOD > 0
               MOVE GL-DET-POST-PERIOD    TO WS-POST-PERIOD
           ELSE
               MOVE GL-DET-RUN-DATE(1:6)  TO WS-POST-PERIOD
           END-IF
           MOVE GL-DET-ENTITY         TO GLM-ENTITY
           MOVE GL-DET-ACCOUNT-CODE   TO GLM-ACCOUNT-CODE
           MOVE WS-POST-PERIOD        TO GLM-PERIOD
                   PERFORM CreateMasterRecord
               NOT INVALID KEY
                   PERFORM UpdateMasterRecord
           END-READ
           IF WS-POST-PERIOD < WS-BUSINESS-DATE(1:6)
               AND NOT WS-MASTER-ERROR
               PERFORM RollForwardLaterPeriods
           END-IF.
      * An amount posted to an earlier period moves the opening
      * and closing balance of every later period already on the
      * master for the account, so the carried-forward chain
      * still agrees period to period.
       RollForwardLaterPeriods.
           MOVE "N" TO WS-ROLL-END-FLAG
           MOVE GL-DET-ENTITY         TO GLM-ENTITY
           MOVE GL-DET-ACCOUNT-CODE   TO GLM-ACCOUNT-CODE
           MOVE WS-POST-PERIOD        TO GLM-PERIOD
           START GL-MASTER-FILE KEY > GLM-KEY
               INVALID KEY
                   SET WS-ROLL-END TO TRUE
           END-START
           PERFORM UNTIL WS-ROLL-END OR WS-MASTER-ERROR
               READ GL-MASTER-FILE NEXT RECORD
                   AT END SET WS-ROLL-END TO TRUE
                   NOT AT END
                       IF GLM-ENTITY NOT = GL-DET-ENTITY
                           OR GLM-ACCOUNT-CODE
                               NOT = GL-DET-ACCOUNT-CODE
                           SET WS-ROLL-END TO TRUE
                       ELSE
                           PERFORM RollOneLaterPeriod
                       END-IF
               END-READ
           END-PERFORM.
       RollOneLaterPeriod.
           ADD GL-DET-NET-AMOUNT      TO GLM-OPENING-BALANCE
           COMPUTE GLM-CLOSING-BALANCE =
               GLM-OPENING-BALANCE + GLM-PERIOD-ACTIVITY
           REWRITE GL-MASTER-RECORD
               INVALID KEY
                   DISPLAY "GL-POST: REWRITE FAILED FOR "
                       GLM-ACCOUNT-CODE " PERIOD " GLM-PERIOD
                   SET WS-MASTER-ERROR TO TRUE
           END-REWRITE
           ADD 1 TO WS-ROLLED-COUNT.
       CreateMasterRecord.
           PERFORM FindCarryForward
           MOVE GL-DET-ENTITY         TO GLM-ENTITY
