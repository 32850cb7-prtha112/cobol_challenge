               88 WS-PRIOR-FOUND VALUE "Y".
           01 WS-MOVE-PCT        PIC 9(5)V99.
           01 WS-MOVE-EDITED     PIC ZZ,ZZ9.99.
           01 WS-HIST-IMAGE.
               05 WS-HI-EFFECTIVE-DATE PIC 9(8).
               05 FILLER               PIC X VALUE SPACE.
               05 WS-HI-CURRENCY       PIC X(3).
               05 FILLER               PIC X VALUE SPACE.
               05 WS-HI-RATE           PIC 9(3)V9(6).
           01 WS-LOADED-COUNT    PIC 9(3) VALUE 0.
           01 WS-ALERTED-COUNT   PIC 9(3) VALUE 0.
           01 WS-SHOWN-COUNT     PIC 9(4).
           01 WS-OPERATOR-ID   PIC X(8).
           COPY AUDITREC.
           COPY ALERTREC.
           COPY CHGLOG.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM ReadToleranceParm
                   ELSE
                       PERFORM CheckRateMovement
                       PERFORM AppendHistoryRecord
                       PERFORM WriteChangeHistory
                       ADD 1 TO WS-LOADED-COUNT
                   END-IF
               ELSE
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM-ID
               WS-AUDIT-TIMESTAMP WS-AUDIT-OPERATOR-ID
               WS-AUDIT-OUTCOME.
      * One change-history entry per rate loaded: a currency
      * with an earlier rate on file is a change, shown against
      * that prior history row; a first-ever rate is an add.
       WriteChangeHistory.
           CALL "DATE-TIME" USING WS-RUN-TIMESTAMP WS-DATE-FORMAT-CODE
               WS-JOB-MODE-FLAG
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           MOVE SPACES TO WS-CHG-BEFORE
           IF WS-PRIOR-FOUND
               MOVE "CHANGE"          TO WS-CHG-ACTION
               MOVE WS-PRIOR-DATE     TO WS-HI-EFFECTIVE-DATE
               MOVE WS-WORK-CURRENCY  TO WS-HI-CURRENCY
               MOVE WS-PRIOR-RATE     TO WS-HI-RATE
               MOVE WS-HIST-IMAGE     TO WS-CHG-BEFORE
           ELSE
               MOVE "ADD"             TO WS-CHG-ACTION
           END-IF
           MOVE WS-EFFECTIVE-DATE  TO WS-HI-EFFECTIVE-DATE
           MOVE WS-WORK-CURRENCY   TO WS-HI-CURRENCY
           MOVE WS-WORK-RATE       TO WS-HI-RATE
           MOVE WS-HIST-IMAGE      TO WS-CHG-AFTER
           MOVE SPACES TO WS-CHG-KEY
           STRING WS-WORK-CURRENCY " " WS-EFFECTIVE-DATE
               DELIMITED BY SIZE INTO WS-CHG-KEY
           MOVE "FX-MAINT"         TO WS-CHG-PROGRAM-ID
           MOVE WS-RUN-TIMESTAMP   TO WS-CHG-TIMESTAMP
           MOVE WS-OPERATOR-ID     TO WS-CHG-OPERATOR-ID
           MOVE "FXRHIST.DAT"      TO WS-CHG-FILE-NAME
           CALL "CHG-LOG" USING WS-CHG-PROGRAM-ID WS-CHG-TIMESTAMP
               WS-CHG-OPERATOR-ID WS-CHG-FILE-NAME WS-CHG-ACTION
               WS-CHG-KEY WS-CHG-BEFORE WS-CHG-AFTER.
       END PROGRAM FX-MAINT.
