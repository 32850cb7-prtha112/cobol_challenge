           01 WS-GEN-TRAN-ID             PIC 9(8).
           01 WS-GENERATED-COUNT         PIC 9(4) VALUE 0.
           01 WS-REVERSED-COUNT          PIC 9(4) VALUE 0.
           01 WS-NO-ID-COUNT             PIC 9(4) VALUE 0.
           01 WS-NO-ID-FLAG              PIC X VALUE "N".
               88 WS-NO-ID VALUE "Y".
           01 WS-DUE-FLAG                PIC X.
               88 WS-TEMPLATE-DUE VALUE "Y".
           01 WS-RPT-HEADER.
           COPY STEPREC.
           COPY BUSDTE.
           COPY STATREC.
           COPY DOCNUM.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM ReadDryRun
           END-IF
           DISPLAY "STJ-GEN: " WS-GENERATED-COUNT " GENERATED, "
               WS-REVERSED-COUNT " REVERSED"
           IF WS-NO-ID-COUNT > 0
               DISPLAY "STJ-GEN: " WS-NO-ID-COUNT " ENTRY(S) HELD "
                   "OVER - NO TRANSACTION ID AVAILABLE"
           END-IF
           PERFORM WriteAuditEntry
           IF NOT WS-DRY-RUN
               PERFORM WriteRunStats
               MOVE "REVERSED:" TO WS-RPT-COUNT-LABEL
               MOVE WS-REVERSED-COUNT TO WS-RPT-COUNT-VALUE
               WRITE GEN-REPORT-RECORD FROM WS-RPT-COUNT-LINE
               MOVE "HELD OVER - NO ID:" TO WS-RPT-COUNT-LABEL
               MOVE WS-NO-ID-COUNT TO WS-RPT-COUNT-VALUE
               WRITE GEN-REPORT-RECORD FROM WS-RPT-COUNT-LINE
               CLOSE GEN-REPORT-FILE
               CLOSE GENERATED-FILE
           END-IF.
                   PERFORM RewritePendingFile
               END-IF
           END-IF.
      * A reversal that cannot get an id stays pending and comes
      * out on the next run instead.
       EmitOneReversal.
           MOVE "STJREV" TO WS-DOCNUM-SOURCE
           PERFORM AllocateGeneratedId
           IF WS-NO-ID
               PERFORM KeepPendingReversal
           ELSE
               PERFORM WriteOneReversal
           END-IF.
       WriteOneReversal.
           ADD 1 TO WS-REVERSED-COUNT
           IF NOT WS-DRY-RUN
               MOVE SPACES TO TRANSACTION-RECORD
               MOVE WS-GEN-TRAN-ID     TO TR-TRAN-ID
           IF WS-STANDING-STATUS = "00" OR "10"
               CLOSE STANDING-FILE
           END-IF.
      * A due template that cannot get an id is not marked as
      * generated, so it fires again on the next run.
       GenerateOneTemplate.
           PERFORM CheckTemplateDue
           IF WS-TEMPLATE-DUE
               MOVE "STJGEN" TO WS-DOCNUM-SOURCE
               PERFORM AllocateGeneratedId
           END-IF
           IF WS-TEMPLATE-DUE AND NOT WS-NO-ID
               ADD 1 TO WS-GENERATED-COUNT
               IF NOT WS-DRY-RUN
                   MOVE SPACES TO TRANSACTION-RECORD
                   MOVE WS-GEN-TRAN-ID    TO TR-TRAN-ID
               END-IF
               PERFORM RecordGeneration
           END-IF.
      * Ids come from the source's DOCNUM.DAT range through DOC-NUM;
      * a dry run draws none.
       AllocateGeneratedId.
           MOVE "N" TO WS-NO-ID-FLAG
           MOVE 0 TO WS-GEN-TRAN-ID
           IF NOT WS-DRY-RUN
               CALL "DOC-NUM" USING WS-DOCNUM-SOURCE WS-DOCNUM-ID
                   WS-DOCNUM-RESULT
               IF WS-DOCNUM-ISSUED
                   MOVE WS-DOCNUM-ID TO WS-GEN-TRAN-ID
               ELSE
                   SET WS-NO-ID TO TRUE
                   ADD 1 TO WS-NO-ID-COUNT
               END-IF
           END-IF.
       CheckTemplateDue.
           MOVE "N" TO WS-DUE-FLAG
           PERFORM FindControlEntry
