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
           01 WS-AUDIT-LOG-STATUS  PIC XX.
           01 WS-WRITTEN-FLAG      PIC X.
               88 WS-WRITTEN VALUE "Y".
       LINKAGE SECTION.
           COPY AUDITREC.
       PROCEDURE DIVISION USING WS-AUDIT-PROGRAM-ID WS-AUDIT-TIMESTAMP
       MAIN-PROCEDURE.
           PERFORM WriteAuditRecord
           GOBACK.
      * Events from several programs can carry the same timestamp;
      * the sequence number is stepped until the key is free, so
      * nothing is ever dropped for a clash.
       WriteAuditRecord.
           OPEN I-O AUDIT-LOG-FILE
           IF WS-AUDIT-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
               CLOSE AUDIT-LOG-FILE
               OPEN I-O AUDIT-LOG-FILE
           END-IF
           IF WS-AUDIT-LOG-STATUS NOT = "00"
               DISPLAY "AUDIT-LOG: AUDIT.LOG OPEN FAILED - STATUS "
                   WS-AUDIT-LOG-STATUS " - EVENT NOT RECORDED"
           ELSE
               MOVE WS-AUDIT-TIMESTAMP   TO AL-TIMESTAMP
               MOVE 0                    TO AL-SEQ
               MOVE WS-AUDIT-PROGRAM-ID  TO AL-PROGRAM-ID
               MOVE WS-AUDIT-OPERATOR-ID TO AL-OPERATOR-ID
               MOVE WS-AUDIT-OUTCOME     TO AL-OUTCOME
               MOVE "N" TO WS-WRITTEN-FLAG
               PERFORM WriteOneAttempt
                   UNTIL WS-WRITTEN OR AL-SEQ = 9999
               IF NOT WS-WRITTEN
                   DISPLAY "AUDIT-LOG: NO FREE KEY FOR "
                       WS-AUDIT-TIMESTAMP " - EVENT NOT RECORDED"
               END-IF
               CLOSE AUDIT-LOG-FILE
           END-IF.
       WriteOneAttempt.
           WRITE AUDIT-LOG-RECORD
               INVALID KEY
                   ADD 1 TO AL-SEQ
               NOT INVALID KEY
                   SET WS-WRITTEN TO TRUE
           END-WRITE.
       END PROGRAM AUDIT-LOG.
