       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHG-LOG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-HISTORY-FILE ASSIGN TO "CHGHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-HISTORY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-HISTORY-FILE.
           COPY CHGHREC.
       WORKING-STORAGE SECTION.
           01 WS-CHANGE-HISTORY-STATUS PIC XX.
       LINKAGE SECTION.
           COPY CHGLOG.
       PROCEDURE DIVISION USING WS-CHG-PROGRAM-ID WS-CHG-TIMESTAMP
               WS-CHG-OPERATOR-ID WS-CHG-FILE-NAME WS-CHG-ACTION
               WS-CHG-KEY WS-CHG-BEFORE WS-CHG-AFTER.
       MAIN-PROCEDURE.
           PERFORM WriteChangeRecord
           GOBACK.
       WriteChangeRecord.
           OPEN EXTEND CHANGE-HISTORY-FILE
           IF WS-CHANGE-HISTORY-STATUS = "35"
               OPEN OUTPUT CHANGE-HISTORY-FILE
           END-IF
           MOVE SPACES              TO CHANGE-HISTORY-RECORD
           MOVE WS-CHG-PROGRAM-ID   TO CH-PROGRAM-ID
           MOVE WS-CHG-TIMESTAMP    TO CH-TIMESTAMP
           MOVE WS-CHG-OPERATOR-ID  TO CH-OPERATOR-ID
           MOVE WS-CHG-FILE-NAME    TO CH-FILE-NAME
           MOVE WS-CHG-ACTION       TO CH-ACTION
           MOVE WS-CHG-KEY          TO CH-KEY
           MOVE WS-CHG-BEFORE       TO CH-BEFORE-IMAGE
           MOVE WS-CHG-AFTER        TO CH-AFTER-IMAGE
           WRITE CHANGE-HISTORY-RECORD
           CLOSE CHANGE-HISTORY-FILE.
       END PROGRAM CHG-LOG.
