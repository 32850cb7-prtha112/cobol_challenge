       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMP-HIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-HISTORY-FILE ASSIGN TO "EMPHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-HISTORY-STATUS.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-HISTORY-FILE.
           COPY EMPHREC.
       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPREC.
       WORKING-STORAGE SECTION.
           01 WS-EMPLOYEE-HISTORY-STATUS PIC XX.
           01 WS-EMPLOYEE-MASTER-STATUS  PIC XX.
           01 WS-EMPLOYEE-EOF-FLAG       PIC X.
               88 WS-EMPLOYEE-EOF VALUE "Y".
       LINKAGE SECTION.
           COPY EMPHLOG.
       PROCEDURE DIVISION USING WS-EMH-FUNCTION WS-EMH-EMPLOYEE-ID
               WS-EMH-EFFECTIVE-DATE WS-EMH-ACTION WS-EMH-OLD-DEPT
               WS-EMH-OLD-STATUS WS-EMH-NEW-DEPT WS-EMH-NEW-STATUS
               WS-EMH-OPERATOR-ID WS-EMH-TIMESTAMP WS-EMH-WRITTEN.
       MAIN-PROCEDURE.
           MOVE 0 TO WS-EMH-WRITTEN
           IF WS-EMH-TAKE-BASELINE
               PERFORM TakeBaseline
           ELSE
               PERFORM WriteHistoryRecord
           END-IF
           GOBACK.
      * The baseline is taken once, the first time the history is
      * used; from then on every change reaches it through
      * NAME-MAINT. With no master yet an empty history is still
      * created, so the first ADD is not taken for a baseline.
       TakeBaseline.
           OPEN INPUT EMPLOYEE-HISTORY-FILE
           IF WS-EMPLOYEE-HISTORY-STATUS = "00"
               CLOSE EMPLOYEE-HISTORY-FILE
           ELSE
               OPEN OUTPUT EMPLOYEE-HISTORY-FILE
               MOVE "N" TO WS-EMPLOYEE-EOF-FLAG
               OPEN INPUT EMPLOYEE-MASTER-FILE
               IF WS-EMPLOYEE-MASTER-STATUS NOT = "00"
                   SET WS-EMPLOYEE-EOF TO TRUE
               END-IF
               PERFORM UNTIL WS-EMPLOYEE-EOF
                   READ EMPLOYEE-MASTER-FILE
                       AT END SET WS-EMPLOYEE-EOF TO TRUE
                       NOT AT END
                           PERFORM WriteBaselineRecord
                   END-READ
               END-PERFORM
               IF WS-EMPLOYEE-MASTER-STATUS = "00" OR "10"
                   CLOSE EMPLOYEE-MASTER-FILE
               END-IF
               CLOSE EMPLOYEE-HISTORY-FILE
           END-IF.
       WriteBaselineRecord.
           MOVE SPACES             TO EMPLOYEE-HISTORY-RECORD
           IF EM-EFFECTIVE-DATE NUMERIC AND EM-EFFECTIVE-DATE > 0
               MOVE EM-EFFECTIVE-DATE TO EH-EFFECTIVE-DATE
           ELSE
               MOVE WS-EMH-EFFECTIVE-DATE TO EH-EFFECTIVE-DATE
           END-IF
           MOVE EM-EMPLOYEE-ID     TO EH-EMPLOYEE-ID
           MOVE "BASELINE"         TO EH-ACTION
           MOVE EM-DEPT-CODE       TO EH-NEW-DEPT
           MOVE EM-STATUS          TO EH-NEW-STATUS
           MOVE WS-EMH-OPERATOR-ID TO EH-OPERATOR-ID
           MOVE WS-EMH-TIMESTAMP   TO EH-TIMESTAMP
           WRITE EMPLOYEE-HISTORY-RECORD
           ADD 1 TO WS-EMH-WRITTEN.
       WriteHistoryRecord.
           OPEN EXTEND EMPLOYEE-HISTORY-FILE
           IF WS-EMPLOYEE-HISTORY-STATUS = "35"
               OPEN OUTPUT EMPLOYEE-HISTORY-FILE
           END-IF
           MOVE SPACES                TO EMPLOYEE-HISTORY-RECORD
           MOVE WS-EMH-EFFECTIVE-DATE TO EH-EFFECTIVE-DATE
           MOVE WS-EMH-EMPLOYEE-ID    TO EH-EMPLOYEE-ID
           MOVE WS-EMH-ACTION         TO EH-ACTION
           MOVE WS-EMH-OLD-DEPT       TO EH-OLD-DEPT
           MOVE WS-EMH-OLD-STATUS     TO EH-OLD-STATUS
           MOVE WS-EMH-NEW-DEPT       TO EH-NEW-DEPT
           MOVE WS-EMH-NEW-STATUS     TO EH-NEW-STATUS
           MOVE WS-EMH-OPERATOR-ID    TO EH-OPERATOR-ID
           MOVE WS-EMH-TIMESTAMP      TO EH-TIMESTAMP
           WRITE EMPLOYEE-HISTORY-RECORD
           ADD 1 TO WS-EMH-WRITTEN
           CLOSE EMPLOYEE-HISTORY-FILE.
       END PROGRAM EMP-HIST.
