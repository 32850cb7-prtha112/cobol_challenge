       FD  SUSPENSE-FILE.
           COPY SUSPREC.
       FD  RECYCLE-FILE.
       01  RECYCLE-RECORD       PIC X(58).
       FD  RECYCLE-PARM-FILE.
       01  RECYCLE-PARM-RECORD  PIC 9(3).
       FD  WRITEOFF-REPORT-FILE.
               88 WS-SUSP-EOF VALUE "Y".
           01 WS-AGE-LIMIT             PIC 9(3) VALUE 5.
           01 WS-SUSP-TABLE.
               05 WS-SUSP-ENTRY OCCURS 500 TIMES PIC X(75).
           01 WS-SUSP-COUNT            PIC 9(4) VALUE 0.
           01 WS-SUSP-IDX              PIC 9(4).
           01 WS-SUSP-OVERFLOW-FLAG    PIC X VALUE "N".
               88 WS-SUSP-OVERFLOW VALUE "Y".
           01 WS-KEEP-TABLE.
               05 WS-KEEP-ENTRY OCCURS 500 TIMES PIC X(75).
           01 WS-KEEP-COUNT            PIC 9(4) VALUE 0.
           01 WS-READ-COUNT            PIC 9(6) VALUE 0.
           01 WS-PROMOTE-COUNT         PIC 9(6) VALUE 0.
           MOVE WS-SUSP-ENTRY(WS-SUSP-IDX) TO SUSPENSE-RECORD
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE SUSP-TRAN-DATA TO TRANSACTION-RECORD(1:44)
           MOVE SUSP-TRAN-EXT  TO TRANSACTION-RECORD(45:14)
           CALL "TRAN-VALID" USING TRANSACTION-RECORD
               WS-EDIT-REASON-CODE WS-EDIT-SOURCE
           IF WS-EDIT-PASSED
               ADD 1 TO WS-PROMOTE-COUNT
               IF NOT WS-DRY-RUN
