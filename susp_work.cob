       FD  SUSPENSE-FILE.
           COPY SUSPREC.
       FD  RECYCLE-FILE.
       01  RECYCLE-RECORD       PIC X(58).
       WORKING-STORAGE SECTION.
           01 WS-SUSPENSE-STATUS PIC XX.
           01 WS-RECYCLE-STATUS  PIC XX.
           01 WS-SUSP-EOF-FLAG   PIC X.
               88 WS-SUSP-EOF VALUE "Y".
           01 WS-SUSP-TABLE.
               05 WS-SUSP-ENTRY OCCURS 500 TIMES PIC X(75).
           01 WS-SUSP-COUNT      PIC 9(3) VALUE 0.
           01 WS-SUSP-IDX        PIC 9(3).
           01 WS-WORK-IDX        PIC 9(3).
               MOVE WS-SUSP-ENTRY(WS-WORK-IDX) TO SUSPENSE-RECORD
               MOVE SPACES TO TRANSACTION-RECORD
               MOVE SUSP-TRAN-DATA TO TRANSACTION-RECORD(1:44)
               MOVE SUSP-TRAN-EXT  TO TRANSACTION-RECORD(45:14)
               PERFORM AcceptCorrections
               CALL "TRAN-VALID" USING TRANSACTION-RECORD
                   WS-EDIT-REASON-CODE WS-EDIT-SOURCE
               IF WS-EDIT-PASSED
                   PERFORM ReleaseToRecycle
                   PERFORM RemoveWorkItem
           ACCEPT WS-FIELD-INPUT
           IF WS-FIELD-INPUT NOT = SPACES
               MOVE WS-FIELD-INPUT(1:4) TO TR-COST-CENTER
           END-IF
           DISPLAY "Tax code (* for none) [" TR-TAX-CODE "]: "
               WITH NO ADVANCING
           MOVE SPACES TO WS-FIELD-INPUT
           ACCEPT WS-FIELD-INPUT
           EVALUATE TRUE
               WHEN WS-FIELD-INPUT = SPACES
                   CONTINUE
               WHEN WS-FIELD-INPUT(1:1) = "*"
                   MOVE SPACES TO TR-TAX-CODE
               WHEN OTHER
                   MOVE WS-FIELD-INPUT(1:4) TO TR-TAX-CODE
           END-EVALUATE.
       ReleaseToRecycle.
           OPEN EXTEND RECYCLE-FILE
           IF WS-RECYCLE-STATUS = "35"
