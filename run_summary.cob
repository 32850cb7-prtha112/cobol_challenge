       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY
               ALTERNATE RECORD KEY IS AL-PROGRAM-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS AL-OPERATOR-ID WITH DUPLICATES
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
           SELECT GL-INTERFACE-FILE ASSIGN TO "SUMOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
           COPY AUDLOGR.
       FD  GL-INTERFACE-FILE.
           COPY GLINTREC.
       WORKING-STORAGE SECTION.
           01 WS-GL-INTERFACE-STATUS   PIC XX.
           01 WS-AUDIT-EOF-FLAG PIC X VALUE "N".
               88 WS-AUDIT-EOF VALUE "Y".
           01 WS-AUDIT-OPEN-FLAG PIC X VALUE "N".
               88 WS-AUDIT-OPEN VALUE "Y".
           01 WS-GL-EOF-FLAG PIC X VALUE "N".
               88 WS-GL-EOF VALUE "Y".
           01 WS-GL-COUNT PIC 9(4) VALUE 0.
           END-IF.
       OpenFiles.
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDIT-LOG-STATUS NOT = "00"
               DISPLAY "RUN-SUMMARY: AUDIT.LOG NOT AVAILABLE - "
                   "STATUS " WS-AUDIT-LOG-STATUS
               SET WS-AUDIT-EOF TO TRUE
           ELSE
               SET WS-AUDIT-OPEN TO TRUE
               PERFORM PositionOnBusinessDate
           END-IF
           MOVE "N"      TO WS-GEN-FUNCTION
           MOVE "RUNSUM" TO WS-GEN-BASE-NAME
           MOVE "RPT"    TO WS-GEN-SUFFIX
           MOVE WS-HEADER-LINE       TO WS-RPT-COLUMN-HEAD
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
      * The summary covers the night from the business date on;
      * earlier entries are never read.
       PositionOnBusinessDate.
           MOVE LOW-VALUES TO AL-KEY
           STRING WS-BUSINESS-DATE(1:4) "-" WS-BUSINESS-DATE(5:2)
               "-" WS-BUSINESS-DATE(7:2)
               DELIMITED BY SIZE INTO AL-TIMESTAMP
           START AUDIT-LOG-FILE KEY IS NOT LESS THAN AL-KEY
               INVALID KEY SET WS-AUDIT-EOF TO TRUE
           END-START.
       CloseFiles.
           IF WS-AUDIT-OPEN
               CLOSE AUDIT-LOG-FILE
           END-IF
           MOVE "C" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
       ProcessAuditLog.
           READ AUDIT-LOG-FILE NEXT RECORD
               AT END SET WS-AUDIT-EOF TO TRUE
               NOT AT END
                   PERFORM BuildSummaryLine
