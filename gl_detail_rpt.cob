       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-DETAIL-FILE ASSIGN TO DYNAMIC WS-GL-DETAIL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-DETAIL-STATUS.
           SELECT GL-INTERFACE-FILE ASSIGN TO DYNAMIC
               WS-GL-INTERFACE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-INTERFACE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".
           SELECT DRY-RUN-FILE ASSIGN TO "DRYRUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRY-RUN-STATUS.
           SELECT RELOAD-PARM-FILE ASSIGN TO "GLDRPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELOAD-PARM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GL-DETAIL-FILE.
           05 SR-RUN-TIMESTAMP  PIC X(22).
       FD  DRY-RUN-FILE.
       01  DRY-RUN-RECORD       PIC X.
       FD  RELOAD-PARM-FILE.
       01  RELOAD-PARM-RECORD.
           05 RELOAD-PARM-YEAR  PIC 9(4).
       WORKING-STORAGE SECTION.
           01 WS-GL-DETAIL-STATUS    PIC XX.
           01 WS-GL-INTERFACE-STATUS PIC XX.
           01 WS-DRY-RUN-STATUS      PIC XX.
           01 WS-RELOAD-PARM-STATUS  PIC XX.
           01 WS-GL-DETAIL-NAME      PIC X(12) VALUE "GLDETAIL.DAT".
           01 WS-GL-INTERFACE-NAME   PIC X(12) VALUE "SUMOUT.DAT".
           01 WS-RELOAD-YEAR         PIC 9(4) VALUE 0.
           01 WS-DRY-RUN-FLAG        PIC X VALUE "N".
               88 WS-DRY-RUN VALUE "Y".
           01 WS-DETAIL-EOF-FLAG     PIC X VALUE "N".
           CALL "DATE-TIME" USING WS-RUN-TIMESTAMP WS-DATE-FORMAT-CODE
               WS-JOB-MODE-FLAG
           PERFORM WriteStartAudit
           PERFORM ReadReloadParm
           PERFORM LoadBalanceStatus
           PERFORM OpenAccountMaster
           IF NOT WS-DRY-RUN
               END-READ
               CLOSE DRY-RUN-FILE
           END-IF.
      * GLDRPARM.DAT naming a year points the report at the copy
      * of that closed year YEAR-ARCH has reloaded: its detail
      * (GLDRyyyy.DAT) and its SUMOUT history (SUMRyyyy.DAT) for
      * the balance status. No file, or a zero year, reports the
      * live files.
       ReadReloadParm.
           OPEN INPUT RELOAD-PARM-FILE
           IF WS-RELOAD-PARM-STATUS = "00"
               READ RELOAD-PARM-FILE
                   NOT AT END
                       IF RELOAD-PARM-YEAR NUMERIC
                           MOVE RELOAD-PARM-YEAR TO WS-RELOAD-YEAR
                       END-IF
               END-READ
               CLOSE RELOAD-PARM-FILE
           END-IF
           IF WS-RELOAD-YEAR > 0
               MOVE SPACES TO WS-GL-DETAIL-NAME WS-GL-INTERFACE-NAME
               STRING "GLDR" WS-RELOAD-YEAR ".DAT"
                   DELIMITED BY SIZE INTO WS-GL-DETAIL-NAME
               STRING "SUMR" WS-RELOAD-YEAR ".DAT"
                   DELIMITED BY SIZE INTO WS-GL-INTERFACE-NAME
           END-IF.
       LoadBalanceStatus.
           OPEN INPUT GL-INTERFACE-FILE
           IF WS-GL-INTERFACE-STATUS = "00"
                   WS-STAT-BALANCE(WS-STATUS-COUNT)
           ELSE
               IF NOT WS-STATUS-OVERFLOW
                   DISPLAY "GL-DETAIL-RPT: " WS-GL-INTERFACE-NAME
                       " HAS MORE THAN 500 RECORDS - LATER RUNS "
                       "REPORT STATUS N/A"
                   SET WS-STATUS-OVERFLOW TO TRUE
               END-IF
           END-IF.
       ReleaseDetailRecords.
           OPEN INPUT GL-DETAIL-FILE
           IF WS-GL-DETAIL-STATUS NOT = "00"
               DISPLAY "GL-DETAIL-RPT: " WS-GL-DETAIL-NAME
                   " NOT AVAILABLE - STATUS " WS-GL-DETAIL-STATUS
               IF WS-RELOAD-YEAR > 0
                   DISPLAY "GL-DETAIL-RPT: RELOAD YEAR "
                       WS-RELOAD-YEAR " WITH YEAR-ARCH MODE R"
               END-IF
               SET WS-DETAIL-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-DETAIL-EOF
           MOVE "O" TO WS-RPT-FUNCTION
           MOVE "GLDETAIL.RPT" TO WS-RPT-FILE-NAME
           MOVE "GL ACCOUNT DETAIL REPORT" TO WS-RPT-TITLE
           IF WS-RELOAD-YEAR > 0
               MOVE SPACES TO WS-RPT-TITLE
               STRING "GL ACCOUNT DETAIL - RELOADED YEAR "
                   WS-RELOAD-YEAR DELIMITED BY SIZE INTO WS-RPT-TITLE
           END-IF
           MOVE WS-RPT-COLUMN-LINE TO WS-RPT-COLUMN-HEAD
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE
