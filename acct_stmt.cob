       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-DETAIL-FILE ASSIGN TO DYNAMIC WS-GL-DETAIL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-DETAIL-STATUS.
           SELECT GL-MASTER-FILE ASSIGN TO "GLMASTER.DAT"
           05 STMT-PARM-PERIOD  PIC 9(6).
           05 FILLER            PIC X.
           05 STMT-PARM-ACCOUNT PIC X(8).
           05 FILLER            PIC X.
           05 STMT-PARM-SOURCE  PIC X.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SR-ENTITY         PIC X(3).
           01 WS-GL-DETAIL-STATUS      PIC XX.
           01 WS-GL-MASTER-STATUS      PIC XX.
           01 WS-STATEMENT-PARM-STATUS PIC XX.
           01 WS-GL-DETAIL-NAME        PIC X(12) VALUE "GLDETAIL.DAT".
           01 WS-SOURCE-FLAG           PIC X VALUE "L".
               88 WS-SOURCE-ARCHIVE VALUE "A".
           01 WS-DETAIL-EOF-FLAG       PIC X VALUE "N".
               88 WS-DETAIL-EOF VALUE "Y".
           01 WS-SORT-EOF-FLAG         PIC X VALUE "N".
           01 WS-MASTER-OPEN-FLAG      PIC X VALUE "N".
               88 WS-MASTER-OPEN VALUE "Y".
           01 WS-STMT-PERIOD           PIC 9(6) VALUE 0.
           01 WS-DETAIL-PERIOD         PIC 9(6).
           01 WS-STMT-ACCOUNT          PIC X(8) VALUE SPACES.
           01 WS-CURRENT-ENTITY        PIC X(3) VALUE SPACES.
           01 WS-CURRENT-ACCOUNT       PIC X(8) VALUE SPACES.
                           MOVE STMT-PARM-ACCOUNT
                               TO WS-STMT-ACCOUNT
                       END-IF
                       IF STMT-PARM-SOURCE = "A"
                           SET WS-SOURCE-ARCHIVE TO TRUE
                       END-IF
               END-READ
               CLOSE STATEMENT-PARM-FILE
           END-IF
           IF WS-STMT-PERIOD = 0
               MOVE WS-BUSINESS-DATE(1:6) TO WS-STMT-PERIOD
           END-IF
      * Source A reads a closed year YEAR-ARCH has reloaded
      * (GLDRyyyy.DAT) in place of the live detail file.
           IF WS-SOURCE-ARCHIVE
               MOVE SPACES TO WS-GL-DETAIL-NAME
               STRING "GLDR" WS-STMT-PERIOD(1:4) ".DAT"
                   DELIMITED BY SIZE INTO WS-GL-DETAIL-NAME
           END-IF.
       OpenMasterFile.
           OPEN INPUT GL-MASTER-FILE
       ReleaseDetailRecords.
           OPEN INPUT GL-DETAIL-FILE
           IF WS-GL-DETAIL-STATUS NOT = "00"
               DISPLAY "ACCT-STMT: " WS-GL-DETAIL-NAME
                   " NOT AVAILABLE - STATUS " WS-GL-DETAIL-STATUS
               IF WS-SOURCE-ARCHIVE
                   DISPLAY "ACCT-STMT: RELOAD YEAR "
                       WS-STMT-PERIOD(1:4) " WITH YEAR-ARCH MODE R"
               END-IF
               SET WS-DETAIL-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-DETAIL-EOF
               READ GL-DETAIL-FILE
                   AT END SET WS-DETAIL-EOF TO TRUE
                   NOT AT END
                       PERFORM SetDetailPeriod
                       IF WS-DETAIL-PERIOD = WS-STMT-PERIOD
                           AND (WS-STMT-ACCOUNT = SPACES
                           OR GL-DET-ACCOUNT-CODE = WS-STMT-ACCOUNT)
                           MOVE GL-DET-ENTITY TO SR-ENTITY
           IF WS-GL-DETAIL-STATUS = "00" OR "10"
               CLOSE GL-DETAIL-FILE
           END-IF.
      * A detail line posts to its carried posting period; lines
      * without one post to the period of their run date.
       SetDetailPeriod.
           IF GL-DET-POST-PERIOD NUMERIC
               AND GL-DET-POST-PERIOD > 0
               MOVE GL-DET-POST-PERIOD   TO WS-DETAIL-PERIOD
           ELSE
               MOVE GL-DET-RUN-DATE(1:6) TO WS-DETAIL-PERIOD
           END-IF.
       PrintStatements.
           MOVE "O" TO WS-RPT-FUNCTION
           MOVE "ACCTSTMT.RPT" TO WS-RPT-FILE-NAME
