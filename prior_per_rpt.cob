       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIOR-PER-RPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTING-JOURNAL-FILE ASSIGN TO "POSTJRNL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PJ-KEY
               FILE STATUS IS WS-POSTING-JOURNAL-STATUS.
           SELECT PRIOR-PARM-FILE ASSIGN TO "PRIORPRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIOR-PARM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  POSTING-JOURNAL-FILE.
           COPY PJRNREC.
       FD  PRIOR-PARM-FILE.
       01  PRIOR-PARM-RECORD.
           05 PPR-PARM-PERIOD   PIC 9(6).
       WORKING-STORAGE SECTION.
           01 WS-POSTING-JOURNAL-STATUS PIC XX.
           01 WS-PRIOR-PARM-STATUS PIC XX.
           01 WS-JOURNAL-EOF-FLAG  PIC X VALUE "N".
               88 WS-JOURNAL-EOF VALUE "Y".
           01 WS-JOURNAL-ERROR-FLAG PIC X VALUE "N".
               88 WS-JOURNAL-ERROR VALUE "Y".
           01 WS-REPORT-PERIOD     PIC 9(6) VALUE 0.
           01 WS-PRIOR-COUNT       PIC 9(6) VALUE 0.
           01 WS-PRIOR-DEBITS      PIC 9(11)V99 VALUE 0.
           01 WS-PRIOR-CREDITS     PIC 9(11)V99 VALUE 0.
           01 WS-BACK-COUNT        PIC 9(6) VALUE 0.
           01 WS-BACK-DEBITS       PIC 9(11)V99 VALUE 0.
           01 WS-BACK-CREDITS      PIC 9(11)V99 VALUE 0.
           01 WS-RPT-COLUMN-LINE.
               05 FILLER PIC X(9)  VALUE "RUN DATE".
               05 FILLER PIC X(9)  VALUE "TRAN ID".
               05 FILLER PIC X(9)  VALUE "TRAN DATE".
               05 FILLER PIC X(4)  VALUE "ENT".
               05 FILLER PIC X(9)  VALUE "ACCOUNT".
               05 FILLER PIC X(5)  VALUE "CCTR".
               05 FILLER PIC X(4)  VALUE "D/C".
               05 FILLER PIC X(18) VALUE "       BASE AMOUNT".
               05 FILLER PIC X(8)  VALUE " POSTED".
               05 FILLER PIC X(13) VALUE "TREATMENT".
           01 WS-RPT-DETAIL.
               05 WS-RPT-RUN-DATE   PIC 9(8).
               05 FILLER            PIC X VALUE SPACE.
               05 WS-RPT-TRAN-ID    PIC 9(8).
               05 FILLER            PIC X VALUE SPACE.
               05 WS-RPT-TRAN-DATE  PIC 9(8).
               05 FILLER            PIC X VALUE SPACE.
               05 WS-RPT-ENTITY     PIC X(3).
               05 FILLER            PIC X VALUE SPACE.
               05 WS-RPT-ACCOUNT    PIC X(8).
               05 FILLER            PIC X VALUE SPACE.
               05 WS-RPT-CCTR       PIC X(4).
               05 FILLER            PIC X VALUE SPACE.
               05 WS-RPT-TYPE       PIC X.
               05 FILLER            PIC X(3) VALUE SPACES.
               05 WS-RPT-AMOUNT     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER            PIC X(2) VALUE SPACES.
               05 WS-RPT-POSTED     PIC 9(6).
               05 FILLER            PIC X VALUE SPACE.
               05 WS-RPT-TREATMENT  PIC X(13).
           01 WS-RPT-TOTAL-LINE.
               05 WS-TOTAL-TEXT     PIC X(30).
               05 WS-TOTAL-COUNT    PIC ZZZ,ZZ9.
               05 FILLER            PIC X(10) VALUE "  DEBITS ".
               05 WS-TOTAL-DEBITS   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER            PIC X(10) VALUE "  CREDITS ".
               05 WS-TOTAL-CREDITS  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           01 WS-RPT-NOTE-LINE      PIC X(80).
           01 WS-RUN-TIMESTAMP PIC X(22).
           01 WS-END-TIMESTAMP PIC X(22).
           01 WS-DATE-FORMAT-CODE PIC X VALUE SPACE.
           01 WS-JOB-MODE-FLAG   PIC X VALUE "U".
           01 WS-OPERATOR-ID   PIC X(8).
           COPY AUDITREC.
           COPY RPTWRIT.
           COPY STEPREC.
           COPY BUSDTE.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "DATE-TIME" USING WS-RUN-TIMESTAMP WS-DATE-FORMAT-CODE
               WS-JOB-MODE-FLAG
           PERFORM WriteStartAudit
           MOVE "G" TO WS-BUSDATE-FUNCTION
           CALL "BUSDATE" USING WS-BUSDATE-FUNCTION WS-BUSINESS-DATE
           PERFORM ReadPriorParm
           PERFORM OpenReport
           PERFORM ListPeriodItems
           PERFORM PrintTotals
           MOVE "C" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE
           DISPLAY "PRIOR-PER-RPT: PERIOD " WS-REPORT-PERIOD " - "
               WS-PRIOR-COUNT " PRIOR-PERIOD ITEM(S), "
               WS-BACK-COUNT " BACK-DATED TO AN OPEN PERIOD"
           PERFORM WriteAuditEntry
           PERFORM WriteStepResult
           GOBACK.
      * The report covers the business period to date unless
      * PRIORPRM.DAT names another period (YYYYMM), so the
      * controller can reprint a closed month.
       ReadPriorParm.
           OPEN INPUT PRIOR-PARM-FILE
           IF WS-PRIOR-PARM-STATUS = "00"
               READ PRIOR-PARM-FILE
                   NOT AT END
                       IF PPR-PARM-PERIOD NUMERIC
                           AND PPR-PARM-PERIOD > 0
                           MOVE PPR-PARM-PERIOD TO WS-REPORT-PERIOD
                       END-IF
               END-READ
               CLOSE PRIOR-PARM-FILE
           END-IF
           IF WS-REPORT-PERIOD = 0
               MOVE WS-BUSINESS-DATE(1:6) TO WS-REPORT-PERIOD
           END-IF.
       OpenReport.
           MOVE "O" TO WS-RPT-FUNCTION
           MOVE "PRIORPER.RPT" TO WS-RPT-FILE-NAME
           MOVE SPACES TO WS-RPT-TITLE
           STRING "PRIOR-PERIOD ITEMS - PERIOD " WS-REPORT-PERIOD
               DELIMITED BY SIZE INTO WS-RPT-TITLE
           MOVE WS-RPT-COLUMN-LINE TO WS-RPT-COLUMN-HEAD
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
      * The journal is keyed by run date first, so the period's
      * postings are one contiguous range starting at its first
      * day. Every back-dated posting made in the period is
      * listed: prior-period items from a closed period, booked
      * in this period, and items posted back to their own open
      * period.
       ListPeriodItems.
           OPEN INPUT POSTING-JOURNAL-FILE
           IF WS-POSTING-JOURNAL-STATUS NOT = "00"
               DISPLAY "PRIOR-PER-RPT: POSTJRNL.DAT NOT AVAILABLE - "
                   "STATUS " WS-POSTING-JOURNAL-STATUS
               SET WS-JOURNAL-ERROR TO TRUE
               SET WS-JOURNAL-EOF TO TRUE
           ELSE
               COMPUTE PJ-RUN-DATE = WS-REPORT-PERIOD * 100 + 1
               MOVE 0 TO PJ-BATCH-SEQ
               MOVE 0 TO PJ-RUN-SEQ
               START POSTING-JOURNAL-FILE KEY NOT < PJ-KEY
                   INVALID KEY
                       SET WS-JOURNAL-EOF TO TRUE
               END-START
           END-IF
           PERFORM UNTIL WS-JOURNAL-EOF
               READ POSTING-JOURNAL-FILE NEXT RECORD
                   AT END SET WS-JOURNAL-EOF TO TRUE
                   NOT AT END
                       IF PJ-RUN-DATE(1:6) NOT = WS-REPORT-PERIOD
                           SET WS-JOURNAL-EOF TO TRUE
                       ELSE
                           IF PJ-PRIOR-PERIOD-ITEM
                               OR PJ-BACK-DATED-ITEM
                               PERFORM ListOneItem
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF NOT WS-JOURNAL-ERROR
               CLOSE POSTING-JOURNAL-FILE
           END-IF.
       ListOneItem.
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE PJ-RUN-DATE         TO WS-RPT-RUN-DATE
           MOVE PJ-TRAN-ID          TO WS-RPT-TRAN-ID
           MOVE PJ-TRAN-DATE        TO WS-RPT-TRAN-DATE
           MOVE PJ-ENTITY           TO WS-RPT-ENTITY
           MOVE PJ-ACCOUNT-CODE     TO WS-RPT-ACCOUNT
           MOVE PJ-COST-CENTER      TO WS-RPT-CCTR
           MOVE PJ-TYPE-CODE        TO WS-RPT-TYPE
           MOVE PJ-CONVERTED-AMOUNT TO WS-RPT-AMOUNT
           MOVE PJ-GLM-PERIOD       TO WS-RPT-POSTED
           IF PJ-PRIOR-PERIOD-ITEM
               MOVE "PRIOR-PERIOD" TO WS-RPT-TREATMENT
               ADD 1 TO WS-PRIOR-COUNT
               IF PJ-CREDIT
                   ADD PJ-CONVERTED-AMOUNT TO WS-PRIOR-CREDITS
               ELSE
                   ADD PJ-CONVERTED-AMOUNT TO WS-PRIOR-DEBITS
               END-IF
           ELSE
               MOVE "OWN PERIOD" TO WS-RPT-TREATMENT
               ADD 1 TO WS-BACK-COUNT
               IF PJ-CREDIT
                   ADD PJ-CONVERTED-AMOUNT TO WS-BACK-CREDITS
               ELSE
                   ADD PJ-CONVERTED-AMOUNT TO WS-BACK-DEBITS
               END-IF
           END-IF
           MOVE WS-RPT-DETAIL TO WS-RPT-PRINT-LINE
           MOVE "W" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
       PrintTotals.
           IF WS-JOURNAL-ERROR
               MOVE "*** POSTJRNL.DAT NOT AVAILABLE - NOT REPORTED"
                   TO WS-RPT-NOTE-LINE
               MOVE WS-RPT-NOTE-LINE TO WS-RPT-PRINT-LINE
               MOVE "T" TO WS-RPT-FUNCTION
               CALL "RPT-WRITER" USING WS-RPT-FUNCTION
                   WS-RPT-FILE-NAME WS-RPT-TITLE WS-RPT-COLUMN-HEAD
                   WS-RPT-PRINT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-TOTAL-LINE
           MOVE "PRIOR-PERIOD ITEMS:" TO WS-TOTAL-TEXT
           MOVE WS-PRIOR-COUNT   TO WS-TOTAL-COUNT
           MOVE WS-PRIOR-DEBITS  TO WS-TOTAL-DEBITS
           MOVE WS-PRIOR-CREDITS TO WS-TOTAL-CREDITS
           PERFORM WriteTotalLine
           MOVE SPACES TO WS-RPT-TOTAL-LINE
           MOVE "POSTED TO OWN OPEN PERIOD:" TO WS-TOTAL-TEXT
           MOVE WS-BACK-COUNT    TO WS-TOTAL-COUNT
           MOVE WS-BACK-DEBITS   TO WS-TOTAL-DEBITS
           MOVE WS-BACK-CREDITS  TO WS-TOTAL-CREDITS
           PERFORM WriteTotalLine.
       WriteTotalLine.
           MOVE WS-RPT-TOTAL-LINE TO WS-RPT-PRINT-LINE
           MOVE "T" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
       WriteStartAudit.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           MOVE "PRIOR-PER-RPT" TO WS-AUDIT-PROGRAM-ID
           MOVE WS-RUN-TIMESTAMP TO WS-AUDIT-TIMESTAMP
           MOVE WS-OPERATOR-ID   TO WS-AUDIT-OPERATOR-ID
           MOVE "START"          TO WS-AUDIT-OUTCOME
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM-ID
               WS-AUDIT-TIMESTAMP WS-AUDIT-OPERATOR-ID
               WS-AUDIT-OUTCOME.
       WriteAuditEntry.
           CALL "DATE-TIME" USING WS-END-TIMESTAMP
               WS-DATE-FORMAT-CODE WS-JOB-MODE-FLAG
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           MOVE "PRIOR-PER-RPT"  TO WS-AUDIT-PROGRAM-ID
           MOVE WS-END-TIMESTAMP TO WS-AUDIT-TIMESTAMP
           MOVE WS-OPERATOR-ID   TO WS-AUDIT-OPERATOR-ID
           MOVE "SUCCESS"        TO WS-AUDIT-OUTCOME
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM-ID
               WS-AUDIT-TIMESTAMP WS-AUDIT-OPERATOR-ID
               WS-AUDIT-OUTCOME.
       WriteStepResult.
           MOVE "PRIORRPT" TO WS-STEP-NAME
           MOVE WS-BUSINESS-DATE TO WS-STEP-DATE
           MOVE RETURN-CODE TO WS-STEP-RC
           CALL "STEP-LOG" USING WS-STEP-NAME WS-STEP-DATE
               WS-STEP-RC
           MOVE WS-STEP-RC TO RETURN-CODE.
       END PROGRAM PRIOR-PER-RPT.
