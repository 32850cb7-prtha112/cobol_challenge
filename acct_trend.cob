       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-TREND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TREND-PARM-FILE ASSIGN TO "TRNDPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TREND-PARM-STATUS.
           SELECT GL-MASTER-FILE ASSIGN TO "GLMASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GLM-KEY
               FILE STATUS IS WS-GL-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TREND-PARM-FILE.
       01  TREND-PARM-RECORD.
           05 TP-PERIOD         PIC 9(6).
           05 FILLER            PIC X.
           05 TP-ENTITY         PIC X(3).
           05 FILLER            PIC X.
           05 TP-FROM-ACCOUNT   PIC X(8).
           05 FILLER            PIC X.
           05 TP-TO-ACCOUNT     PIC X(8).
           05 FILLER            PIC X.
           05 TP-DEVIATION-PCT  PIC 9(3).
           05 FILLER            PIC X.
           05 TP-TRAIL-MONTHS   PIC 9(2).
       FD  GL-MASTER-FILE.
           COPY GLMASTREC.
       WORKING-STORAGE SECTION.
           01 WS-TREND-PARM-STATUS   PIC XX.
           01 WS-GL-MASTER-STATUS    PIC XX.
           01 WS-MASTER-EOF-FLAG     PIC X VALUE "N".
               88 WS-MASTER-EOF VALUE "Y".
           01 WS-REPORT-PERIOD       PIC 9(6).
           01 WS-REPORT-ENTITY       PIC X(3) VALUE SPACES.
           01 WS-FROM-ACCOUNT        PIC X(8) VALUE SPACES.
           01 WS-TO-ACCOUNT          PIC X(8) VALUE HIGH-VALUES.
           01 WS-DEVIATION-PCT       PIC 9(3) VALUE 25.
           01 WS-TRAIL-MONTHS        PIC 9(2) VALUE 3.
      * The thirteen periods reported, oldest first; the last is
      * the report period and the first the same month a year
      * earlier.
           01 WS-PERIOD-TABLE.
               05 WS-PERIOD-ENTRY OCCURS 13 TIMES PIC 9(6).
           01 WS-PERIOD-IDX          PIC 9(2).
           01 WS-MONTH-NUMBER        PIC 9(6).
           01 WS-MONTH-FIRST         PIC 9(6).
           01 WS-CALC-YEAR           PIC 9(4).
           01 WS-CALC-MONTH          PIC 9(2).
           01 WS-PERIOD-WORK.
               05 WS-PW-YEAR         PIC 9(4).
               05 WS-PW-MONTH        PIC 9(2).
      * One row per account: the period activity for each of the
      * thirteen periods, summed across entities unless one entity
      * was asked for. Rows are kept in account order.
           01 WS-TREND-TABLE.
               05 WS-TREND-ENTRY OCCURS 500 TIMES.
                   10 WS-TR-ACCOUNT  PIC X(8).
                   10 WS-TR-AMOUNT   PIC S9(13)V99 OCCURS 13 TIMES.
           01 WS-TREND-COUNT         PIC 9(3) VALUE 0.
           01 WS-TREND-IDX           PIC 9(3).
           01 WS-SHIFT-IDX           PIC 9(3).
           01 WS-TREND-FOUND-FLAG    PIC X.
               88 WS-TREND-FOUND VALUE "Y".
           01 WS-SLOT-FOUND-FLAG     PIC X.
               88 WS-SLOT-FOUND VALUE "Y".
           01 WS-TABLE-FULL-FLAG     PIC X VALUE "N".
               88 WS-TABLE-FULL VALUE "Y".
           01 WS-WORK-ACCOUNT        PIC X(8).
           01 WS-AVG-IDX             PIC 9(2).
           01 WS-TRAIL-FIRST         PIC 9(2).
           01 WS-TRAIL-SUM           PIC S9(15)V99.
           01 WS-TRAIL-AVG           PIC S9(13)V99.
           01 WS-DEVIATION           PIC S9(13)V99.
           01 WS-DEVIATION-LIMIT     PIC S9(15)V99.
           01 WS-FLAG-COUNT          PIC 9(2).
           01 WS-FLAG-TOTAL          PIC 9(5) VALUE 0.
           01 WS-FLAGGED-ACCOUNTS    PIC 9(4) VALUE 0.
           01 WS-VARIANCE            PIC S9(13)V99.
           01 WS-VARIANCE-PCT        PIC S9(5)V99.
           01 WS-WHOLE-AMOUNT        PIC S9(7).
           01 WS-RPT-COLUMN-LINE.
               05 FILLER             PIC X(8) VALUE "ACCOUNT".
               05 WS-COL-HEAD OCCURS 13 TIMES.
                   10 FILLER         PIC X(3) VALUE SPACES.
                   10 WS-COL-PERIOD  PIC 9(6).
           01 WS-RPT-DETAIL.
               05 WS-RPT-ACCOUNT     PIC X(8).
               05 WS-RPT-COLUMN OCCURS 13 TIMES.
                   10 FILLER         PIC X VALUE SPACE.
                   10 WS-RPT-AMOUNT  PIC -ZZZZZZ9.
                   10 WS-RPT-OVER REDEFINES WS-RPT-AMOUNT PIC X(8).
           01 WS-RPT-FLAG-LINE.
               05 FILLER             PIC X(8) VALUE SPACES.
               05 WS-RPT-MARK OCCURS 13 TIMES PIC X(9).
           01 WS-RPT-VARIANCE-LINE.
               05 FILLER             PIC X(9) VALUE SPACES.
               05 FILLER             PIC X(3) VALUE "VS ".
               05 WS-RPT-PRIOR       PIC 9(6).
               05 FILLER             PIC X(10) VALUE " VARIANCE ".
               05 WS-RPT-VARIANCE    PIC -Z,ZZZ,ZZZ,ZZ9.99.
               05 FILLER             PIC X(6) VALUE "  PCT ".
               05 WS-RPT-PCT         PIC -ZZ,ZZ9.9.
               05 FILLER             PIC X(18) VALUE
                  "   MONTHS FLAGGED ".
               05 WS-RPT-FLAGS       PIC Z9.
           01 WS-RPT-PARM-LINE.
               05 FILLER             PIC X(7) VALUE "ENTITY ".
               05 WS-RPT-ENTITY      PIC X(3).
               05 FILLER             PIC X(11) VALUE "  ACCOUNTS ".
               05 WS-RPT-FROM        PIC X(8).
               05 FILLER             PIC X(4) VALUE " TO ".
               05 WS-RPT-TO          PIC X(8).
               05 FILLER             PIC X(20) VALUE
                  "  *DEV* = MORE THAN ".
               05 WS-RPT-DEV-PCT     PIC ZZ9.
               05 FILLER             PIC X(11) VALUE
                  "% FROM THE ".
               05 WS-RPT-TRAIL       PIC Z9.
               05 FILLER             PIC X(23) VALUE
                  "-MONTH TRAILING AVERAGE".
           01 WS-RPT-COUNT-LINE.
               05 WS-COUNT-TEXT      PIC X(40).
               05 WS-COUNT-VALUE     PIC ZZZ,ZZ9.
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
           PERFORM ReadTrendParm
           PERFORM BuildPeriodTable
           PERFORM AccumulateActivity
           PERFORM OpenReport
           PERFORM PrintOneAccount
               VARYING WS-TREND-IDX FROM 1 BY 1
               UNTIL WS-TREND-IDX > WS-TREND-COUNT
           PERFORM PrintTotals
           MOVE "C" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE
           DISPLAY "ACCT-TREND: PERIODS " WS-PERIOD-ENTRY(1) " TO "
               WS-PERIOD-ENTRY(13) " - " WS-TREND-COUNT
               " ACCOUNT(S), " WS-FLAG-TOTAL " MONTH(S) FLAGGED"
           PERFORM WriteAuditEntry
           PERFORM WriteStepResult
           GOBACK.
      * TRNDPARM.DAT may name the last period (YYYYMM), one entity,
      * an account range, the deviation percentage and the number
      * of months in the trailing average. Zeros and spaces take
      * the defaults: the month of the business date, all
      * entities, all accounts, 25 percent and three months.
       ReadTrendParm.
           MOVE WS-BUSINESS-DATE(1:6) TO WS-REPORT-PERIOD
           OPEN INPUT TREND-PARM-FILE
           IF WS-TREND-PARM-STATUS = "00"
               READ TREND-PARM-FILE
                   NOT AT END
                       PERFORM ApplyTrendParm
               END-READ
               CLOSE TREND-PARM-FILE
           END-IF.
       ApplyTrendParm.
           IF TP-PERIOD NUMERIC AND TP-PERIOD > 0
               MOVE TP-PERIOD TO WS-REPORT-PERIOD
           END-IF
           MOVE TP-ENTITY TO WS-REPORT-ENTITY
           MOVE TP-FROM-ACCOUNT TO WS-FROM-ACCOUNT
           IF TP-TO-ACCOUNT NOT = SPACES
               MOVE TP-TO-ACCOUNT TO WS-TO-ACCOUNT
           END-IF
           IF TP-DEVIATION-PCT NUMERIC AND TP-DEVIATION-PCT > 0
               MOVE TP-DEVIATION-PCT TO WS-DEVIATION-PCT
           END-IF
           IF TP-TRAIL-MONTHS NUMERIC AND TP-TRAIL-MONTHS > 0
               AND TP-TRAIL-MONTHS < 13
               MOVE TP-TRAIL-MONTHS TO WS-TRAIL-MONTHS
           END-IF.
       BuildPeriodTable.
           MOVE WS-REPORT-PERIOD TO WS-PERIOD-WORK
           COMPUTE WS-MONTH-NUMBER =
               WS-PW-YEAR * 12 + WS-PW-MONTH - 1
           COMPUTE WS-MONTH-FIRST = WS-MONTH-NUMBER - 12
           PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                   UNTIL WS-PERIOD-IDX > 13
               COMPUTE WS-MONTH-NUMBER =
                   WS-MONTH-FIRST + WS-PERIOD-IDX - 1
               DIVIDE WS-MONTH-NUMBER BY 12 GIVING WS-CALC-YEAR
                   REMAINDER WS-CALC-MONTH
               COMPUTE WS-PERIOD-ENTRY(WS-PERIOD-IDX) =
                   WS-CALC-YEAR * 100 + WS-CALC-MONTH + 1
               MOVE WS-PERIOD-ENTRY(WS-PERIOD-IDX)
                   TO WS-COL-PERIOD(WS-PERIOD-IDX)
           END-PERFORM.
       AccumulateActivity.
           OPEN INPUT GL-MASTER-FILE
           IF WS-GL-MASTER-STATUS NOT = "00"
               DISPLAY "ACCT-TREND: GLMASTER.DAT NOT AVAILABLE - "
                   "STATUS " WS-GL-MASTER-STATUS
               SET WS-MASTER-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-MASTER-EOF
               READ GL-MASTER-FILE
                   AT END SET WS-MASTER-EOF TO TRUE
                   NOT AT END
                       IF GLM-PERIOD >= WS-PERIOD-ENTRY(1)
                           AND GLM-PERIOD <= WS-PERIOD-ENTRY(13)
                           AND GLM-ACCOUNT-CODE >= WS-FROM-ACCOUNT
                           AND GLM-ACCOUNT-CODE <= WS-TO-ACCOUNT
                           AND (WS-REPORT-ENTITY = SPACES
                               OR GLM-ENTITY = WS-REPORT-ENTITY)
                           PERFORM AccumulateOneMaster
                       END-IF
               END-READ
           END-PERFORM
           IF WS-GL-MASTER-STATUS = "00" OR "10"
               CLOSE GL-MASTER-FILE
           END-IF.
       AccumulateOneMaster.
           MOVE GLM-ACCOUNT-CODE TO WS-WORK-ACCOUNT
           PERFORM FindTrendEntry
           IF WS-TREND-FOUND
               PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                       UNTIL WS-PERIOD-IDX > 13
                   IF GLM-PERIOD = WS-PERIOD-ENTRY(WS-PERIOD-IDX)
                       ADD GLM-PERIOD-ACTIVITY TO
                           WS-TR-AMOUNT(WS-TREND-IDX, WS-PERIOD-IDX)
                   END-IF
               END-PERFORM
           END-IF.
      * GLMASTER.DAT runs entity by entity, so a new account is
      * slotted in where it belongs to keep the report in account
      * order across entities.
       FindTrendEntry.
           MOVE "N" TO WS-TREND-FOUND-FLAG
           MOVE "N" TO WS-SLOT-FOUND-FLAG
           MOVE 0   TO WS-TREND-IDX
           PERFORM UNTIL WS-SLOT-FOUND
                   OR WS-TREND-IDX >= WS-TREND-COUNT
               ADD 1 TO WS-TREND-IDX
               IF WS-TR-ACCOUNT(WS-TREND-IDX) >= WS-WORK-ACCOUNT
                   SET WS-SLOT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-SLOT-FOUND
               AND WS-TR-ACCOUNT(WS-TREND-IDX) = WS-WORK-ACCOUNT
               SET WS-TREND-FOUND TO TRUE
           ELSE
               IF NOT WS-SLOT-FOUND
                   ADD 1 TO WS-TREND-IDX
               END-IF
               PERFORM InsertTrendEntry
           END-IF.
       InsertTrendEntry.
           IF WS-TREND-COUNT < 500
               MOVE WS-TREND-COUNT TO WS-SHIFT-IDX
               PERFORM UNTIL WS-SHIFT-IDX < WS-TREND-IDX
                   MOVE WS-TREND-ENTRY(WS-SHIFT-IDX)
                       TO WS-TREND-ENTRY(WS-SHIFT-IDX + 1)
                   SUBTRACT 1 FROM WS-SHIFT-IDX
               END-PERFORM
               ADD 1 TO WS-TREND-COUNT
               MOVE WS-WORK-ACCOUNT TO WS-TR-ACCOUNT(WS-TREND-IDX)
               PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                       UNTIL WS-PERIOD-IDX > 13
                   MOVE 0 TO WS-TR-AMOUNT(WS-TREND-IDX, WS-PERIOD-IDX)
               END-PERFORM
               SET WS-TREND-FOUND TO TRUE
           ELSE
               IF NOT WS-TABLE-FULL
                   DISPLAY "ACCT-TREND: MORE THAN 500 ACCOUNTS - "
                       "EXCESS NOT REPORTED"
                   SET WS-TABLE-FULL TO TRUE
               END-IF
           END-IF.
       OpenReport.
           MOVE "O" TO WS-RPT-FUNCTION
           MOVE "TREND.RPT" TO WS-RPT-FILE-NAME
           MOVE SPACES TO WS-RPT-TITLE
           STRING "13-MONTH ACCOUNT TREND TO " WS-REPORT-PERIOD
               DELIMITED BY SIZE INTO WS-RPT-TITLE
           MOVE WS-RPT-COLUMN-LINE TO WS-RPT-COLUMN-HEAD
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE
           IF WS-REPORT-ENTITY = SPACES
               MOVE "ALL" TO WS-RPT-ENTITY
           ELSE
               MOVE WS-REPORT-ENTITY TO WS-RPT-ENTITY
           END-IF
           IF WS-FROM-ACCOUNT = SPACES
               MOVE "FIRST" TO WS-RPT-FROM
           ELSE
               MOVE WS-FROM-ACCOUNT TO WS-RPT-FROM
           END-IF
           IF WS-TO-ACCOUNT = HIGH-VALUES
               MOVE "LAST" TO WS-RPT-TO
           ELSE
               MOVE WS-TO-ACCOUNT TO WS-RPT-TO
           END-IF
           MOVE WS-DEVIATION-PCT TO WS-RPT-DEV-PCT
           MOVE WS-TRAIL-MONTHS  TO WS-RPT-TRAIL
           MOVE WS-RPT-PARM-LINE TO WS-RPT-PRINT-LINE
           PERFORM WriteReportLine
           MOVE SPACES TO WS-RPT-PRINT-LINE
           PERFORM WriteReportLine.
      * Each account prints its thirteen months of activity in
      * whole currency units, a marker under any month that
      * strays from its trailing average by more than the allowed
      * percentage, and the report month against the same month
      * a year earlier.
       PrintOneAccount.
           MOVE WS-TR-ACCOUNT(WS-TREND-IDX) TO WS-RPT-ACCOUNT
           MOVE SPACES TO WS-RPT-FLAG-LINE
           MOVE 0 TO WS-FLAG-COUNT
           PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                   UNTIL WS-PERIOD-IDX > 13
               COMPUTE WS-WHOLE-AMOUNT ROUNDED =
                   WS-TR-AMOUNT(WS-TREND-IDX, WS-PERIOD-IDX)
                   ON SIZE ERROR
                       MOVE "********" TO WS-RPT-OVER(WS-PERIOD-IDX)
                   NOT ON SIZE ERROR
                       MOVE WS-WHOLE-AMOUNT
                           TO WS-RPT-AMOUNT(WS-PERIOD-IDX)
               END-COMPUTE
               IF WS-PERIOD-IDX > WS-TRAIL-MONTHS
                   PERFORM CheckDeviation
               END-IF
           END-PERFORM
           MOVE WS-RPT-DETAIL TO WS-RPT-PRINT-LINE
           PERFORM WriteReportLine
           IF WS-FLAG-COUNT > 0
               ADD 1 TO WS-FLAGGED-ACCOUNTS
               MOVE WS-RPT-FLAG-LINE TO WS-RPT-PRINT-LINE
               PERFORM WriteReportLine
           END-IF
           MOVE WS-PERIOD-ENTRY(1) TO WS-RPT-PRIOR
           COMPUTE WS-VARIANCE =
               WS-TR-AMOUNT(WS-TREND-IDX, 13)
               - WS-TR-AMOUNT(WS-TREND-IDX, 1)
           MOVE WS-VARIANCE TO WS-RPT-VARIANCE
           MOVE 0 TO WS-VARIANCE-PCT
           IF WS-TR-AMOUNT(WS-TREND-IDX, 1) > 0
               COMPUTE WS-VARIANCE-PCT ROUNDED =
                   WS-VARIANCE / WS-TR-AMOUNT(WS-TREND-IDX, 1) * 100
                   ON SIZE ERROR MOVE 9999.9 TO WS-VARIANCE-PCT
               END-COMPUTE
           END-IF
           IF WS-TR-AMOUNT(WS-TREND-IDX, 1) < 0
               COMPUTE WS-VARIANCE-PCT ROUNDED =
                   WS-VARIANCE / (0 - WS-TR-AMOUNT(WS-TREND-IDX, 1))
                   * 100
                   ON SIZE ERROR MOVE 9999.9 TO WS-VARIANCE-PCT
               END-COMPUTE
           END-IF
           MOVE WS-VARIANCE-PCT TO WS-RPT-PCT
           MOVE WS-FLAG-COUNT TO WS-RPT-FLAGS
           MOVE WS-RPT-VARIANCE-LINE TO WS-RPT-PRINT-LINE
           PERFORM WriteReportLine.
      * The trailing average is the mean activity of the months
      * just before this one. A month is flagged when it differs
      * from that average by more than the deviation percentage of
      * it, or moves at all after months that were all zero.
       CheckDeviation.
           COMPUTE WS-TRAIL-FIRST = WS-PERIOD-IDX - WS-TRAIL-MONTHS
           MOVE 0 TO WS-TRAIL-SUM
           PERFORM VARYING WS-AVG-IDX FROM WS-TRAIL-FIRST BY 1
                   UNTIL WS-AVG-IDX >= WS-PERIOD-IDX
               ADD WS-TR-AMOUNT(WS-TREND-IDX, WS-AVG-IDX)
                   TO WS-TRAIL-SUM
           END-PERFORM
           COMPUTE WS-TRAIL-AVG ROUNDED =
               WS-TRAIL-SUM / WS-TRAIL-MONTHS
           COMPUTE WS-DEVIATION =
               WS-TR-AMOUNT(WS-TREND-IDX, WS-PERIOD-IDX)
               - WS-TRAIL-AVG
           IF WS-DEVIATION < 0
               COMPUTE WS-DEVIATION = 0 - WS-DEVIATION
           END-IF
           COMPUTE WS-DEVIATION-LIMIT =
               WS-TRAIL-AVG * WS-DEVIATION-PCT / 100
           IF WS-DEVIATION-LIMIT < 0
               COMPUTE WS-DEVIATION-LIMIT = 0 - WS-DEVIATION-LIMIT
           END-IF
           IF WS-DEVIATION > WS-DEVIATION-LIMIT
               MOVE "    *DEV*" TO WS-RPT-MARK(WS-PERIOD-IDX)
               ADD 1 TO WS-FLAG-COUNT
               ADD 1 TO WS-FLAG-TOTAL
           END-IF.
       PrintTotals.
           MOVE "ACCOUNTS REPORTED:" TO WS-COUNT-TEXT
           MOVE WS-TREND-COUNT TO WS-COUNT-VALUE
           PERFORM WriteCountLine
           MOVE "ACCOUNTS WITH A FLAGGED MONTH:" TO WS-COUNT-TEXT
           MOVE WS-FLAGGED-ACCOUNTS TO WS-COUNT-VALUE
           PERFORM WriteCountLine
           MOVE "MONTHS FLAGGED:" TO WS-COUNT-TEXT
           MOVE WS-FLAG-TOTAL TO WS-COUNT-VALUE
           PERFORM WriteCountLine.
       WriteCountLine.
           MOVE WS-RPT-COUNT-LINE TO WS-RPT-PRINT-LINE
           MOVE "T" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
       WriteReportLine.
           MOVE "W" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
       WriteStartAudit.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           MOVE "ACCT-TREND"     TO WS-AUDIT-PROGRAM-ID
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
           MOVE "ACCT-TREND"     TO WS-AUDIT-PROGRAM-ID
           MOVE WS-END-TIMESTAMP TO WS-AUDIT-TIMESTAMP
           MOVE WS-OPERATOR-ID   TO WS-AUDIT-OPERATOR-ID
           MOVE "SUCCESS"        TO WS-AUDIT-OUTCOME
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM-ID
               WS-AUDIT-TIMESTAMP WS-AUDIT-OPERATOR-ID
               WS-AUDIT-OUTCOME.
       WriteStepResult.
           MOVE "ACCTTRND" TO WS-STEP-NAME
           MOVE WS-BUSINESS-DATE TO WS-STEP-DATE
           MOVE RETURN-CODE TO WS-STEP-RC
           CALL "STEP-LOG" USING WS-STEP-NAME WS-STEP-DATE
               WS-STEP-RC
           MOVE WS-STEP-RC TO RETURN-CODE.
       END PROGRAM ACCT-TREND.
