       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-SAMPLE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAMPLE-PARM-FILE ASSIGN TO "SAMPPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAMPLE-PARM-STATUS.
           SELECT GL-DETAIL-FILE ASSIGN TO DYNAMIC WS-GL-DETAIL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-DETAIL-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCOUNT-CODE
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.
           SELECT SAMPLE-EXTRACT-FILE ASSIGN TO "AUDSAMP.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAMPLE-EXTRACT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SAMPLE-PARM-FILE.
       01  SAMPLE-PARM-RECORD.
           05 SP-METHOD         PIC X.
           05 FILLER            PIC X.
           05 SP-FROM-PERIOD    PIC 9(6).
           05 FILLER            PIC X.
           05 SP-TO-PERIOD      PIC 9(6).
           05 FILLER            PIC X.
           05 SP-ENTITY         PIC X(3).
           05 FILLER            PIC X.
           05 SP-FROM-ACCOUNT   PIC X(8).
           05 FILLER            PIC X.
           05 SP-TO-ACCOUNT     PIC X(8).
           05 FILLER            PIC X.
           05 SP-SAMPLE-SIZE    PIC 9(4).
           05 FILLER            PIC X.
           05 SP-KEY-THRESHOLD  PIC 9(11).
           05 FILLER            PIC X.
           05 SP-SEED           PIC 9(9).
           05 FILLER            PIC X.
           05 SP-SOURCE         PIC X.
       FD  GL-DETAIL-FILE.
           COPY GLDETREC.
       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTREC.
       FD  SAMPLE-EXTRACT-FILE.
       01  SAMPLE-EXTRACT-RECORD PIC X(250).
       WORKING-STORAGE SECTION.
           01 WS-SAMPLE-PARM-STATUS    PIC XX.
           01 WS-GL-DETAIL-STATUS      PIC XX.
           01 WS-GL-DETAIL-NAME        PIC X(12) VALUE "GLDETAIL.DAT".
           01 WS-SOURCE-FLAG           PIC X VALUE "L".
               88 WS-SOURCE-ARCHIVE VALUE "A".
           01 WS-ACCOUNT-MASTER-STATUS PIC XX.
           01 WS-SAMPLE-EXTRACT-STATUS PIC XX.
           01 WS-DETAIL-EOF-FLAG       PIC X.
               88 WS-DETAIL-EOF VALUE "Y".
           01 WS-ACCT-MASTER-OPEN-FLAG PIC X VALUE "N".
               88 WS-ACCT-MASTER-OPEN VALUE "Y".
           01 WS-IN-POPULATION-FLAG    PIC X.
               88 WS-IN-POPULATION VALUE "Y".
           01 WS-SELECTED-FLAG         PIC X.
               88 WS-SELECTED VALUE "Y".
      * The selection asked for, from SAMPPARM.DAT or defaulted.
           01 WS-METHOD                PIC X VALUE "M".
               88 WS-METHOD-MUS    VALUE "M".
               88 WS-METHOD-RANDOM VALUE "R".
           01 WS-FROM-PERIOD           PIC 9(6).
           01 WS-TO-PERIOD             PIC 9(6).
           01 WS-ENTITY                PIC X(3) VALUE SPACES.
           01 WS-FROM-ACCOUNT          PIC X(8) VALUE SPACES.
           01 WS-TO-ACCOUNT            PIC X(8) VALUE HIGH-VALUES.
           01 WS-SAMPLE-SIZE           PIC 9(4) VALUE 25.
           01 WS-KEY-THRESHOLD         PIC 9(11)V99 VALUE 0.
           01 WS-SEED                  PIC 9(10) VALUE 0.
           01 WS-TIME-NOW              PIC 9(8).
      * Park-Miller minimal standard generator: each draw replaces
      * the seed with seed * 16807 modulo 2**31 - 1, so the same
      * starting seed always gives the same selection.
           01 WS-RAND-STATE            PIC 9(10).
           01 WS-RAND-PRODUCT          PIC 9(18).
           01 WS-RAND-QUOTIENT         PIC 9(18).
           01 WS-RAND-FRACTION         PIC V9(9).
           01 WS-LINE-PERIOD           PIC 9(6).
           01 WS-LINE-VALUE            PIC 9(11)V99.
      * Population and selection totals. Values are the absolute
      * net amount of each detail line.
           01 WS-POP-COUNT             PIC 9(7) VALUE 0.
           01 WS-POP-VALUE             PIC 9(15)V99 VALUE 0.
           01 WS-KEY-COUNT             PIC 9(7) VALUE 0.
           01 WS-KEY-VALUE             PIC 9(15)V99 VALUE 0.
           01 WS-REST-COUNT            PIC 9(7) VALUE 0.
           01 WS-REST-VALUE            PIC 9(15)V99 VALUE 0.
           01 WS-SAMPLED-COUNT         PIC 9(7) VALUE 0.
           01 WS-SAMPLED-VALUE         PIC 9(15)V99 VALUE 0.
           01 WS-SELECT-COUNT          PIC 9(7) VALUE 0.
           01 WS-SELECT-VALUE          PIC 9(15)V99 VALUE 0.
           01 WS-REST-SEEN             PIC 9(7) VALUE 0.
           01 WS-INTERVAL              PIC 9(15)V9(4) VALUE 0.
           01 WS-NEXT-POINT            PIC 9(15)V9(4) VALUE 0.
           01 WS-CUM-VALUE             PIC 9(15)V9(4) VALUE 0.
           01 WS-RANDOM-LIMIT          PIC 9(7)V9(9).
           01 WS-COVERAGE-PCT          PIC 9(3)V99.
           01 WS-REASON                PIC X(6).
           01 WS-ACCOUNT-NAME          PIC X(30).
           01 WS-CSV-LINE              PIC X(250).
           01 WS-CSV-SEQ               PIC 9(7).
           01 WS-CSV-DEBIT             PIC 9(11).99.
           01 WS-CSV-CREDIT            PIC 9(11).99.
           01 WS-CSV-NET               PIC +9(11).99.
           01 WS-CSV-ORIG              PIC 9(11).99.
           01 WS-RPT-SUMMARY-LINE.
               05 WS-SUM-TEXT          PIC X(40).
               05 WS-SUM-VALUE         PIC X(30).
           01 WS-EDIT-COUNT            PIC Z,ZZZ,ZZ9.
           01 WS-EDIT-AMOUNT           PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           01 WS-EDIT-PCT              PIC ZZ9.99.
           01 WS-EDIT-SEED             PIC Z(9)9.
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
           PERFORM ReadSampleParm
           PERFORM MeasurePopulation
           PERFORM PlanSelection
           PERFORM SelectSample
           PERFORM PrintSelectionSummary
           DISPLAY "AUDIT-SAMPLE: POPULATION " WS-POP-COUNT
               " ITEM(S), " WS-SELECT-COUNT " SELECTED, SEED "
               WS-SEED
           PERFORM WriteAuditEntry
      * RETURN-CODE is set after the closing audit call because a
      * CALL resets the register; STEP-LOG preserves it from here.
           IF WS-POP-COUNT = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM WriteStepResult
           GOBACK.
      * SAMPPARM.DAT names the method (M monetary-unit, R random),
      * the first and last period (YYYYMM), one entity, an account
      * range, the sample size, the key-item threshold, the seed
      * and the source (A for an archived year). Zeros and spaces
      * take the defaults: monetary-unit, the business year to
      * date, all entities and accounts, 25 items, no key items, a
      * seed taken from the clock and the live detail file. The
      * seed used is printed, so the same parameters and seed
      * select the same items again.
       ReadSampleParm.
           MOVE WS-BUSINESS-DATE(1:6) TO WS-TO-PERIOD
           MOVE WS-TO-PERIOD TO WS-FROM-PERIOD
           MOVE "01" TO WS-FROM-PERIOD(5:2)
           OPEN INPUT SAMPLE-PARM-FILE
           IF WS-SAMPLE-PARM-STATUS = "00"
               READ SAMPLE-PARM-FILE
                   NOT AT END
                       PERFORM ApplySampleParm
               END-READ
               CLOSE SAMPLE-PARM-FILE
           END-IF
      * Source A reads the closed year YEAR-ARCH has reloaded
      * (GLDRyyyy.DAT) for the first period's year in place of the
      * live detail file; a range over more than one archived year
      * is selected a year at a time.
           IF WS-SOURCE-ARCHIVE
               MOVE SPACES TO WS-GL-DETAIL-NAME
               STRING "GLDR" WS-FROM-PERIOD(1:4) ".DAT"
                   DELIMITED BY SIZE INTO WS-GL-DETAIL-NAME
           END-IF
           IF WS-SEED = 0
               ACCEPT WS-TIME-NOW FROM TIME
               COMPUTE WS-SEED = WS-TIME-NOW + 1
           END-IF
           MOVE WS-SEED TO WS-RAND-STATE.
       ApplySampleParm.
           IF SP-METHOD = "R"
               MOVE "R" TO WS-METHOD
           END-IF
           IF SP-FROM-PERIOD NUMERIC AND SP-FROM-PERIOD > 0
               MOVE SP-FROM-PERIOD TO WS-FROM-PERIOD
           END-IF
           IF SP-TO-PERIOD NUMERIC AND SP-TO-PERIOD > 0
               MOVE SP-TO-PERIOD TO WS-TO-PERIOD
           END-IF
           MOVE SP-ENTITY TO WS-ENTITY
           MOVE SP-FROM-ACCOUNT TO WS-FROM-ACCOUNT
           IF SP-TO-ACCOUNT NOT = SPACES
               MOVE SP-TO-ACCOUNT TO WS-TO-ACCOUNT
           END-IF
           IF SP-SAMPLE-SIZE NUMERIC AND SP-SAMPLE-SIZE > 0
               MOVE SP-SAMPLE-SIZE TO WS-SAMPLE-SIZE
           END-IF
           IF SP-KEY-THRESHOLD NUMERIC
               MOVE SP-KEY-THRESHOLD TO WS-KEY-THRESHOLD
           END-IF
           IF SP-SEED NUMERIC AND SP-SEED > 0
               MOVE SP-SEED TO WS-SEED
           END-IF
           IF SP-SOURCE = "A"
               SET WS-SOURCE-ARCHIVE TO TRUE
           END-IF.
      * First pass: count and value the population, setting the
      * key items (at or above the threshold) apart, since they
      * are always taken and are not sampled.
       MeasurePopulation.
           MOVE "N" TO WS-DETAIL-EOF-FLAG
           OPEN INPUT GL-DETAIL-FILE
           IF WS-GL-DETAIL-STATUS NOT = "00"
               DISPLAY "AUDIT-SAMPLE: " WS-GL-DETAIL-NAME
                   " NOT AVAILABLE - STATUS " WS-GL-DETAIL-STATUS
               IF WS-SOURCE-ARCHIVE
                   DISPLAY "AUDIT-SAMPLE: RELOAD YEAR "
                       WS-FROM-PERIOD(1:4) " WITH YEAR-ARCH MODE R"
               END-IF
               SET WS-DETAIL-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-DETAIL-EOF
               READ GL-DETAIL-FILE
                   AT END SET WS-DETAIL-EOF TO TRUE
                   NOT AT END
                       PERFORM CheckPopulation
                       IF WS-IN-POPULATION
                           PERFORM CountPopulationItem
                       END-IF
               END-READ
           END-PERFORM
           IF WS-GL-DETAIL-STATUS = "00" OR "10"
               CLOSE GL-DETAIL-FILE
           END-IF.
      * A line is in the population when it posts to a period in
      * range (its own posting period when it carries one, else
      * the run date's), matches the entity and account range, and
      * moved the account - a zero net carries no monetary value
      * to test.
       CheckPopulation.
           MOVE "N" TO WS-IN-POPULATION-FLAG
           IF GL-DET-POST-PERIOD NUMERIC AND GL-DET-POST-PERIOD > 0
               MOVE GL-DET-POST-PERIOD TO WS-LINE-PERIOD
           ELSE
               MOVE GL-DET-RUN-DATE(1:6) TO WS-LINE-PERIOD
           END-IF
           IF GL-DET-NET-AMOUNT < 0
               COMPUTE WS-LINE-VALUE = 0 - GL-DET-NET-AMOUNT
           ELSE
               MOVE GL-DET-NET-AMOUNT TO WS-LINE-VALUE
           END-IF
           IF WS-LINE-PERIOD >= WS-FROM-PERIOD
               AND WS-LINE-PERIOD <= WS-TO-PERIOD
               AND GL-DET-ACCOUNT-CODE >= WS-FROM-ACCOUNT
               AND GL-DET-ACCOUNT-CODE <= WS-TO-ACCOUNT
               AND (WS-ENTITY = SPACES
                   OR GL-DET-ENTITY = WS-ENTITY)
               AND WS-LINE-VALUE > 0
               SET WS-IN-POPULATION TO TRUE
           END-IF.
       CountPopulationItem.
           ADD 1 TO WS-POP-COUNT
           ADD WS-LINE-VALUE TO WS-POP-VALUE
           IF WS-KEY-THRESHOLD > 0
               AND WS-LINE-VALUE >= WS-KEY-THRESHOLD
               ADD 1 TO WS-KEY-COUNT
               ADD WS-LINE-VALUE TO WS-KEY-VALUE
           ELSE
               ADD 1 TO WS-REST-COUNT
               ADD WS-LINE-VALUE TO WS-REST-VALUE
           END-IF.
      * Monetary-unit sampling walks the cumulative value of the
      * lines that are not key items in equal intervals from a
      * random start; a line is taken when a sampling point falls
      * inside its value. Random selection takes each line with
      * the chance of still needing one, so exactly the sample
      * size is drawn with every line equally likely.
       PlanSelection.
           IF WS-METHOD-MUS AND WS-REST-VALUE > 0
               COMPUTE WS-INTERVAL = WS-REST-VALUE / WS-SAMPLE-SIZE
               PERFORM DrawRandom
               COMPUTE WS-NEXT-POINT = WS-INTERVAL * WS-RAND-FRACTION
           END-IF.
       DrawRandom.
           COMPUTE WS-RAND-PRODUCT = WS-RAND-STATE * 16807
           DIVIDE WS-RAND-PRODUCT BY 2147483647
               GIVING WS-RAND-QUOTIENT REMAINDER WS-RAND-STATE
           COMPUTE WS-RAND-FRACTION = WS-RAND-STATE / 2147483647.
      * Second pass: the same population in the same order, each
      * selected line written to the AUDSAMP.CSV workpaper.
       SelectSample.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF WS-ACCOUNT-MASTER-STATUS = "00"
               SET WS-ACCT-MASTER-OPEN TO TRUE
           END-IF
           OPEN OUTPUT SAMPLE-EXTRACT-FILE
           MOVE SPACES TO SAMPLE-EXTRACT-RECORD
           STRING "ITEM,REASON,ACCOUNT,NAME,ENTITY,COST CENTER,"
               "RUN DATE,PERIOD,BATCH SEQ,RUN TIMESTAMP,DEBIT,"
               "CREDIT,NET AMOUNT,CURRENCY,ORIGINAL AMOUNT,"
               "TRAN COUNT"
               DELIMITED BY SIZE INTO SAMPLE-EXTRACT-RECORD
           WRITE SAMPLE-EXTRACT-RECORD
           MOVE "N" TO WS-DETAIL-EOF-FLAG
           OPEN INPUT GL-DETAIL-FILE
           IF WS-GL-DETAIL-STATUS NOT = "00"
               SET WS-DETAIL-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-DETAIL-EOF
               READ GL-DETAIL-FILE
                   AT END SET WS-DETAIL-EOF TO TRUE
                   NOT AT END
                       PERFORM CheckPopulation
                       IF WS-IN-POPULATION
                           PERFORM SelectOneItem
                       END-IF
               END-READ
           END-PERFORM
           IF WS-GL-DETAIL-STATUS = "00" OR "10"
               CLOSE GL-DETAIL-FILE
           END-IF
           CLOSE SAMPLE-EXTRACT-FILE
           IF WS-ACCT-MASTER-OPEN
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.
       SelectOneItem.
           MOVE "N" TO WS-SELECTED-FLAG
           IF WS-KEY-THRESHOLD > 0
               AND WS-LINE-VALUE >= WS-KEY-THRESHOLD
               MOVE "KEY" TO WS-REASON
               SET WS-SELECTED TO TRUE
           ELSE
               IF WS-METHOD-MUS
                   PERFORM SelectByMonetaryUnit
               ELSE
                   PERFORM SelectAtRandom
               END-IF
               IF WS-SELECTED
                   ADD 1 TO WS-SAMPLED-COUNT
                   ADD WS-LINE-VALUE TO WS-SAMPLED-VALUE
               END-IF
           END-IF
           IF WS-SELECTED
               ADD 1 TO WS-SELECT-COUNT
               ADD WS-LINE-VALUE TO WS-SELECT-VALUE
               PERFORM WriteWorkpaperLine
           END-IF.
       SelectByMonetaryUnit.
           ADD WS-LINE-VALUE TO WS-CUM-VALUE
           IF WS-CUM-VALUE > WS-NEXT-POINT
               MOVE "MUS" TO WS-REASON
               SET WS-SELECTED TO TRUE
               PERFORM UNTIL WS-NEXT-POINT >= WS-CUM-VALUE
                   ADD WS-INTERVAL TO WS-NEXT-POINT
               END-PERFORM
           END-IF.
       SelectAtRandom.
           PERFORM DrawRandom
           COMPUTE WS-RANDOM-LIMIT =
               (WS-REST-COUNT - WS-REST-SEEN) * WS-RAND-FRACTION
           IF WS-SAMPLED-COUNT < WS-SAMPLE-SIZE
               AND WS-RANDOM-LIMIT < WS-SAMPLE-SIZE - WS-SAMPLED-COUNT
               MOVE "RANDOM" TO WS-REASON
               SET WS-SELECTED TO TRUE
           END-IF
           ADD 1 TO WS-REST-SEEN.
       WriteWorkpaperLine.
           PERFORM LookupAccountName
           MOVE WS-SELECT-COUNT     TO WS-CSV-SEQ
           MOVE GL-DET-DEBIT-TOTAL  TO WS-CSV-DEBIT
           MOVE GL-DET-CREDIT-TOTAL TO WS-CSV-CREDIT
           MOVE GL-DET-NET-AMOUNT   TO WS-CSV-NET
           MOVE GL-DET-ORIG-AMOUNT  TO WS-CSV-ORIG
           MOVE SPACES TO WS-CSV-LINE
           STRING WS-CSV-SEQ          DELIMITED BY SIZE
               ","                    DELIMITED BY SIZE
               WS-REASON              DELIMITED BY SPACE
               ","                    DELIMITED BY SIZE
               GL-DET-ACCOUNT-CODE    DELIMITED BY SPACE
               ","                    DELIMITED BY SIZE
               WS-ACCOUNT-NAME        DELIMITED BY "  "
               ","                    DELIMITED BY SIZE
               GL-DET-ENTITY          DELIMITED BY SPACE
               ","                    DELIMITED BY SIZE
               GL-DET-COST-CENTER     DELIMITED BY SPACE
               ","                    DELIMITED BY SIZE
               GL-DET-RUN-DATE        DELIMITED BY SIZE
               ","                    DELIMITED BY SIZE
               WS-LINE-PERIOD         DELIMITED BY SIZE
               ","                    DELIMITED BY SIZE
               GL-DET-BATCH-SEQ       DELIMITED BY SIZE
               ","                    DELIMITED BY SIZE
               GL-DET-RUN-TIMESTAMP   DELIMITED BY SIZE
               ","                    DELIMITED BY SIZE
               WS-CSV-DEBIT           DELIMITED BY SIZE
               ","                    DELIMITED BY SIZE
               WS-CSV-CREDIT          DELIMITED BY SIZE
               ","                    DELIMITED BY SIZE
               WS-CSV-NET             DELIMITED BY SIZE
               ","                    DELIMITED BY SIZE
               GL-DET-ORIG-CURRENCY   DELIMITED BY SPACE
               ","                    DELIMITED BY SIZE
               WS-CSV-ORIG            DELIMITED BY SIZE
               ","                    DELIMITED BY SIZE
               GL-DET-TRAN-COUNT      DELIMITED BY SIZE
               INTO WS-CSV-LINE
           WRITE SAMPLE-EXTRACT-RECORD FROM WS-CSV-LINE.
       LookupAccountName.
           MOVE SPACES TO WS-ACCOUNT-NAME
           IF WS-ACCT-MASTER-OPEN
               MOVE GL-DET-ACCOUNT-CODE TO AM-ACCOUNT-CODE
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       MOVE "*NOT ON CHART*" TO WS-ACCOUNT-NAME
                   NOT INVALID KEY
                       MOVE AM-ACCOUNT-NAME TO WS-ACCOUNT-NAME
               END-READ
           END-IF.
      * The summary on AUDSAMP.RPT records everything needed to
      * repeat the selection and to show what it covers.
       PrintSelectionSummary.
           MOVE "O" TO WS-RPT-FUNCTION
           MOVE "AUDSAMP.RPT" TO WS-RPT-FILE-NAME
           MOVE SPACES TO WS-RPT-TITLE
           STRING "AUDIT SAMPLE " WS-FROM-PERIOD " TO " WS-TO-PERIOD
               DELIMITED BY SIZE INTO WS-RPT-TITLE
           MOVE SPACES TO WS-RPT-COLUMN-HEAD
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE
           MOVE "SELECTION METHOD:" TO WS-SUM-TEXT
           IF WS-METHOD-MUS
               MOVE "MONETARY-UNIT" TO WS-SUM-VALUE
           ELSE
               MOVE "RANDOM" TO WS-SUM-VALUE
           END-IF
           PERFORM WriteSummaryLine
           MOVE "DETAIL SOURCE:" TO WS-SUM-TEXT
           MOVE WS-GL-DETAIL-NAME TO WS-SUM-VALUE
           PERFORM WriteSummaryLine
           MOVE "SEED:" TO WS-SUM-TEXT
           MOVE WS-SEED TO WS-EDIT-SEED
           MOVE WS-EDIT-SEED TO WS-SUM-VALUE
           PERFORM WriteSummaryLine
           MOVE "ENTITY:" TO WS-SUM-TEXT
           IF WS-ENTITY = SPACES
               MOVE "ALL" TO WS-SUM-VALUE
           ELSE
               MOVE WS-ENTITY TO WS-SUM-VALUE
           END-IF
           PERFORM WriteSummaryLine
           MOVE "ACCOUNT RANGE:" TO WS-SUM-TEXT
           MOVE SPACES TO WS-SUM-VALUE
           IF WS-FROM-ACCOUNT = SPACES
               MOVE "FIRST" TO WS-FROM-ACCOUNT
           END-IF
           IF WS-TO-ACCOUNT = HIGH-VALUES
               STRING WS-FROM-ACCOUNT " TO LAST"
                   DELIMITED BY SIZE INTO WS-SUM-VALUE
           ELSE
               STRING WS-FROM-ACCOUNT " TO " WS-TO-ACCOUNT
                   DELIMITED BY SIZE INTO WS-SUM-VALUE
           END-IF
           PERFORM WriteSummaryLine
           MOVE "KEY-ITEM THRESHOLD:" TO WS-SUM-TEXT
           MOVE WS-KEY-THRESHOLD TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO WS-SUM-VALUE
           PERFORM WriteSummaryLine
           MOVE "SAMPLE SIZE REQUESTED:" TO WS-SUM-TEXT
           MOVE WS-SAMPLE-SIZE TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-SUM-VALUE
           PERFORM WriteSummaryLine
           IF WS-METHOD-MUS
               MOVE "SAMPLING INTERVAL:" TO WS-SUM-TEXT
               MOVE WS-INTERVAL TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO WS-SUM-VALUE
               PERFORM WriteSummaryLine
           END-IF
           MOVE SPACES TO WS-RPT-PRINT-LINE
           PERFORM WriteReportLine
           MOVE "POPULATION ITEMS:" TO WS-SUM-TEXT
           MOVE WS-POP-COUNT TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-SUM-VALUE
           PERFORM WriteSummaryLine
           MOVE "POPULATION VALUE:" TO WS-SUM-TEXT
           MOVE WS-POP-VALUE TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO WS-SUM-VALUE
           PERFORM WriteSummaryLine
           MOVE "KEY ITEMS TAKEN:" TO WS-SUM-TEXT
           MOVE WS-KEY-COUNT TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-SUM-VALUE
           PERFORM WriteSummaryLine
           MOVE "KEY ITEM VALUE:" TO WS-SUM-TEXT
           MOVE WS-KEY-VALUE TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO WS-SUM-VALUE
           PERFORM WriteSummaryLine
           MOVE "SAMPLED ITEMS:" TO WS-SUM-TEXT
           MOVE WS-SAMPLED-COUNT TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-SUM-VALUE
           PERFORM WriteSummaryLine
           MOVE "SAMPLED VALUE:" TO WS-SUM-TEXT
           MOVE WS-SAMPLED-VALUE TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO WS-SUM-VALUE
           PERFORM WriteSummaryLine
           MOVE "TOTAL ITEMS SELECTED:" TO WS-SUM-TEXT
           MOVE WS-SELECT-COUNT TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-SUM-VALUE
           PERFORM WriteSummaryLine
           MOVE "TOTAL VALUE SELECTED:" TO WS-SUM-TEXT
           MOVE WS-SELECT-VALUE TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO WS-SUM-VALUE
           PERFORM WriteSummaryLine
           MOVE 0 TO WS-COVERAGE-PCT
           IF WS-POP-VALUE > 0
               COMPUTE WS-COVERAGE-PCT ROUNDED =
                   WS-SELECT-VALUE / WS-POP-VALUE * 100
           END-IF
           MOVE "VALUE COVERAGE PCT:" TO WS-SUM-TEXT
           MOVE WS-COVERAGE-PCT TO WS-EDIT-PCT
           MOVE WS-EDIT-PCT TO WS-SUM-VALUE
           PERFORM WriteSummaryLine
           MOVE 0 TO WS-COVERAGE-PCT
           IF WS-POP-COUNT > 0
               COMPUTE WS-COVERAGE-PCT ROUNDED =
                   WS-SELECT-COUNT / WS-POP-COUNT * 100
           END-IF
           MOVE "ITEM COVERAGE PCT:" TO WS-SUM-TEXT
           MOVE WS-COVERAGE-PCT TO WS-EDIT-PCT
           MOVE WS-EDIT-PCT TO WS-SUM-VALUE
           PERFORM WriteSummaryLine
           MOVE "WORKPAPER FILE:" TO WS-SUM-TEXT
           MOVE "AUDSAMP.CSV" TO WS-SUM-VALUE
           PERFORM WriteSummaryLine
           MOVE "C" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
       WriteSummaryLine.
           MOVE WS-RPT-SUMMARY-LINE TO WS-RPT-PRINT-LINE
           PERFORM WriteReportLine.
       WriteReportLine.
           MOVE "W" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
       WriteStartAudit.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           MOVE "AUDIT-SAMPLE"   TO WS-AUDIT-PROGRAM-ID
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
           MOVE "AUDIT-SAMPLE"   TO WS-AUDIT-PROGRAM-ID
           MOVE WS-END-TIMESTAMP TO WS-AUDIT-TIMESTAMP
           MOVE WS-OPERATOR-ID   TO WS-AUDIT-OPERATOR-ID
           MOVE "SUCCESS"        TO WS-AUDIT-OUTCOME
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM-ID
               WS-AUDIT-TIMESTAMP WS-AUDIT-OPERATOR-ID
               WS-AUDIT-OUTCOME.
       WriteStepResult.
           MOVE "AUDSAMP" TO WS-STEP-NAME
           MOVE WS-BUSINESS-DATE TO WS-STEP-DATE
           MOVE RETURN-CODE TO WS-STEP-RC
           CALL "STEP-LOG" USING WS-STEP-NAME WS-STEP-DATE
               WS-STEP-RC
           MOVE WS-STEP-RC TO RETURN-CODE.
       END PROGRAM AUDIT-SAMPLE.
