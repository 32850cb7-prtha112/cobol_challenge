       IDENTIFICATION DIVISION.
       PROGRAM-ID. FA-DEPR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIXED-ASSET-FILE ASSIGN TO "FAMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-ASSET-ID
               FILE STATUS IS WS-FIXED-ASSET-STATUS.
           SELECT FA-PARM-FILE ASSIGN TO "FAPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FA-PARM-STATUS.
           SELECT FA-FEED-FILE ASSIGN TO "TRANFA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FA-FEED-STATUS.
           SELECT DRY-RUN-FILE ASSIGN TO "DRYRUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRY-RUN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FIXED-ASSET-FILE.
           COPY FAREC.
       FD  FA-PARM-FILE.
           COPY FAPARM.
       FD  FA-FEED-FILE.
       01  FA-FEED-RECORD       PIC X(53).
       FD  DRY-RUN-FILE.
       01  DRY-RUN-RECORD       PIC X.
       WORKING-STORAGE SECTION.
           01 WS-FIXED-ASSET-STATUS PIC XX.
           01 WS-FA-PARM-STATUS    PIC XX.
           01 WS-FA-FEED-STATUS    PIC XX.
           01 WS-DRY-RUN-STATUS    PIC XX.
           01 WS-DRY-RUN-FLAG      PIC X VALUE "N".
               88 WS-DRY-RUN VALUE "Y".
           01 WS-ASSET-EOF-FLAG    PIC X VALUE "N".
               88 WS-ASSET-EOF VALUE "Y".
           01 WS-REGISTER-OPEN-FLAG PIC X VALUE "N".
               88 WS-REGISTER-OPEN VALUE "Y".
           01 WS-LEGS-OK-FLAG      PIC X.
               88 WS-LEGS-OK VALUE "Y".
           01 WS-GAIN-LOSS-ACCOUNT PIC X(8) VALUE SPACES.
           01 WS-PROCEEDS-ACCOUNT  PIC X(8) VALUE SPACES.
           01 WS-CUR-PERIOD        PIC 9(6).
           01 WS-CUR-YEAR          PIC 9(4).
           01 WS-CUR-MONTH         PIC 9(2).
           01 WS-CUR-DAY           PIC 9(2).
           01 WS-LAST-DAY          PIC 9(2).
           01 WS-PERIOD-END-DAY    PIC 9(2).
           01 WS-REMAINING         PIC 9(9)V99.
           01 WS-CHARGE            PIC 9(9)V99.
           01 WS-NET-BOOK-VALUE    PIC 9(9)V99.
           01 WS-GAIN-LOSS         PIC S9(9)V99.
           01 WS-NO-ID-FLAG        PIC X VALUE "N".
               88 WS-NO-ID VALUE "Y".
      * The legs of one entry are built and edited together and
      * only written once every leg has passed.
           01 WS-LEG-TABLE.
               05 WS-LEG-ENTRY OCCURS 4 TIMES PIC X(53).
           01 WS-LEG-COUNT         PIC 9.
           01 WS-LEG-IDX           PIC 9.
           01 WS-LEG-ACCOUNT       PIC X(8).
           01 WS-LEG-TYPE          PIC X.
           01 WS-LEG-AMOUNT        PIC 9(9)V99.
           01 WS-READ-COUNT        PIC 9(6) VALUE 0.
           01 WS-DEPRECIATED-COUNT PIC 9(6) VALUE 0.
           01 WS-DISPOSED-COUNT    PIC 9(6) VALUE 0.
           01 WS-REJECTED-COUNT    PIC 9(6) VALUE 0.
           01 WS-ENTRY-COUNT       PIC 9(6) VALUE 0.
           01 WS-DEPRECIATION-TOTAL PIC 9(11)V99 VALUE 0.
           01 WS-GAIN-LOSS-TOTAL   PIC S9(11)V99 VALUE 0.
           01 WS-RPT-COLUMN-LINE.
               05 FILLER PIC X(7)  VALUE "ASSET".
               05 FILLER PIC X(31) VALUE "DESCRIPTION".
               05 FILLER PIC X(21) VALUE "ACTION".
               05 FILLER PIC X(15) VALUE "         AMOUNT".
               05 FILLER PIC X(16) VALUE "      GAIN/LOSS".
           01 WS-RPT-DETAIL.
               05 WS-RPT-ASSET      PIC 9(6).
               05 FILLER            PIC X VALUE SPACE.
               05 WS-RPT-DESC       PIC X(30).
               05 FILLER            PIC X VALUE SPACE.
               05 WS-RPT-ACTION     PIC X(20).
               05 FILLER            PIC X VALUE SPACE.
               05 WS-RPT-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER            PIC X VALUE SPACE.
               05 WS-RPT-GAIN-LOSS  PIC -ZZZ,ZZZ,ZZ9.99.
           01 WS-RPT-TOTAL-LINE.
               05 WS-RPT-TOT-LABEL  PIC X(30).
               05 WS-RPT-TOT-COUNT  PIC ZZZ,ZZ9.
               05 FILLER            PIC X VALUE SPACE.
               05 WS-RPT-TOT-AMOUNT PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           01 WS-RUN-TIMESTAMP PIC X(22).
           01 WS-END-TIMESTAMP PIC X(22).
           01 WS-DATE-FORMAT-CODE PIC X VALUE SPACE.
           01 WS-JOB-MODE-FLAG   PIC X VALUE "U".
           01 WS-OPERATOR-ID   PIC X(8).
           COPY TRANREC.
           COPY TRANVAL.
           COPY AUDITREC.
           COPY RPTWRIT.
           COPY STEPREC.
           COPY BUSDTE.
           COPY STATREC.
           COPY DOCNUM.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           SET WS-EDIT-SUBLEDGER TO TRUE
           PERFORM ReadDryRun
           CALL "DATE-TIME" USING WS-RUN-TIMESTAMP WS-DATE-FORMAT-CODE
               WS-JOB-MODE-FLAG
           PERFORM WriteStartAudit
           MOVE "G" TO WS-BUSDATE-FUNCTION
           CALL "BUSDATE" USING WS-BUSDATE-FUNCTION WS-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE(1:6) TO WS-CUR-PERIOD
           MOVE WS-BUSINESS-DATE(1:4) TO WS-CUR-YEAR
           MOVE WS-BUSINESS-DATE(5:2) TO WS-CUR-MONTH
           MOVE WS-BUSINESS-DATE(7:2) TO WS-CUR-DAY
           PERFORM ComputePeriodEndWindow
           PERFORM ReadFAParm
           PERFORM OpenRegister
           IF WS-REGISTER-OPEN
               PERFORM OpenOutputFiles
               PERFORM ProcessAssets
               PERFORM CloseOutputFiles
               CLOSE FIXED-ASSET-FILE
           END-IF
           DISPLAY "FA-DEPR: " WS-DEPRECIATED-COUNT " DEPRECIATED, "
               WS-DISPOSED-COUNT " DISPOSED, " WS-REJECTED-COUNT
               " REJECTED"
           PERFORM WriteAuditEntry
           IF NOT WS-DRY-RUN
               PERFORM WriteRunStats
               PERFORM WriteStepResult
           END-IF
           GOBACK.
       ReadDryRun.
           OPEN INPUT DRY-RUN-FILE
           IF WS-DRY-RUN-STATUS = "00"
               READ DRY-RUN-FILE
                   NOT AT END MOVE DRY-RUN-RECORD TO WS-DRY-RUN-FLAG
               END-READ
               CLOSE DRY-RUN-FILE
           END-IF.
      * Depreciation is charged once per period, in the same
      * last-three-days window STJ-GEN uses for its period-end
      * templates, so a month ending on a weekend or holiday is
      * still charged on its final processed business date.
       ComputePeriodEndWindow.
           EVALUATE WS-CUR-MONTH
               WHEN 01 WHEN 03 WHEN 05 WHEN 07
               WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO WS-LAST-DAY
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-LAST-DAY
               WHEN 02
                   IF FUNCTION MOD(WS-CUR-YEAR, 4) = 0
                       AND (FUNCTION MOD(WS-CUR-YEAR, 100) NOT = 0
                       OR FUNCTION MOD(WS-CUR-YEAR, 400) = 0)
                       MOVE 29 TO WS-LAST-DAY
                   ELSE
                       MOVE 28 TO WS-LAST-DAY
                   END-IF
           END-EVALUATE
           COMPUTE WS-PERIOD-END-DAY = WS-LAST-DAY - 3.
      * Without both accounts a disposal cannot balance, so it is
      * held back (and reported) until FAPARM.DAT is set up;
      * depreciation is not affected.
       ReadFAParm.
           OPEN INPUT FA-PARM-FILE
           IF WS-FA-PARM-STATUS = "00"
               READ FA-PARM-FILE
                   NOT AT END
                       MOVE FAP-GAIN-LOSS-ACCOUNT
                           TO WS-GAIN-LOSS-ACCOUNT
                       MOVE FAP-PROCEEDS-ACCOUNT
                           TO WS-PROCEEDS-ACCOUNT
               END-READ
               CLOSE FA-PARM-FILE
           END-IF.
       OpenRegister.
           IF WS-DRY-RUN
               OPEN INPUT FIXED-ASSET-FILE
           ELSE
               OPEN I-O FIXED-ASSET-FILE
           END-IF
           IF WS-FIXED-ASSET-STATUS = "00"
               SET WS-REGISTER-OPEN TO TRUE
           ELSE
               DISPLAY "FA-DEPR: FAMAST.DAT NOT AVAILABLE - STATUS "
                   WS-FIXED-ASSET-STATUS " - NOTHING CHARGED"
           END-IF.
      * The feed is opened in extend: TRAN-EDIT clears it once
      * consumed, so anything still here is a prior run's entries
      * and must survive this one.
       OpenOutputFiles.
           IF NOT WS-DRY-RUN
               OPEN EXTEND FA-FEED-FILE
               IF WS-FA-FEED-STATUS = "35"
                   OPEN OUTPUT FA-FEED-FILE
               END-IF
           END-IF
           MOVE "O" TO WS-RPT-FUNCTION
           MOVE "FADEPR.RPT" TO WS-RPT-FILE-NAME
           MOVE SPACES TO WS-RPT-TITLE
           STRING "FA DEPRECIATION AND DISPOSALS - "
               WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-RPT-TITLE
           MOVE WS-RPT-COLUMN-LINE TO WS-RPT-COLUMN-HEAD
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
       CloseOutputFiles.
           IF NOT WS-DRY-RUN
               CLOSE FA-FEED-FILE
           END-IF
           MOVE "DEPRECIATION CHARGED" TO WS-RPT-TOT-LABEL
           MOVE WS-DEPRECIATED-COUNT   TO WS-RPT-TOT-COUNT
           MOVE WS-DEPRECIATION-TOTAL  TO WS-RPT-TOT-AMOUNT
           PERFORM WriteTotalLine
           MOVE "DISPOSALS - NET GAIN/LOSS" TO WS-RPT-TOT-LABEL
           MOVE WS-DISPOSED-COUNT          TO WS-RPT-TOT-COUNT
           MOVE WS-GAIN-LOSS-TOTAL         TO WS-RPT-TOT-AMOUNT
           PERFORM WriteTotalLine
           MOVE "NOT POSTED" TO WS-RPT-TOT-LABEL
           MOVE WS-REJECTED-COUNT TO WS-RPT-TOT-COUNT
           MOVE 0 TO WS-RPT-TOT-AMOUNT
           PERFORM WriteTotalLine
           MOVE "C" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
      * A disposal falling due is posted on any night; the
      * monthly charge only in the period-end window, once per
      * period, and not before the month the asset went into
      * service.
       ProcessAssets.
           MOVE 0 TO FA-ASSET-ID
           START FIXED-ASSET-FILE KEY IS >= FA-ASSET-ID
               INVALID KEY SET WS-ASSET-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-ASSET-EOF
               READ FIXED-ASSET-FILE NEXT RECORD
                   AT END SET WS-ASSET-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF FA-IN-SERVICE
                           PERFORM ProcessOneAsset
                       END-IF
               END-READ
           END-PERFORM.
       ProcessOneAsset.
           MOVE "N" TO WS-NO-ID-FLAG
           IF FA-DISPOSAL-DATE > 0
               AND FA-DISPOSAL-DATE <= WS-BUSINESS-DATE
               PERFORM DisposeOneAsset
           ELSE
               IF WS-CUR-DAY > WS-PERIOD-END-DAY
                   AND FA-LAST-DEPR-PERIOD < WS-CUR-PERIOD
                   AND FA-IN-SERVICE-DATE(1:6) <= WS-CUR-PERIOD
                   AND FA-ACCUM-DEPR < FA-COST
                   PERFORM DepreciateOneAsset
               END-IF
           END-IF.
      * Straight line spreads what is left of the cost over the
      * months still to run, so brought-forward depreciation and
      * a changed life both come right without a catch-up entry.
      * Declining balance takes twice the straight-line rate on
      * the net book value. The last month of the life always
      * takes the remainder, and no charge goes below zero book
      * value.
       DepreciateOneAsset.
           COMPUTE WS-REMAINING = FA-COST - FA-ACCUM-DEPR
           EVALUATE TRUE
               WHEN FA-MONTHS-TAKEN + 1 >= FA-LIFE-MONTHS
                   MOVE WS-REMAINING TO WS-CHARGE
               WHEN FA-DECLINING-BALANCE
                   COMPUTE WS-CHARGE ROUNDED =
                       WS-REMAINING * 2 / FA-LIFE-MONTHS
               WHEN OTHER
                   COMPUTE WS-CHARGE ROUNDED = WS-REMAINING
                       / (FA-LIFE-MONTHS - FA-MONTHS-TAKEN)
           END-EVALUATE
           IF WS-CHARGE > WS-REMAINING
               MOVE WS-REMAINING TO WS-CHARGE
           END-IF
           IF WS-CHARGE > 0
               MOVE 0 TO WS-LEG-COUNT
               MOVE "Y" TO WS-LEGS-OK-FLAG
               MOVE FA-EXPENSE-ACCOUNT TO WS-LEG-ACCOUNT
               MOVE "D" TO WS-LEG-TYPE
               MOVE WS-CHARGE TO WS-LEG-AMOUNT
               PERFORM BuildOneLeg
               MOVE FA-ACCUM-ACCOUNT TO WS-LEG-ACCOUNT
               MOVE "C" TO WS-LEG-TYPE
               PERFORM BuildOneLeg
               MOVE SPACES TO WS-RPT-DETAIL
               MOVE WS-CHARGE TO WS-RPT-AMOUNT
               MOVE 0 TO WS-RPT-GAIN-LOSS
               PERFORM NumberLegs
               IF WS-LEGS-OK
                   PERFORM WriteLegs
                   ADD 1 TO WS-DEPRECIATED-COUNT
                   ADD WS-CHARGE TO WS-DEPRECIATION-TOTAL
                   ADD WS-CHARGE TO FA-ACCUM-DEPR
                   ADD 1 TO FA-MONTHS-TAKEN
                   MOVE WS-CUR-PERIOD TO FA-LAST-DEPR-PERIOD
                   PERFORM RewriteAsset
                   MOVE "DEPRECIATED" TO WS-RPT-ACTION
               ELSE
                   PERFORM RejectAsset
               END-IF
               PERFORM WriteDetailLine
           END-IF.
      * Disposal clears the asset's cost and accumulated
      * depreciation, debits the proceeds to the FAPARM.DAT
      * clearing account and books the difference against book
      * value as a gain (credit) or loss (debit).
       DisposeOneAsset.
           COMPUTE WS-NET-BOOK-VALUE = FA-COST - FA-ACCUM-DEPR
           COMPUTE WS-GAIN-LOSS = FA-PROCEEDS - WS-NET-BOOK-VALUE
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE FA-PROCEEDS TO WS-RPT-AMOUNT
           MOVE WS-GAIN-LOSS TO WS-RPT-GAIN-LOSS
           IF WS-GAIN-LOSS-ACCOUNT = SPACES
               OR WS-PROCEEDS-ACCOUNT = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "HELD - NO FAPARM" TO WS-RPT-ACTION
           ELSE
               MOVE 0 TO WS-LEG-COUNT
               MOVE "Y" TO WS-LEGS-OK-FLAG
               MOVE FA-ACCUM-ACCOUNT TO WS-LEG-ACCOUNT
               MOVE "D" TO WS-LEG-TYPE
               MOVE FA-ACCUM-DEPR TO WS-LEG-AMOUNT
               PERFORM BuildOneLeg
               MOVE FA-ASSET-ACCOUNT TO WS-LEG-ACCOUNT
               MOVE "C" TO WS-LEG-TYPE
               MOVE FA-COST TO WS-LEG-AMOUNT
               PERFORM BuildOneLeg
               MOVE WS-PROCEEDS-ACCOUNT TO WS-LEG-ACCOUNT
               MOVE "D" TO WS-LEG-TYPE
               MOVE FA-PROCEEDS TO WS-LEG-AMOUNT
               PERFORM BuildOneLeg
               MOVE WS-GAIN-LOSS-ACCOUNT TO WS-LEG-ACCOUNT
               IF WS-GAIN-LOSS < 0
                   MOVE "D" TO WS-LEG-TYPE
                   COMPUTE WS-LEG-AMOUNT = 0 - WS-GAIN-LOSS
               ELSE
                   MOVE "C" TO WS-LEG-TYPE
                   MOVE WS-GAIN-LOSS TO WS-LEG-AMOUNT
               END-IF
               PERFORM BuildOneLeg
               PERFORM NumberLegs
               IF WS-LEGS-OK
                   PERFORM WriteLegs
                   ADD 1 TO WS-DISPOSED-COUNT
                   ADD WS-GAIN-LOSS TO WS-GAIN-LOSS-TOTAL
                   MOVE WS-GAIN-LOSS TO FA-GAIN-LOSS
                   MOVE "D" TO FA-STATUS
                   PERFORM RewriteAsset
                   MOVE "DISPOSED" TO WS-RPT-ACTION
               ELSE
                   PERFORM RejectAsset
               END-IF
           END-IF
           PERFORM WriteDetailLine.
      * A zero leg (no depreciation yet, no proceeds, sold at book
      * value) is left out rather than sent to the edit.
       BuildOneLeg.
           IF WS-LEG-AMOUNT > 0 AND WS-LEGS-OK
               MOVE SPACES TO TRANSACTION-RECORD
               MOVE 0                 TO TR-TRAN-ID
               MOVE WS-BUSINESS-DATE  TO TR-TRAN-DATE
               MOVE WS-LEG-ACCOUNT    TO TR-ACCOUNT-CODE
               MOVE WS-LEG-TYPE       TO TR-TYPE-CODE
               MOVE WS-LEG-AMOUNT     TO TR-AMOUNT
               MOVE FA-COST-CENTER    TO TR-COST-CENTER
               MOVE FA-ENTITY         TO TR-ENTITY
               CALL "TRAN-VALID" USING TRANSACTION-RECORD
                   WS-EDIT-REASON-CODE WS-EDIT-SOURCE
               IF WS-EDIT-PASSED
                   ADD 1 TO WS-LEG-COUNT
                   MOVE TRANSACTION-RECORD
                       TO WS-LEG-ENTRY(WS-LEG-COUNT)
               ELSE
                   MOVE "N" TO WS-LEGS-OK-FLAG
               END-IF
           END-IF.
      * Once every leg has passed, each draws its transaction id
      * from the FADEPR range on DOCNUM.DAT through DOC-NUM. An
      * entry that cannot number every leg is not written; any
      * ids it did draw show as gaps on DOCNUM-RPT. A dry run
      * draws none.
       NumberLegs.
           IF WS-LEGS-OK AND NOT WS-DRY-RUN
               PERFORM NumberOneLeg
                   VARYING WS-LEG-IDX FROM 1 BY 1
                   UNTIL WS-LEG-IDX > WS-LEG-COUNT OR WS-NO-ID
               IF WS-NO-ID
                   MOVE "N" TO WS-LEGS-OK-FLAG
               END-IF
           END-IF.
       NumberOneLeg.
           MOVE "FADEPR" TO WS-DOCNUM-SOURCE
           CALL "DOC-NUM" USING WS-DOCNUM-SOURCE WS-DOCNUM-ID
               WS-DOCNUM-RESULT
           IF WS-DOCNUM-ISSUED
               MOVE WS-LEG-ENTRY(WS-LEG-IDX) TO TRANSACTION-RECORD
               MOVE WS-DOCNUM-ID TO TR-TRAN-ID
               MOVE TRANSACTION-RECORD TO WS-LEG-ENTRY(WS-LEG-IDX)
           ELSE
               SET WS-NO-ID TO TRUE
           END-IF.
       WriteLegs.
           IF NOT WS-DRY-RUN
               PERFORM VARYING WS-LEG-IDX FROM 1 BY 1
                       UNTIL WS-LEG-IDX > WS-LEG-COUNT
                   WRITE FA-FEED-RECORD FROM WS-LEG-ENTRY(WS-LEG-IDX)
                   ADD 1 TO WS-ENTRY-COUNT
               END-PERFORM
           END-IF.
       RejectAsset.
           ADD 1 TO WS-REJECTED-COUNT
           IF WS-NO-ID
               MOVE "HELD - NO TRAN ID" TO WS-RPT-ACTION
               DISPLAY "FA-DEPR: ASSET " FA-ASSET-ID " NOT POSTED - "
                   "NO TRANSACTION ID AVAILABLE"
           ELSE
               STRING "EDIT FAILED - " WS-EDIT-REASON-CODE
                   DELIMITED BY SIZE INTO WS-RPT-ACTION
               DISPLAY "FA-DEPR: ASSET " FA-ASSET-ID " NOT POSTED - "
                   "EDIT REASON " WS-EDIT-REASON-CODE
           END-IF.
       RewriteAsset.
           IF NOT WS-DRY-RUN
               REWRITE FIXED-ASSET-RECORD
                   INVALID KEY
                       DISPLAY "FA-DEPR: ASSET " FA-ASSET-ID
                           " POSTED BUT NOT UPDATED - STATUS "
                           WS-FIXED-ASSET-STATUS
               END-REWRITE
           END-IF.
       WriteDetailLine.
           MOVE FA-ASSET-ID    TO WS-RPT-ASSET
           MOVE FA-DESCRIPTION TO WS-RPT-DESC
           MOVE WS-RPT-DETAIL TO WS-RPT-PRINT-LINE
           MOVE "W" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
       WriteTotalLine.
           MOVE WS-RPT-TOTAL-LINE TO WS-RPT-PRINT-LINE
           MOVE "T" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
       WriteRunStats.
           MOVE "FA-DEPR" TO WS-STAT-PROGRAM-ID
           MOVE WS-BUSINESS-DATE TO WS-STAT-RUN-DATE
           MOVE WS-READ-COUNT TO WS-STAT-READ-COUNT
           MOVE WS-ENTRY-COUNT TO WS-STAT-WRITE-COUNT
           MOVE WS-REJECTED-COUNT TO WS-STAT-REJECT-COUNT
           MOVE 0 TO WS-STAT-CKPT-COUNT
           CALL "STATS-LOG" USING WS-STAT-PROGRAM-ID
               WS-STAT-RUN-DATE WS-STAT-READ-COUNT
               WS-STAT-WRITE-COUNT WS-STAT-REJECT-COUNT
               WS-STAT-CKPT-COUNT.
       WriteStepResult.
           MOVE "FADEPR" TO WS-STEP-NAME
           MOVE WS-BUSINESS-DATE TO WS-STEP-DATE
           MOVE RETURN-CODE TO WS-STEP-RC
           CALL "STEP-LOG" USING WS-STEP-NAME WS-STEP-DATE
               WS-STEP-RC
           MOVE WS-STEP-RC TO RETURN-CODE.
       WriteStartAudit.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           MOVE "FA-DEPR" TO WS-AUDIT-PROGRAM-ID
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
           MOVE "FA-DEPR"        TO WS-AUDIT-PROGRAM-ID
           MOVE WS-END-TIMESTAMP TO WS-AUDIT-TIMESTAMP
           MOVE WS-OPERATOR-ID   TO WS-AUDIT-OPERATOR-ID
           IF WS-DRY-RUN
               MOVE "DRY-RUN"    TO WS-AUDIT-OUTCOME
           ELSE
               MOVE "SUCCESS"    TO WS-AUDIT-OUTCOME
           END-IF
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM-ID
               WS-AUDIT-TIMESTAMP WS-AUDIT-OPERATOR-ID
               WS-AUDIT-OUTCOME.
       END PROGRAM FA-DEPR.
