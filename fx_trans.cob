       IDENTIFICATION DIVISION.
       PROGRAM-ID. FX-TRANS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-MASTER-FILE ASSIGN TO "GLMASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLM-KEY
               FILE STATUS IS WS-GL-MASTER-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCOUNT-CODE
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.
           SELECT ENTITY-PARM-FILE ASSIGN TO "ENTPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTITY-PARM-STATUS.
           SELECT FX-RATE-FILE ASSIGN TO "FXRATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-RATE-STATUS.
           SELECT FX-HISTORY-FILE ASSIGN TO "FXRHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-HISTORY-STATUS.
           SELECT TRANS-PARM-FILE ASSIGN TO "TRNPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-PARM-STATUS.
           SELECT GL-TRANSLATED-FILE ASSIGN TO "GLTRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-TRANSLATED-STATUS.
           SELECT DRY-RUN-FILE ASSIGN TO "DRYRUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRY-RUN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GL-MASTER-FILE.
           COPY GLMASTREC.
       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTREC.
       FD  ENTITY-PARM-FILE.
           COPY ENTPARM.
       FD  FX-RATE-FILE.
           COPY FXRATREC.
       FD  FX-HISTORY-FILE.
       01  FX-HISTORY-RECORD.
           05 FXH-EFFECTIVE-DATE PIC 9(8).
           05 FILLER             PIC X.
           05 FXH-CURRENCY       PIC X(3).
           05 FILLER             PIC X.
           05 FXH-RATE           PIC 9(3)V9(6).
       FD  TRANS-PARM-FILE.
       01  TRANS-PARM-RECORD.
           05 TRP-PERIOD         PIC 9(6).
           05 FILLER             PIC X.
           05 TRP-GROUP-CURRENCY PIC X(3).
           05 FILLER             PIC X.
           05 TRP-CTA-ACCOUNT    PIC X(8).
       FD  GL-TRANSLATED-FILE.
           COPY GLTRNREC.
       FD  DRY-RUN-FILE.
       01  DRY-RUN-RECORD       PIC X.
       WORKING-STORAGE SECTION.
           01 WS-GL-MASTER-STATUS      PIC XX.
           01 WS-ACCOUNT-MASTER-STATUS PIC XX.
           01 WS-ENTITY-PARM-STATUS    PIC XX.
           01 WS-FX-RATE-STATUS        PIC XX.
           01 WS-FX-HISTORY-STATUS     PIC XX.
           01 WS-TRANS-PARM-STATUS     PIC XX.
           01 WS-GL-TRANSLATED-STATUS  PIC XX.
           01 WS-DRY-RUN-STATUS        PIC XX.
           01 WS-DRY-RUN-FLAG          PIC X VALUE "N".
               88 WS-DRY-RUN VALUE "Y".
           01 WS-ENT-EOF-FLAG          PIC X VALUE "N".
               88 WS-ENT-EOF VALUE "Y".
           01 WS-FX-EOF-FLAG           PIC X VALUE "N".
               88 WS-FX-EOF VALUE "Y".
           01 WS-HIST-EOF-FLAG         PIC X VALUE "N".
               88 WS-HIST-EOF VALUE "Y".
           01 WS-MASTER-EOF-FLAG       PIC X VALUE "N".
               88 WS-MASTER-EOF VALUE "Y".
           01 WS-PARM-ERROR-FLAG       PIC X VALUE "N".
               88 WS-PARM-ERROR VALUE "Y".
           01 WS-MASTER-ERROR-FLAG     PIC X VALUE "N".
               88 WS-MASTER-ERROR VALUE "Y".
           01 WS-RATE-ERROR-FLAG       PIC X VALUE "N".
               88 WS-RATE-ERROR VALUE "Y".
           01 WS-CHART-OPEN-FLAG       PIC X VALUE "N".
               88 WS-CHART-OPEN VALUE "Y".
           01 WS-TRANS-PERIOD          PIC 9(6) VALUE 0.
           01 WS-TRANS-YEAR            PIC 9(4).
           01 WS-REC-YEAR              PIC 9(4).
           01 WS-REC-MONTH             PIC 9(2).
           01 WS-GROUP-CURRENCY        PIC X(3) VALUE "USD".
           01 WS-CTA-ACCOUNT           PIC X(8) VALUE SPACES.
      * Every entity on ENTPARM.DAT with its functional currency;
      * an entity found on the GL master but not listed here keeps
      * its books in the base currency.
           01 WS-ENT-TABLE.
               05 WS-ENT-ENTRY OCCURS 20 TIMES.
                   10 WS-ENT-ID         PIC X(3).
                   10 WS-ENT-CURRENCY   PIC X(3).
           01 WS-ENT-COUNT             PIC 9(2) VALUE 0.
           01 WS-ENT-IDX               PIC 9(2).
      * Rates to the base currency for each currency in use: the
      * closing rate for the period and the sum and count of the
      * daily history rates for each month of the year, from
      * which the monthly averages are taken.
           01 WS-CUR-TABLE.
               05 WS-CUR-ENTRY OCCURS 20 TIMES.
                   10 WS-CUR-CODE         PIC X(3).
                   10 WS-CUR-CLOSING      PIC 9(3)V9(6).
                   10 WS-CUR-CLOSING-DATE PIC 9(8).
                   10 WS-CUR-MONTH-ENTRY OCCURS 12 TIMES.
                       15 WS-CUR-RATE-SUM   PIC 9(7)V9(6).
                       15 WS-CUR-RATE-COUNT PIC 9(4).
           01 WS-CUR-COUNT             PIC 9(2) VALUE 0.
           01 WS-CUR-IDX               PIC 9(2).
           01 WS-CUR-FOUND-FLAG        PIC X.
               88 WS-CUR-FOUND VALUE "Y".
           01 WS-MONTH-IDX             PIC 9(2).
           01 WS-FIND-CURRENCY         PIC X(3).
           01 WS-FIND-MONTH            PIC 9(2).
           01 WS-FOUND-RATE            PIC 9(3)V9(6).
           01 WS-FUNC-RATE             PIC 9(3)V9(6).
           01 WS-GROUP-RATE            PIC 9(3)V9(6).
           01 WS-RATIO                 PIC 9(5)V9(9).
           01 WS-CLOSING-RATIO         PIC 9(5)V9(9).
           01 WS-NO-AVERAGE-COUNT      PIC 9(4) VALUE 0.
      * The account in hand: the key runs entity, account, period,
      * so an account's periods arrive together and in order.
           01 WS-CURRENT-ENTITY        PIC X(3) VALUE SPACES.
           01 WS-CURRENT-CURRENCY      PIC X(3).
           01 WS-CURRENT-ACCOUNT       PIC X(8) VALUE SPACES.
           01 WS-ACCOUNT-SEEN-FLAG     PIC X VALUE "N".
               88 WS-ACCOUNT-SEEN VALUE "Y".
           01 WS-ENTITY-SEEN-FLAG      PIC X VALUE "N".
               88 WS-ENTITY-SEEN VALUE "Y".
           01 WS-ENTITY-RATED-FLAG     PIC X.
               88 WS-ENTITY-RATED VALUE "Y".
           01 WS-PL-ACCOUNT-FLAG       PIC X.
               88 WS-PL-ACCOUNT VALUE "Y".
           01 WS-LOCAL-BALANCE         PIC S9(13)V99.
           01 WS-YEAR-ACTIVITY         PIC S9(13)V99.
           01 WS-YEAR-TRANSLATED       PIC S9(13)V99.
           01 WS-MONTH-TRANSLATED      PIC S9(13)V99.
           01 WS-GROUP-BALANCE         PIC S9(13)V99.
           01 WS-ENTITY-LOCAL-NET      PIC S9(13)V99.
           01 WS-ENTITY-GROUP-NET      PIC S9(13)V99.
           01 WS-CTA-AMOUNT            PIC S9(13)V99.
           01 WS-CTA-TOTAL             PIC S9(13)V99 VALUE 0.
           01 WS-ACCOUNT-COUNT         PIC 9(6) VALUE 0.
           01 WS-ENTITY-COUNT          PIC 9(4) VALUE 0.
      * Group-currency balances summed across entities by
      * account, for the consolidated trial balance.
           01 WS-CON-TABLE.
               05 WS-CON-ENTRY OCCURS 500 TIMES.
                   10 WS-CON-ACCOUNT    PIC X(8).
                   10 WS-CON-BALANCE    PIC S9(13)V99.
           01 WS-CON-COUNT             PIC 9(3) VALUE 0.
           01 WS-CON-IDX               PIC 9(3).
           01 WS-CON-FOUND-FLAG        PIC X.
               88 WS-CON-FOUND VALUE "Y".
           01 WS-CON-FULL-FLAG         PIC X VALUE "N".
               88 WS-CON-FULL VALUE "Y".
           01 WS-CON-NET               PIC S9(13)V99 VALUE 0.
           01 WS-RPT-COLUMN-LINE.
               05 FILLER PIC X(4)  VALUE "ENT".
               05 FILLER PIC X(9)  VALUE "ACCOUNT".
               05 FILLER PIC X(4)  VALUE "CUR".
               05 FILLER PIC X(5)  VALUE "RATE".
               05 FILLER PIC X(22) VALUE "         LOCAL BALANCE".
               05 FILLER PIC X(11) VALUE "  TO GROUP".
               05 FILLER PIC X(22) VALUE "         GROUP BALANCE".
           01 WS-RPT-DETAIL.
               05 WS-RPT-ENTITY      PIC X(3).
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-ACCOUNT     PIC X(8).
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-CURRENCY    PIC X(3).
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-RATE-TYPE   PIC X(4).
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-LOCAL       PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-RATE        PIC ZZZZ9.9(6).
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-GROUP       PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-NOTE        PIC X(30).
           01 WS-RPT-TOTAL-LINE.
               05 WS-RPT-TOT-LABEL   PIC X(40).
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-TOT-AMOUNT  PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           01 WS-RUN-TIMESTAMP PIC X(22).
           01 WS-END-TIMESTAMP PIC X(22).
           01 WS-DATE-FORMAT-CODE PIC X VALUE SPACE.
           01 WS-JOB-MODE-FLAG   PIC X VALUE "U".
           01 WS-OPERATOR-ID   PIC X(8).
           COPY AUDITREC.
           COPY RPTWRIT.
           COPY BUSDTE.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM ReadDryRun
           CALL "DATE-TIME" USING WS-RUN-TIMESTAMP WS-DATE-FORMAT-CODE
               WS-JOB-MODE-FLAG
           PERFORM WriteStartAudit
           MOVE "G" TO WS-BUSDATE-FUNCTION
           CALL "BUSDATE" USING WS-BUSDATE-FUNCTION WS-BUSINESS-DATE
           PERFORM ReadTransParm
           IF WS-PARM-ERROR
               PERFORM WriteAuditEntry
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LoadEntities
           PERFORM LoadClosingRates
           PERFORM LoadRateHistory
           PERFORM OpenTranslationFiles
           IF NOT WS-MASTER-ERROR
               PERFORM TranslateLedger
               PERFORM PrintConsolidatedBalance
               PERFORM CloseTranslationFiles
           END-IF
           DISPLAY "FX-TRANS: PERIOD " WS-TRANS-PERIOD " - "
               WS-ENTITY-COUNT " ENTITY(S), " WS-ACCOUNT-COUNT
               " ACCOUNT(S) TRANSLATED TO " WS-GROUP-CURRENCY
           DISPLAY "FX-TRANS: TRANSLATION ADJUSTMENT " WS-CTA-TOTAL
               " TO " WS-CTA-ACCOUNT
           IF WS-RATE-ERROR
               DISPLAY "FX-TRANS: ENTITY(S) WITHOUT A CLOSING RATE "
                   "LEFT OUT - SEE TRANSL.RPT"
           END-IF
           PERFORM WriteAuditEntry
      * RETURN-CODE is set after the closing audit call because a
      * CALL resets the register.
           IF WS-RATE-ERROR
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-MASTER-ERROR
               MOVE 16 TO RETURN-CODE
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
      * TRNPARM.DAT names the period (zero means the business
      * date's), the group reporting currency (blank means the
      * base currency) and the translation adjustment account,
      * which is required.
       ReadTransParm.
           OPEN INPUT TRANS-PARM-FILE
           IF WS-TRANS-PARM-STATUS = "00"
               READ TRANS-PARM-FILE
                   NOT AT END
                       IF TRP-PERIOD NUMERIC AND TRP-PERIOD > 0
                           MOVE TRP-PERIOD TO WS-TRANS-PERIOD
                       END-IF
                       IF TRP-GROUP-CURRENCY NOT = SPACES
                           MOVE TRP-GROUP-CURRENCY
                               TO WS-GROUP-CURRENCY
                       END-IF
                       MOVE TRP-CTA-ACCOUNT TO WS-CTA-ACCOUNT
               END-READ
               CLOSE TRANS-PARM-FILE
           END-IF
           IF WS-TRANS-PERIOD = 0
               MOVE WS-BUSINESS-DATE(1:6) TO WS-TRANS-PERIOD
           END-IF
           MOVE WS-TRANS-PERIOD(1:4) TO WS-TRANS-YEAR
           IF WS-CTA-ACCOUNT = SPACES
               DISPLAY "FX-TRANS: NO TRANSLATION ADJUSTMENT ACCOUNT "
                   "IN TRNPARM.DAT - RUN REFUSED"
               SET WS-PARM-ERROR TO TRUE
           END-IF.
       LoadEntities.
           MOVE WS-GROUP-CURRENCY TO WS-FIND-CURRENCY
           PERFORM AddCurrency
           OPEN INPUT ENTITY-PARM-FILE
           IF WS-ENTITY-PARM-STATUS NOT = "00"
               SET WS-ENT-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-ENT-EOF
               READ ENTITY-PARM-FILE
                   AT END SET WS-ENT-EOF TO TRUE
                   NOT AT END
                       IF EP-ENTITY NOT = SPACES
                           AND WS-ENT-COUNT < 20
                           ADD 1 TO WS-ENT-COUNT
                           MOVE EP-ENTITY TO WS-ENT-ID(WS-ENT-COUNT)
                           IF EP-FUNCTIONAL-CURRENCY = SPACES
                               MOVE "USD"
                                   TO WS-ENT-CURRENCY(WS-ENT-COUNT)
                           ELSE
                               MOVE EP-FUNCTIONAL-CURRENCY
                                   TO WS-ENT-CURRENCY(WS-ENT-COUNT)
                           END-IF
                           MOVE WS-ENT-CURRENCY(WS-ENT-COUNT)
                               TO WS-FIND-CURRENCY
                           PERFORM AddCurrency
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ENTITY-PARM-STATUS = "00" OR "10"
               CLOSE ENTITY-PARM-FILE
           END-IF.
       AddCurrency.
           PERFORM FindCurrency
           IF NOT WS-CUR-FOUND AND WS-FIND-CURRENCY NOT = "USD"
               AND WS-CUR-COUNT < 20
               ADD 1 TO WS-CUR-COUNT
               MOVE WS-FIND-CURRENCY TO WS-CUR-CODE(WS-CUR-COUNT)
               MOVE 0 TO WS-CUR-CLOSING(WS-CUR-COUNT)
               MOVE 0 TO WS-CUR-CLOSING-DATE(WS-CUR-COUNT)
               PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                       UNTIL WS-MONTH-IDX > 12
                   MOVE 0 TO WS-CUR-RATE-SUM(WS-CUR-COUNT,
                       WS-MONTH-IDX)
                   MOVE 0 TO WS-CUR-RATE-COUNT(WS-CUR-COUNT,
                       WS-MONTH-IDX)
               END-PERFORM
           END-IF.
       FindCurrency.
           MOVE "N" TO WS-CUR-FOUND-FLAG
           MOVE 0   TO WS-CUR-IDX
           PERFORM UNTIL WS-CUR-FOUND OR WS-CUR-IDX >= WS-CUR-COUNT
               ADD 1 TO WS-CUR-IDX
               IF WS-CUR-CODE(WS-CUR-IDX) = WS-FIND-CURRENCY
                   SET WS-CUR-FOUND TO TRUE
               END-IF
           END-PERFORM.
      * The day's FXRATES.DAT row is the closing rate when it is
      * dated in the period being translated; for an earlier
      * period the closing rate is taken from the history below.
       LoadClosingRates.
           OPEN INPUT FX-RATE-FILE
           IF WS-FX-RATE-STATUS NOT = "00"
               SET WS-FX-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-FX-EOF
               READ FX-RATE-FILE
                   AT END SET WS-FX-EOF TO TRUE
                   NOT AT END
                       MOVE FX-CURRENCY TO WS-FIND-CURRENCY
                       PERFORM FindCurrency
                       IF WS-CUR-FOUND
                           AND FX-EFFECTIVE-DATE(1:6)
                               = WS-TRANS-PERIOD
                           MOVE FX-RATE
                               TO WS-CUR-CLOSING(WS-CUR-IDX)
                           MOVE 99999999
                               TO WS-CUR-CLOSING-DATE(WS-CUR-IDX)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FX-RATE-STATUS = "00" OR "10"
               CLOSE FX-RATE-FILE
           END-IF.
       LoadRateHistory.
           OPEN INPUT FX-HISTORY-FILE
           IF WS-FX-HISTORY-STATUS NOT = "00"
               SET WS-HIST-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-HIST-EOF
               READ FX-HISTORY-FILE
                   AT END SET WS-HIST-EOF TO TRUE
                   NOT AT END
                       MOVE FXH-CURRENCY TO WS-FIND-CURRENCY
                       PERFORM FindCurrency
                       IF WS-CUR-FOUND
                           AND FXH-EFFECTIVE-DATE(1:6)
                               <= WS-TRANS-PERIOD
                           PERFORM TakeHistoryRate
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FX-HISTORY-STATUS = "00" OR "10"
               CLOSE FX-HISTORY-FILE
           END-IF.
       TakeHistoryRate.
           IF FXH-EFFECTIVE-DATE >= WS-CUR-CLOSING-DATE(WS-CUR-IDX)
               MOVE FXH-RATE TO WS-CUR-CLOSING(WS-CUR-IDX)
               MOVE FXH-EFFECTIVE-DATE
                   TO WS-CUR-CLOSING-DATE(WS-CUR-IDX)
           END-IF
           IF FXH-EFFECTIVE-DATE(1:4) = WS-TRANS-YEAR
               MOVE FXH-EFFECTIVE-DATE(5:2) TO WS-MONTH-IDX
               ADD FXH-RATE
                   TO WS-CUR-RATE-SUM(WS-CUR-IDX, WS-MONTH-IDX)
               ADD 1 TO WS-CUR-RATE-COUNT(WS-CUR-IDX, WS-MONTH-IDX)
           END-IF.
      * Rate of a currency to the base currency: month zero asks
      * for the closing rate, any other month for that month's
      * average, falling back to the closing rate (and counted)
      * when no history exists for the month.
       GetBaseRate.
           MOVE 0 TO WS-FOUND-RATE
           IF WS-FIND-CURRENCY = "USD" OR SPACES
               MOVE 1 TO WS-FOUND-RATE
           ELSE
               PERFORM FindCurrency
               IF WS-CUR-FOUND
                   IF WS-FIND-MONTH > 0
                       AND WS-CUR-RATE-COUNT(WS-CUR-IDX,
                           WS-FIND-MONTH) > 0
                       COMPUTE WS-FOUND-RATE ROUNDED =
                           WS-CUR-RATE-SUM(WS-CUR-IDX, WS-FIND-MONTH)
                           / WS-CUR-RATE-COUNT(WS-CUR-IDX,
                           WS-FIND-MONTH)
                   ELSE
                       IF WS-FIND-MONTH > 0
                           ADD 1 TO WS-NO-AVERAGE-COUNT
                       END-IF
                       MOVE WS-CUR-CLOSING(WS-CUR-IDX)
                           TO WS-FOUND-RATE
                   END-IF
               END-IF
           END-IF.
      * Functional-currency to group-currency factor for a month
      * (zero for the closing rate), through the base currency.
       GetRatio.
           MOVE WS-CURRENT-CURRENCY TO WS-FIND-CURRENCY
           PERFORM GetBaseRate
           MOVE WS-FOUND-RATE TO WS-FUNC-RATE
           MOVE WS-GROUP-CURRENCY TO WS-FIND-CURRENCY
           PERFORM GetBaseRate
           MOVE WS-FOUND-RATE TO WS-GROUP-RATE
           IF WS-GROUP-RATE = 0
               MOVE 0 TO WS-RATIO
           ELSE
               COMPUTE WS-RATIO ROUNDED =
                   WS-FUNC-RATE / WS-GROUP-RATE
           END-IF.
       OpenTranslationFiles.
           OPEN INPUT GL-MASTER-FILE
           IF WS-GL-MASTER-STATUS NOT = "00"
               DISPLAY "FX-TRANS: GLMASTER.DAT NOT AVAILABLE - "
                   "STATUS " WS-GL-MASTER-STATUS
               SET WS-MASTER-ERROR TO TRUE
           ELSE
               OPEN INPUT ACCOUNT-MASTER-FILE
               IF WS-ACCOUNT-MASTER-STATUS = "00"
                   SET WS-CHART-OPEN TO TRUE
               ELSE
                   DISPLAY "FX-TRANS: ACCTMAST.DAT NOT AVAILABLE - "
                       "ALL ACCOUNTS AT THE CLOSING RATE"
               END-IF
               IF NOT WS-DRY-RUN
                   OPEN OUTPUT GL-TRANSLATED-FILE
               END-IF
               MOVE "O" TO WS-RPT-FUNCTION
               MOVE "TRANSL.RPT" TO WS-RPT-FILE-NAME
               MOVE SPACES TO WS-RPT-TITLE
               STRING "GROUP TRANSLATION " WS-GROUP-CURRENCY
                   " - PERIOD " WS-TRANS-PERIOD
                   DELIMITED BY SIZE INTO WS-RPT-TITLE
               MOVE WS-RPT-COLUMN-LINE TO WS-RPT-COLUMN-HEAD
               CALL "RPT-WRITER" USING WS-RPT-FUNCTION
                   WS-RPT-FILE-NAME WS-RPT-TITLE WS-RPT-COLUMN-HEAD
                   WS-RPT-PRINT-LINE
           END-IF.
       CloseTranslationFiles.
           CLOSE GL-MASTER-FILE
           IF WS-CHART-OPEN
               CLOSE ACCOUNT-MASTER-FILE
           END-IF
           IF NOT WS-DRY-RUN
               CLOSE GL-TRANSLATED-FILE
           END-IF
           MOVE "C" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
      * Every entity's accounts up to the period are translated;
      * an account is settled when the next one starts and an
      * entity's adjustment is booked when the next entity starts.
       TranslateLedger.
           MOVE LOW-VALUES TO GLM-KEY
           START GL-MASTER-FILE KEY NOT < GLM-KEY
               INVALID KEY SET WS-MASTER-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-MASTER-EOF
               READ GL-MASTER-FILE NEXT RECORD
                   AT END SET WS-MASTER-EOF TO TRUE
                   NOT AT END
                       IF GLM-PERIOD <= WS-TRANS-PERIOD
                           PERFORM TakeMasterRecord
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ACCOUNT-SEEN
               PERFORM SettleAccount
           END-IF
           IF WS-ENTITY-SEEN
               PERFORM SettleEntity
           END-IF.
       TakeMasterRecord.
           IF WS-ACCOUNT-SEEN
               AND (GLM-ENTITY NOT = WS-CURRENT-ENTITY
               OR GLM-ACCOUNT-CODE NOT = WS-CURRENT-ACCOUNT)
               PERFORM SettleAccount
           END-IF
           IF WS-ENTITY-SEEN AND GLM-ENTITY NOT = WS-CURRENT-ENTITY
               PERFORM SettleEntity
           END-IF
           IF NOT WS-ENTITY-SEEN
               PERFORM StartEntity
           END-IF
           IF WS-ENTITY-RATED
               IF NOT WS-ACCOUNT-SEEN
                   PERFORM StartAccount
               END-IF
               PERFORM TakeAccountPeriod
           END-IF.
       StartEntity.
           SET WS-ENTITY-SEEN TO TRUE
           ADD 1 TO WS-ENTITY-COUNT
           MOVE GLM-ENTITY TO WS-CURRENT-ENTITY
           MOVE "USD" TO WS-CURRENT-CURRENCY
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                   UNTIL WS-ENT-IDX > WS-ENT-COUNT
               IF WS-ENT-ID(WS-ENT-IDX) = GLM-ENTITY
                   MOVE WS-ENT-CURRENCY(WS-ENT-IDX)
                       TO WS-CURRENT-CURRENCY
               END-IF
           END-PERFORM
           MOVE 0 TO WS-ENTITY-LOCAL-NET
           MOVE 0 TO WS-ENTITY-GROUP-NET
           MOVE 0 TO WS-FIND-MONTH
           PERFORM GetRatio
           MOVE WS-RATIO TO WS-CLOSING-RATIO
           IF WS-FUNC-RATE = 0 OR WS-GROUP-RATE = 0
               MOVE "N" TO WS-ENTITY-RATED-FLAG
               SET WS-RATE-ERROR TO TRUE
               MOVE SPACES TO WS-RPT-DETAIL
               MOVE WS-CURRENT-ENTITY   TO WS-RPT-ENTITY
               MOVE WS-CURRENT-CURRENCY TO WS-RPT-CURRENCY
               MOVE "*** NO CLOSING RATE - NOT DONE" TO WS-RPT-NOTE
               PERFORM WriteDetailLine
               DISPLAY "FX-TRANS: NO CLOSING RATE FOR "
                   WS-CURRENT-CURRENCY " - ENTITY "
                   WS-CURRENT-ENTITY " NOT TRANSLATED"
           ELSE
               SET WS-ENTITY-RATED TO TRUE
           END-IF.
       StartAccount.
           SET WS-ACCOUNT-SEEN TO TRUE
           MOVE GLM-ACCOUNT-CODE TO WS-CURRENT-ACCOUNT
           MOVE 0 TO WS-LOCAL-BALANCE
           MOVE 0 TO WS-YEAR-ACTIVITY
           MOVE 0 TO WS-YEAR-TRANSLATED
           MOVE "N" TO WS-PL-ACCOUNT-FLAG
           IF WS-CHART-OPEN
               MOVE GLM-ACCOUNT-CODE TO AM-ACCOUNT-CODE
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF AM-PL-ACCOUNT
                           SET WS-PL-ACCOUNT TO TRUE
                       END-IF
               END-READ
           END-IF.
      * A P&L account's activity for each month of the year is
      * translated at that month's average; whatever it carried
      * into the year, and every balance-sheet account, goes at
      * the closing rate when the account is settled.
       TakeAccountPeriod.
           MOVE GLM-CLOSING-BALANCE TO WS-LOCAL-BALANCE
           MOVE GLM-PERIOD(1:4) TO WS-REC-YEAR
           MOVE GLM-PERIOD(5:2) TO WS-REC-MONTH
           IF WS-PL-ACCOUNT AND WS-REC-YEAR = WS-TRANS-YEAR
               ADD GLM-PERIOD-ACTIVITY TO WS-YEAR-ACTIVITY
               MOVE WS-REC-MONTH TO WS-FIND-MONTH
               PERFORM GetRatio
               COMPUTE WS-MONTH-TRANSLATED ROUNDED =
                   GLM-PERIOD-ACTIVITY * WS-RATIO
               ADD WS-MONTH-TRANSLATED TO WS-YEAR-TRANSLATED
           END-IF.
       SettleAccount.
           MOVE "N" TO WS-ACCOUNT-SEEN-FLAG
           COMPUTE WS-GROUP-BALANCE ROUNDED =
               (WS-LOCAL-BALANCE - WS-YEAR-ACTIVITY)
               * WS-CLOSING-RATIO + WS-YEAR-TRANSLATED
           IF WS-LOCAL-BALANCE NOT = 0 OR WS-GROUP-BALANCE NOT = 0
               ADD 1 TO WS-ACCOUNT-COUNT
               ADD WS-LOCAL-BALANCE TO WS-ENTITY-LOCAL-NET
               ADD WS-GROUP-BALANCE TO WS-ENTITY-GROUP-NET
               MOVE SPACES TO WS-RPT-DETAIL
               MOVE WS-CURRENT-ACCOUNT TO WS-RPT-ACCOUNT
               MOVE WS-LOCAL-BALANCE   TO WS-RPT-LOCAL
               MOVE WS-GROUP-BALANCE   TO WS-RPT-GROUP
               MOVE SPACES TO GL-TRANSLATED-RECORD
               IF WS-PL-ACCOUNT
                   MOVE "A" TO GLT-RATE-TYPE
                   MOVE "AVG" TO WS-RPT-RATE-TYPE
                   MOVE WS-TRANS-PERIOD(5:2) TO WS-FIND-MONTH
                   PERFORM GetRatio
               ELSE
                   MOVE "C" TO GLT-RATE-TYPE
                   MOVE "CLS" TO WS-RPT-RATE-TYPE
                   MOVE WS-CLOSING-RATIO TO WS-RATIO
               END-IF
               MOVE WS-RATIO TO WS-RPT-RATE
               MOVE WS-CURRENT-ACCOUNT TO GLT-ACCOUNT-CODE
               MOVE WS-LOCAL-BALANCE   TO GLT-LOCAL-BALANCE
               MOVE WS-RATIO           TO GLT-RATE
               MOVE WS-GROUP-BALANCE   TO GLT-GROUP-BALANCE
               PERFORM WriteTranslatedRecord
               PERFORM AddConsolidated
           END-IF.
      * The entity's local books net to zero, but balance-sheet
      * and P&L accounts are translated at different rates; the
      * difference is booked to the translation adjustment account
      * so the entity nets to zero in group currency as well.
       SettleEntity.
           MOVE "N" TO WS-ENTITY-SEEN-FLAG
           IF WS-ENTITY-RATED
               COMPUTE WS-CTA-AMOUNT = 0 - WS-ENTITY-GROUP-NET
               ADD WS-CTA-AMOUNT TO WS-CTA-TOTAL
               MOVE SPACES TO WS-RPT-DETAIL
               MOVE WS-CTA-ACCOUNT TO WS-RPT-ACCOUNT
               MOVE "CTA" TO WS-RPT-RATE-TYPE
               MOVE 0 TO WS-RPT-LOCAL
               MOVE 0 TO WS-RPT-RATE
               MOVE WS-CTA-AMOUNT TO WS-RPT-GROUP
               MOVE "TRANSLATION ADJUSTMENT" TO WS-RPT-NOTE
               MOVE SPACES TO GL-TRANSLATED-RECORD
               MOVE "T" TO GLT-RATE-TYPE
               MOVE WS-CTA-ACCOUNT TO GLT-ACCOUNT-CODE
               MOVE 0 TO GLT-LOCAL-BALANCE
               MOVE 0 TO GLT-RATE
               MOVE WS-CTA-AMOUNT TO GLT-GROUP-BALANCE
               PERFORM WriteTranslatedRecord
               MOVE WS-CTA-AMOUNT TO WS-GROUP-BALANCE
               PERFORM AddConsolidated
               MOVE SPACES TO WS-RPT-TOTAL-LINE
               STRING "ENTITY " WS-CURRENT-ENTITY " "
                   WS-CURRENT-CURRENCY " LOCAL NET"
                   DELIMITED BY SIZE INTO WS-RPT-TOT-LABEL
               MOVE WS-ENTITY-LOCAL-NET TO WS-RPT-TOT-AMOUNT
               PERFORM WriteTotalLine
               MOVE SPACES TO WS-RPT-TOTAL-LINE
               STRING "ENTITY " WS-CURRENT-ENTITY
                   " GROUP NET AFTER ADJUSTMENT"
                   DELIMITED BY SIZE INTO WS-RPT-TOT-LABEL
               COMPUTE WS-RPT-TOT-AMOUNT =
                   WS-ENTITY-GROUP-NET + WS-CTA-AMOUNT
               PERFORM WriteTotalLine
               MOVE SPACES TO WS-RPT-PRINT-LINE
               MOVE "W" TO WS-RPT-FUNCTION
               CALL "RPT-WRITER" USING WS-RPT-FUNCTION
                   WS-RPT-FILE-NAME WS-RPT-TITLE WS-RPT-COLUMN-HEAD
                   WS-RPT-PRINT-LINE
           END-IF.
       WriteTranslatedRecord.
           MOVE WS-CURRENT-ENTITY   TO GLT-ENTITY
           MOVE WS-TRANS-PERIOD     TO GLT-PERIOD
           MOVE WS-CURRENT-CURRENCY TO GLT-FUNC-CURRENCY
           MOVE WS-GROUP-CURRENCY   TO GLT-GROUP-CURRENCY
           IF NOT WS-DRY-RUN
               WRITE GL-TRANSLATED-RECORD
           END-IF
           MOVE WS-CURRENT-ENTITY   TO WS-RPT-ENTITY
           MOVE WS-CURRENT-CURRENCY TO WS-RPT-CURRENCY
           PERFORM WriteDetailLine.
       AddConsolidated.
           MOVE "N" TO WS-CON-FOUND-FLAG
           MOVE 0   TO WS-CON-IDX
           PERFORM UNTIL WS-CON-FOUND OR WS-CON-IDX >= WS-CON-COUNT
               ADD 1 TO WS-CON-IDX
               IF WS-CON-ACCOUNT(WS-CON-IDX) = GLT-ACCOUNT-CODE
                   SET WS-CON-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-CON-FOUND
               IF WS-CON-COUNT < 500
                   ADD 1 TO WS-CON-COUNT
                   MOVE WS-CON-COUNT TO WS-CON-IDX
                   MOVE GLT-ACCOUNT-CODE TO WS-CON-ACCOUNT(WS-CON-IDX)
                   MOVE 0 TO WS-CON-BALANCE(WS-CON-IDX)
                   SET WS-CON-FOUND TO TRUE
               ELSE
                   IF NOT WS-CON-FULL
                       DISPLAY "FX-TRANS: MORE THAN 500 ACCOUNTS - "
                           "CONSOLIDATED BALANCE INCOMPLETE"
                       SET WS-CON-FULL TO TRUE
                   END-IF
               END-IF
           END-IF
           IF WS-CON-FOUND
               ADD WS-GROUP-BALANCE TO WS-CON-BALANCE(WS-CON-IDX)
               ADD WS-GROUP-BALANCE TO WS-CON-NET
           END-IF.
      * The consolidated trial balance in group currency: every
      * translated entity's accounts added together, which must
      * net to zero once each entity's adjustment is in.
       PrintConsolidatedBalance.
           MOVE "P" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE
           MOVE SPACES TO WS-RPT-TOTAL-LINE
           STRING "CONSOLIDATED TRIAL BALANCE IN "
               WS-GROUP-CURRENCY
               DELIMITED BY SIZE INTO WS-RPT-TOT-LABEL
           MOVE WS-RPT-TOT-LABEL TO WS-RPT-PRINT-LINE
           MOVE "W" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE
           PERFORM VARYING WS-CON-IDX FROM 1 BY 1
                   UNTIL WS-CON-IDX > WS-CON-COUNT
               MOVE SPACES TO WS-RPT-DETAIL
               MOVE "ALL" TO WS-RPT-ENTITY
               MOVE WS-CON-ACCOUNT(WS-CON-IDX) TO WS-RPT-ACCOUNT
               MOVE WS-GROUP-CURRENCY TO WS-RPT-CURRENCY
               MOVE 0 TO WS-RPT-LOCAL
               MOVE 0 TO WS-RPT-RATE
               MOVE WS-CON-BALANCE(WS-CON-IDX) TO WS-RPT-GROUP
               PERFORM WriteDetailLine
           END-PERFORM
           MOVE SPACES TO WS-RPT-TOTAL-LINE
           IF WS-CON-NET = 0
               MOVE "*** CONSOLIDATED IN BALANCE - NET"
                   TO WS-RPT-TOT-LABEL
           ELSE
               MOVE "*** CONSOLIDATED OUT OF BALANCE - NET"
                   TO WS-RPT-TOT-LABEL
           END-IF
           MOVE WS-CON-NET TO WS-RPT-TOT-AMOUNT
           PERFORM WriteTotalLine
           IF WS-NO-AVERAGE-COUNT > 0
               MOVE SPACES TO WS-RPT-TOTAL-LINE
               MOVE "MONTHS WITHOUT RATE HISTORY - AT CLOSING"
                   TO WS-RPT-TOT-LABEL
               MOVE WS-NO-AVERAGE-COUNT TO WS-RPT-TOT-AMOUNT
               PERFORM WriteTotalLine
           END-IF.
       WriteDetailLine.
           MOVE WS-RPT-DETAIL TO WS-RPT-PRINT-LINE
           MOVE "W" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
       WriteTotalLine.
           MOVE WS-RPT-TOTAL-LINE TO WS-RPT-PRINT-LINE
           MOVE "T" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
       WriteStartAudit.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           MOVE "FX-TRANS" TO WS-AUDIT-PROGRAM-ID
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
           MOVE "FX-TRANS"       TO WS-AUDIT-PROGRAM-ID
           MOVE WS-END-TIMESTAMP TO WS-AUDIT-TIMESTAMP
           MOVE WS-OPERATOR-ID   TO WS-AUDIT-OPERATOR-ID
           EVALUATE TRUE
               WHEN WS-PARM-ERROR
                   MOVE "REFUSED" TO WS-AUDIT-OUTCOME
               WHEN WS-MASTER-ERROR
               WHEN WS-RATE-ERROR
                   MOVE "ABEND"   TO WS-AUDIT-OUTCOME
               WHEN WS-DRY-RUN
                   MOVE "DRY-RUN" TO WS-AUDIT-OUTCOME
               WHEN OTHER
                   MOVE "SUCCESS" TO WS-AUDIT-OUTCOME
           END-EVALUATE
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM-ID
               WS-AUDIT-TIMESTAMP WS-AUDIT-OPERATOR-ID
               WS-AUDIT-OUTCOME.
       END PROGRAM FX-TRANS.
