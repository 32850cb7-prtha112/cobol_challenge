       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASH-POS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASH-PARM-FILE ASSIGN TO "CASHPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASH-PARM-STATUS.
           SELECT BANK-PARM-FILE ASSIGN TO "BNKPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-PARM-STATUS.
           SELECT ENTITY-PARM-FILE ASSIGN TO "ENTPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTITY-PARM-STATUS.
           SELECT GL-MASTER-FILE ASSIGN TO "GLMASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GLM-KEY
               FILE STATUS IS WS-GL-MASTER-STATUS.
           SELECT OUTSTANDING-FILE ASSIGN TO "BANKOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTSTANDING-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT STANDING-FILE ASSIGN TO "STANDING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STANDING-STATUS.
           SELECT STANDING-CONTROL-FILE ASSIGN TO "STJCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STANDING-CONTROL-STATUS.
           SELECT REVERSAL-PENDING-FILE ASSIGN TO "STJREV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVERSAL-PENDING-STATUS.
           SELECT WAREHOUSE-FILE ASSIGN TO "TRANWHS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAREHOUSE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CASH-PARM-FILE.
       01  CASH-PARM-RECORD.
           05 CPM-ENTITY        PIC X(3).
           05 FILLER            PIC X.
           05 CPM-ACCOUNT       PIC X(8).
           05 FILLER            PIC X.
           05 CPM-MINIMUM       PIC 9(11)V99.
           05 FILLER            PIC X.
           05 CPM-DAYS          PIC 9(2).
       FD  BANK-PARM-FILE.
       01  BANK-PARM-RECORD.
           05 BNK-PARM-ENTITY   PIC X(3).
           05 FILLER            PIC X.
           05 BNK-PARM-ACCOUNT  PIC X(8).
           05 FILLER            PIC X(7).
       FD  ENTITY-PARM-FILE.
       01  ENTITY-PARM-RECORD   PIC X(3).
       FD  GL-MASTER-FILE.
           COPY GLMASTREC.
       FD  OUTSTANDING-FILE.
       01  OUTSTANDING-RECORD.
           05 OUT-SIDE          PIC X.
               88 OUT-OUR-SIDE  VALUE "O".
               88 OUT-BANK-SIDE VALUE "B".
           05 FILLER            PIC X.
           05 OUT-ITEM-DATE     PIC 9(8).
           05 FILLER            PIC X.
           05 OUT-AMOUNT        PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 FILLER            PIC X.
           05 OUT-REFERENCE     PIC X(16).
           05 FILLER            PIC X.
           05 OUT-FIRST-SEEN    PIC 9(8).
       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD      PIC 9(8).
       FD  STANDING-FILE.
       01  STANDING-RECORD.
           05 STJ-TEMPLATE-ID   PIC 9(4).
           05 FILLER            PIC X.
           05 STJ-FREQUENCY     PIC X.
               88 STJ-DAILY      VALUE "D".
               88 STJ-MONTHLY    VALUE "M".
               88 STJ-PERIOD-END VALUE "E".
           05 FILLER            PIC X.
           05 STJ-DAY-OF-MONTH  PIC 9(2).
           05 FILLER            PIC X.
           05 STJ-REVERSE-FLAG  PIC X.
               88 STJ-REVERSING VALUE "Y".
           05 FILLER            PIC X.
           05 STJ-ACCOUNT-CODE  PIC X(8).
           05 FILLER            PIC X.
           05 STJ-TYPE-CODE     PIC X.
           05 FILLER            PIC X.
           05 STJ-AMOUNT        PIC 9(9)V99.
           05 FILLER            PIC X.
           05 STJ-CURRENCY      PIC X(3).
           05 FILLER            PIC X.
           05 STJ-COST-CENTER   PIC X(4).
           05 FILLER            PIC X.
           05 STJ-DESCRIPTION   PIC X(30).
           05 FILLER            PIC X.
           05 STJ-ENTITY        PIC X(3).
       FD  STANDING-CONTROL-FILE.
       01  STANDING-CONTROL-RECORD.
           05 STJC-TEMPLATE-ID   PIC 9(4).
           05 FILLER             PIC X.
           05 STJC-LAST-GEN-DATE PIC 9(8).
       FD  REVERSAL-PENDING-FILE.
       01  REVERSAL-PENDING-RECORD.
           05 STJR-ORIGIN-PERIOD PIC 9(6).
           05 FILLER             PIC X.
           05 STJR-TEMPLATE-ID   PIC 9(4).
           05 FILLER             PIC X.
           05 STJR-ACCOUNT-CODE  PIC X(8).
           05 FILLER             PIC X.
           05 STJR-TYPE-CODE     PIC X.
           05 FILLER             PIC X.
           05 STJR-AMOUNT        PIC 9(9)V99.
           05 FILLER             PIC X.
           05 STJR-CURRENCY      PIC X(3).
           05 FILLER             PIC X.
           05 STJR-COST-CENTER   PIC X(4).
           05 FILLER             PIC X.
           05 STJR-ENTITY        PIC X(3).
       FD  WAREHOUSE-FILE.
           COPY WHSREC.
       WORKING-STORAGE SECTION.
           01 WS-CASH-PARM-STATUS        PIC XX.
           01 WS-BANK-PARM-STATUS        PIC XX.
           01 WS-ENTITY-PARM-STATUS      PIC XX.
           01 WS-GL-MASTER-STATUS        PIC XX.
           01 WS-OUTSTANDING-STATUS      PIC XX.
           01 WS-CALENDAR-STATUS         PIC XX.
           01 WS-STANDING-STATUS         PIC XX.
           01 WS-STANDING-CONTROL-STATUS PIC XX.
           01 WS-REVERSAL-PENDING-STATUS PIC XX.
           01 WS-WAREHOUSE-STATUS        PIC XX.
           01 WS-PARM-EOF-FLAG           PIC X VALUE "N".
               88 WS-PARM-EOF VALUE "Y".
           01 WS-MASTER-EOF-FLAG         PIC X VALUE "N".
               88 WS-MASTER-EOF VALUE "Y".
           01 WS-OUT-EOF-FLAG            PIC X VALUE "N".
               88 WS-OUT-EOF VALUE "Y".
           01 WS-CALENDAR-EOF-FLAG       PIC X VALUE "N".
               88 WS-CALENDAR-EOF VALUE "Y".
           01 WS-STANDING-EOF-FLAG       PIC X VALUE "N".
               88 WS-STANDING-EOF VALUE "Y".
           01 WS-CTL-EOF-FLAG            PIC X VALUE "N".
               88 WS-CTL-EOF VALUE "Y".
           01 WS-REV-EOF-FLAG            PIC X VALUE "N".
               88 WS-REV-EOF VALUE "Y".
           01 WS-WHS-EOF-FLAG            PIC X VALUE "N".
               88 WS-WHS-EOF VALUE "Y".
           01 WS-DEFAULT-ENTITY          PIC X(3) VALUE "001".
           01 WS-BANK-ENTITY             PIC X(3) VALUE "001".
           01 WS-BANK-ACCOUNT            PIC X(8) VALUE SPACES.
           01 WS-CURRENT-PERIOD          PIC 9(6).
           01 WS-FORECAST-DAYS           PIC 9(2) VALUE 5.
           01 WS-DAYS-SET-FLAG           PIC X VALUE "N".
               88 WS-DAYS-SET VALUE "Y".
           01 WS-NEW-ENTITY              PIC X(3).
           01 WS-NEW-ACCOUNT             PIC X(8).
           01 WS-NEW-MINIMUM             PIC 9(11)V99.
      * The cash accounts reported, with each one's position and
      * its inflows and outflows for every forecast day.
           01 WS-CASH-TABLE.
               05 WS-CA-ENTRY OCCURS 20 TIMES.
                   10 WS-CA-ENTITY       PIC X(3).
                   10 WS-CA-ACCOUNT      PIC X(8).
                   10 WS-CA-MINIMUM      PIC S9(13)V99.
                   10 WS-CA-LEDGER       PIC S9(13)V99.
                   10 WS-CA-OUT-OURS     PIC S9(13)V99.
                   10 WS-CA-OUT-BANK     PIC S9(13)V99.
                   10 WS-CA-BANK-REC     PIC X.
                       88 WS-CA-RECONCILED VALUE "Y".
                   10 WS-CA-DAY OCCURS 30 TIMES.
                       15 WS-CA-IN       PIC S9(13)V99.
                       15 WS-CA-OUT      PIC S9(13)V99.
           01 WS-CA-COUNT                PIC 9(2) VALUE 0.
           01 WS-CA-IDX                  PIC 9(2).
           01 WS-CA-FOUND-FLAG           PIC X.
               88 WS-CA-FOUND VALUE "Y".
           01 WS-FIND-ENTITY             PIC X(3).
           01 WS-FIND-ACCOUNT            PIC X(8).
      * The forecast days: the business date and the processing
      * days after it, weekends and CALENDAR.DAT holidays skipped.
           01 WS-FORECAST-TABLE.
               05 WS-FC-DATE OCCURS 30 TIMES PIC 9(8).
           01 WS-FC-IDX                  PIC 9(2).
           01 WS-DAY-IDX                 PIC 9(2).
           01 WS-HOLIDAY-TABLE.
               05 WS-HOLIDAY OCCURS 100 TIMES PIC 9(8).
           01 WS-HOLIDAY-COUNT           PIC 9(4) VALUE 0.
           01 WS-HOLIDAY-IDX             PIC 9(4).
           01 WS-HOLIDAY-FOUND-FLAG      PIC X.
               88 WS-HOLIDAY-FOUND VALUE "Y".
           01 WS-CANDIDATE-DATE          PIC 9(8).
           01 WS-CANDIDATE-INTEGER       PIC 9(8).
           01 WS-CANDIDATE-DOW           PIC 9.
           01 WS-PROCESSING-DAY-FLAG     PIC X.
               88 WS-PROCESSING-DAY VALUE "Y".
      * Standing templates booking to a cash account, each with
      * the date STJ-GEN last generated it, moved on as the
      * forecast fires it.
           01 WS-TEMPLATE-TABLE.
               05 WS-TP-ENTRY OCCURS 200 TIMES.
                   10 WS-TP-ID           PIC 9(4).
                   10 WS-TP-CA-IDX       PIC 9(2).
                   10 WS-TP-FREQUENCY    PIC X.
                   10 WS-TP-DAY          PIC 9(2).
                   10 WS-TP-REVERSE      PIC X.
                   10 WS-TP-AMOUNT       PIC S9(11)V99.
                   10 WS-TP-LAST-DATE    PIC 9(8).
           01 WS-TP-COUNT                PIC 9(3) VALUE 0.
           01 WS-TP-IDX                  PIC 9(3).
           01 WS-TP-LAST-PERIOD          PIC 9(6).
      * Reversals still to come: STJ-GEN's pending queue plus any
      * the forecast itself queues, each due on the first day of
      * a later period.
           01 WS-REVERSAL-TABLE.
               05 WS-RV-ENTRY OCCURS 200 TIMES.
                   10 WS-RV-CA-IDX       PIC 9(2).
                   10 WS-RV-ORIGIN       PIC 9(6).
                   10 WS-RV-AMOUNT       PIC S9(11)V99.
                   10 WS-RV-DONE         PIC X.
           01 WS-RV-COUNT                PIC 9(3) VALUE 0.
           01 WS-RV-IDX                  PIC 9(3).
           01 WS-CTL-TABLE.
               05 WS-CTL-ENTRY OCCURS 500 TIMES.
                   10 WS-CTL-TEMPLATE-ID PIC 9(4).
                   10 WS-CTL-LAST-DATE   PIC 9(8).
           01 WS-CTL-COUNT               PIC 9(3) VALUE 0.
           01 WS-CTL-IDX                 PIC 9(3).
           01 WS-DUE-FLAG                PIC X.
               88 WS-TEMPLATE-DUE VALUE "Y".
           01 WS-DAY-DATE                PIC 9(8).
           01 WS-DAY-PERIOD              PIC 9(6).
           01 WS-DAY-YEAR                PIC 9(4).
           01 WS-DAY-MONTH               PIC 9(2).
           01 WS-DAY-DAY                 PIC 9(2).
           01 WS-LAST-DAY                PIC 9(2).
           01 WS-DUE-DAY                 PIC 9(2).
           01 WS-FLOW-AMOUNT             PIC S9(11)V99.
           01 WS-RUNNING-BALANCE         PIC S9(13)V99.
           01 WS-OUTSTANDING-NET         PIC S9(13)V99.
           01 WS-EXPECTED-BANK           PIC S9(13)V99.
           01 WS-TEMPLATE-FLOW-COUNT     PIC 9(5) VALUE 0.
           01 WS-WHS-IN-HORIZON          PIC 9(5) VALUE 0.
           01 WS-WHS-BEYOND              PIC 9(5) VALUE 0.
           01 WS-LOW-DAY-COUNT           PIC 9(4) VALUE 0.
           01 WS-NO-ACCOUNTS-FLAG        PIC X VALUE "N".
               88 WS-NO-ACCOUNTS VALUE "Y".
           01 WS-RPT-COLUMN-LINE.
               05 FILLER PIC X(13) VALUE "ENT ACCOUNT".
               05 FILLER PIC X(21) VALUE "       LEDGER BALANCE".
               05 FILLER PIC X(22) VALUE "      LESS OUTSTANDING".
               05 FILLER PIC X(22) VALUE "   EXPECTED BANK BAL.".
               05 FILLER PIC X(22) VALUE "               MINIMUM".
               05 FILLER PIC X(10) VALUE "  BANK REC".
           01 WS-RPT-POSITION.
               05 WS-RPT-ENTITY      PIC X(3).
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-ACCOUNT     PIC X(8).
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-LEDGER      PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-OUTSTANDING PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-EXPECTED    PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-MINIMUM     PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-RPT-BANK-REC    PIC X(8).
           01 WS-RPT-FORECAST-HEAD.
               05 FILLER PIC X(12) VALUE "  DATE".
               05 FILLER PIC X(21) VALUE "              INFLOWS".
               05 FILLER PIC X(22) VALUE "              OUTFLOWS".
               05 FILLER PIC X(22) VALUE "       CLOSING BALANCE".
           01 WS-RPT-FORECAST-LINE.
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-RPT-FC-DATE     PIC X(8).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-RPT-FC-IN       PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-FC-OUT      PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-FC-BALANCE  PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-RPT-FC-FLAG     PIC X(20).
           01 WS-RPT-EDIT-AMOUNT     PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           01 WS-RPT-COUNT-LINE.
               05 WS-COUNT-TEXT      PIC X(40).
               05 WS-COUNT-VALUE     PIC ZZZ,ZZ9.
           01 WS-RUN-TIMESTAMP PIC X(22).
           01 WS-END-TIMESTAMP PIC X(22).
           01 WS-DATE-FORMAT-CODE PIC X VALUE SPACE.
           01 WS-JOB-MODE-FLAG   PIC X VALUE "U".
           01 WS-OPERATOR-ID   PIC X(8).
           COPY TRANREC.
           COPY AUDITREC.
           COPY RPTWRIT.
           COPY STEPREC.
           COPY BUSDTE.
           COPY ALERTREC.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "DATE-TIME" USING WS-RUN-TIMESTAMP WS-DATE-FORMAT-CODE
               WS-JOB-MODE-FLAG
           PERFORM WriteStartAudit
           MOVE "G" TO WS-BUSDATE-FUNCTION
           CALL "BUSDATE" USING WS-BUSDATE-FUNCTION WS-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE(1:6) TO WS-CURRENT-PERIOD
           PERFORM ReadEntityParm
           PERFORM ReadBankParm
           PERFORM LoadCashAccounts
           IF WS-NO-ACCOUNTS
               DISPLAY "CASH-POS: NO CASH ACCOUNTS IN CASHPARM.DAT "
                   "OR BNKPARM.DAT - NOTHING REPORTED"
               PERFORM WriteAuditEntry
               MOVE 8 TO RETURN-CODE
               PERFORM WriteStepResult
               GOBACK
           END-IF
           PERFORM LoadLedgerBalances
           PERFORM LoadOutstandingItems
           PERFORM LoadHolidayCalendar
           PERFORM BuildForecastDays
           PERFORM LoadControlTable
           PERFORM LoadStandingTemplates
           PERFORM LoadPendingReversals
           PERFORM LoadWarehouseItems
           PERFORM ProjectOneDay
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-FORECAST-DAYS
           PERFORM WriteCashReport
           DISPLAY "CASH-POS: " WS-CA-COUNT " CASH ACCOUNT(S), "
               WS-FORECAST-DAYS " FORECAST DAY(S), " WS-LOW-DAY-COUNT
               " DAY(S) BELOW MINIMUM"
           IF WS-LOW-DAY-COUNT > 0
               PERFORM RaiseLowCashAlert
           END-IF
           PERFORM WriteAuditEntry
      * RETURN-CODE is set after the closing audit call because a
      * CALL resets the register; STEP-LOG preserves it from here.
           IF WS-LOW-DAY-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM WriteStepResult
           GOBACK.
      * A blank entity on a template or a parked transaction
      * books to the home entity, the first entry on ENTPARM.DAT.
       ReadEntityParm.
           OPEN INPUT ENTITY-PARM-FILE
           IF WS-ENTITY-PARM-STATUS = "00"
               READ ENTITY-PARM-FILE
                   NOT AT END
                       IF ENTITY-PARM-RECORD NOT = SPACES
                           MOVE ENTITY-PARM-RECORD
                               TO WS-DEFAULT-ENTITY
                       END-IF
               END-READ
               CLOSE ENTITY-PARM-FILE
           END-IF.
      * BANKOUT.DAT holds BANK-RECON's outstanding items for the
      * one account BNKPARM.DAT names, so only that account can be
      * carried from ledger to expected bank balance.
       ReadBankParm.
           OPEN INPUT BANK-PARM-FILE
           IF WS-BANK-PARM-STATUS = "00"
               READ BANK-PARM-FILE
                   NOT AT END
                       IF BNK-PARM-ENTITY NOT = SPACES
                           MOVE BNK-PARM-ENTITY TO WS-BANK-ENTITY
                       END-IF
                       MOVE BNK-PARM-ACCOUNT TO WS-BANK-ACCOUNT
               END-READ
               CLOSE BANK-PARM-FILE
           END-IF.
      * CASHPARM.DAT lists one cash account per record - entity,
      * account and the minimum balance it must not fall below -
      * and the first record giving one sets the number of
      * business days forecast (default 5, at most 30). Without
      * it the BNKPARM.DAT account is reported with no minimum.
       LoadCashAccounts.
           OPEN INPUT CASH-PARM-FILE
           IF WS-CASH-PARM-STATUS NOT = "00"
               SET WS-PARM-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-PARM-EOF
               READ CASH-PARM-FILE
                   AT END SET WS-PARM-EOF TO TRUE
                   NOT AT END
                       PERFORM TakeCashParm
               END-READ
           END-PERFORM
           IF WS-CASH-PARM-STATUS = "00" OR "10"
               CLOSE CASH-PARM-FILE
           END-IF
           IF WS-CA-COUNT = 0 AND WS-BANK-ACCOUNT NOT = SPACES
               MOVE WS-BANK-ENTITY  TO WS-NEW-ENTITY
               MOVE WS-BANK-ACCOUNT TO WS-NEW-ACCOUNT
               MOVE 0 TO WS-NEW-MINIMUM
               PERFORM StoreCashAccount
           END-IF
           IF WS-CA-COUNT = 0
               SET WS-NO-ACCOUNTS TO TRUE
           END-IF.
       TakeCashParm.
           MOVE CPM-ENTITY  TO WS-NEW-ENTITY
           MOVE CPM-ACCOUNT TO WS-NEW-ACCOUNT
           MOVE 0 TO WS-NEW-MINIMUM
           IF CPM-MINIMUM NUMERIC
               MOVE CPM-MINIMUM TO WS-NEW-MINIMUM
           END-IF
           IF WS-NEW-ACCOUNT NOT = SPACES
               PERFORM StoreCashAccount
           END-IF
           IF NOT WS-DAYS-SET AND CPM-DAYS NUMERIC AND CPM-DAYS > 0
               IF CPM-DAYS > 30
                   MOVE 30 TO WS-FORECAST-DAYS
               ELSE
                   MOVE CPM-DAYS TO WS-FORECAST-DAYS
               END-IF
               SET WS-DAYS-SET TO TRUE
           END-IF.
       StoreCashAccount.
           IF WS-CA-COUNT < 20
               ADD 1 TO WS-CA-COUNT
               MOVE WS-CA-COUNT TO WS-CA-IDX
               IF WS-NEW-ENTITY = SPACES
                   MOVE WS-DEFAULT-ENTITY TO WS-CA-ENTITY(WS-CA-IDX)
               ELSE
                   MOVE WS-NEW-ENTITY TO WS-CA-ENTITY(WS-CA-IDX)
               END-IF
               MOVE WS-NEW-ACCOUNT TO WS-CA-ACCOUNT(WS-CA-IDX)
               MOVE WS-NEW-MINIMUM TO WS-CA-MINIMUM(WS-CA-IDX)
               MOVE 0 TO WS-CA-LEDGER(WS-CA-IDX)
               MOVE 0 TO WS-CA-OUT-OURS(WS-CA-IDX)
               MOVE 0 TO WS-CA-OUT-BANK(WS-CA-IDX)
               MOVE "N" TO WS-CA-BANK-REC(WS-CA-IDX)
               PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                       UNTIL WS-FC-IDX > 30
                   MOVE 0 TO WS-CA-IN(WS-CA-IDX, WS-FC-IDX)
                   MOVE 0 TO WS-CA-OUT(WS-CA-IDX, WS-FC-IDX)
               END-PERFORM
           ELSE
               DISPLAY "CASH-POS: MORE THAN 20 CASH ACCOUNTS - "
                   WS-NEW-ACCOUNT " IGNORED"
           END-IF.
       FindCashAccount.
           MOVE "N" TO WS-CA-FOUND-FLAG
           MOVE 0   TO WS-CA-IDX
           IF WS-FIND-ENTITY = SPACES
               MOVE WS-DEFAULT-ENTITY TO WS-FIND-ENTITY
           END-IF
           PERFORM UNTIL WS-CA-FOUND OR WS-CA-IDX >= WS-CA-COUNT
               ADD 1 TO WS-CA-IDX
               IF WS-CA-ENTITY(WS-CA-IDX) = WS-FIND-ENTITY
                   AND WS-CA-ACCOUNT(WS-CA-IDX) = WS-FIND-ACCOUNT
                   SET WS-CA-FOUND TO TRUE
               END-IF
           END-PERFORM.
      * The master runs entity, account, period, so the last
      * record at or before the current period leaves each
      * account's ledger balance as last posted.
       LoadLedgerBalances.
           OPEN INPUT GL-MASTER-FILE
           IF WS-GL-MASTER-STATUS NOT = "00"
               DISPLAY "CASH-POS: GLMASTER.DAT NOT AVAILABLE - "
                   "LEDGER BALANCES SHOWN AS ZERO"
               SET WS-MASTER-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-MASTER-EOF
               READ GL-MASTER-FILE
                   AT END SET WS-MASTER-EOF TO TRUE
                   NOT AT END
                       IF GLM-PERIOD <= WS-CURRENT-PERIOD
                           MOVE GLM-ENTITY       TO WS-FIND-ENTITY
                           MOVE GLM-ACCOUNT-CODE TO WS-FIND-ACCOUNT
                           PERFORM FindCashAccount
                           IF WS-CA-FOUND
                               MOVE GLM-CLOSING-BALANCE
                                   TO WS-CA-LEDGER(WS-CA-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-GL-MASTER-STATUS = "00" OR "10"
               CLOSE GL-MASTER-FILE
           END-IF.
      * Our-side items are in the ledger but not yet through the
      * bank; bank-side items are through the bank but not yet in
      * the ledger - the same proof BANK-RECON prints.
       LoadOutstandingItems.
           IF WS-BANK-ACCOUNT = SPACES
               SET WS-OUT-EOF TO TRUE
           ELSE
               MOVE WS-BANK-ENTITY  TO WS-FIND-ENTITY
               MOVE WS-BANK-ACCOUNT TO WS-FIND-ACCOUNT
               PERFORM FindCashAccount
               IF NOT WS-CA-FOUND
                   SET WS-OUT-EOF TO TRUE
               END-IF
           END-IF
           IF NOT WS-OUT-EOF
               MOVE "Y" TO WS-CA-BANK-REC(WS-CA-IDX)
               OPEN INPUT OUTSTANDING-FILE
               IF WS-OUTSTANDING-STATUS NOT = "00"
                   SET WS-OUT-EOF TO TRUE
               END-IF
           END-IF
           PERFORM UNTIL WS-OUT-EOF
               READ OUTSTANDING-FILE
                   AT END SET WS-OUT-EOF TO TRUE
                   NOT AT END
                       IF OUT-OUR-SIDE
                           ADD OUT-AMOUNT TO WS-CA-OUT-OURS(WS-CA-IDX)
                       END-IF
                       IF OUT-BANK-SIDE
                           ADD OUT-AMOUNT TO WS-CA-OUT-BANK(WS-CA-IDX)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OUTSTANDING-STATUS = "00" OR "10"
               CLOSE OUTSTANDING-FILE
           END-IF.
       LoadHolidayCalendar.
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS = "00"
               PERFORM UNTIL WS-CALENDAR-EOF
                   READ CALENDAR-FILE
                       AT END SET WS-CALENDAR-EOF TO TRUE
                       NOT AT END
                           PERFORM StoreHoliday
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.
       StoreHoliday.
           IF WS-HOLIDAY-COUNT < 100
               AND CALENDAR-RECORD NUMERIC
               ADD 1 TO WS-HOLIDAY-COUNT
               MOVE CALENDAR-RECORD TO WS-HOLIDAY(WS-HOLIDAY-COUNT)
           END-IF.
      * The first forecast day is the business date itself - the
      * day the nightly about to run will book - and each later
      * one the next processing day after it.
       BuildForecastDays.
           MOVE WS-BUSINESS-DATE TO WS-CANDIDATE-DATE
           PERFORM CheckProcessingDay
           IF NOT WS-PROCESSING-DAY
               PERFORM AdvanceToNextProcessingDay
           END-IF
           MOVE WS-CANDIDATE-DATE TO WS-FC-DATE(1)
           PERFORM VARYING WS-FC-IDX FROM 2 BY 1
                   UNTIL WS-FC-IDX > WS-FORECAST-DAYS
               PERFORM AdvanceToNextProcessingDay
               MOVE WS-CANDIDATE-DATE TO WS-FC-DATE(WS-FC-IDX)
           END-PERFORM.
       AdvanceOneDay.
           COMPUTE WS-CANDIDATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CANDIDATE-DATE) + 1
           COMPUTE WS-CANDIDATE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CANDIDATE-INTEGER).
       AdvanceToNextProcessingDay.
           PERFORM AdvanceOneDay
           PERFORM CheckProcessingDay
           PERFORM UNTIL WS-PROCESSING-DAY
               PERFORM AdvanceOneDay
               PERFORM CheckProcessingDay
           END-PERFORM.
       CheckProcessingDay.
           SET WS-PROCESSING-DAY TO TRUE
           COMPUTE WS-CANDIDATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CANDIDATE-DATE)
           COMPUTE WS-CANDIDATE-DOW =
               FUNCTION MOD(WS-CANDIDATE-INTEGER, 7) + 1
           IF WS-CANDIDATE-DOW = 1 OR WS-CANDIDATE-DOW = 7
               MOVE "N" TO WS-PROCESSING-DAY-FLAG
           ELSE
               PERFORM LookupHoliday
               IF WS-HOLIDAY-FOUND
                   MOVE "N" TO WS-PROCESSING-DAY-FLAG
               END-IF
           END-IF.
       LookupHoliday.
           MOVE "N" TO WS-HOLIDAY-FOUND-FLAG
           MOVE 0   TO WS-HOLIDAY-IDX
           PERFORM UNTIL WS-HOLIDAY-FOUND
                   OR WS-HOLIDAY-IDX >= WS-HOLIDAY-COUNT
               ADD 1 TO WS-HOLIDAY-IDX
               IF WS-HOLIDAY(WS-HOLIDAY-IDX) = WS-CANDIDATE-DATE
                   SET WS-HOLIDAY-FOUND TO TRUE
               END-IF
           END-PERFORM.
       LoadControlTable.
           OPEN INPUT STANDING-CONTROL-FILE
           IF WS-STANDING-CONTROL-STATUS = "00"
               PERFORM UNTIL WS-CTL-EOF
                   READ STANDING-CONTROL-FILE
                       AT END SET WS-CTL-EOF TO TRUE
                       NOT AT END
                           IF WS-CTL-COUNT < 500
                               ADD 1 TO WS-CTL-COUNT
                               MOVE STJC-TEMPLATE-ID TO
                                   WS-CTL-TEMPLATE-ID(WS-CTL-COUNT)
                               MOVE STJC-LAST-GEN-DATE TO
                                   WS-CTL-LAST-DATE(WS-CTL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STANDING-CONTROL-FILE
           END-IF.
      * Only templates booking to a reported cash account matter.
      * A debit template is money in, a credit money out; amounts
      * are taken as the template states them.
       LoadStandingTemplates.
           OPEN INPUT STANDING-FILE
           IF WS-STANDING-STATUS NOT = "00"
               SET WS-STANDING-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-STANDING-EOF
               READ STANDING-FILE
                   AT END SET WS-STANDING-EOF TO TRUE
                   NOT AT END
                       MOVE STJ-ENTITY       TO WS-FIND-ENTITY
                       MOVE STJ-ACCOUNT-CODE TO WS-FIND-ACCOUNT
                       PERFORM FindCashAccount
                       IF WS-CA-FOUND AND WS-TP-COUNT < 200
                           PERFORM StoreTemplate
                       END-IF
               END-READ
           END-PERFORM
           IF WS-STANDING-STATUS = "00" OR "10"
               CLOSE STANDING-FILE
           END-IF.
       StoreTemplate.
           ADD 1 TO WS-TP-COUNT
           MOVE STJ-TEMPLATE-ID  TO WS-TP-ID(WS-TP-COUNT)
           MOVE WS-CA-IDX        TO WS-TP-CA-IDX(WS-TP-COUNT)
           MOVE STJ-FREQUENCY    TO WS-TP-FREQUENCY(WS-TP-COUNT)
           MOVE STJ-DAY-OF-MONTH TO WS-TP-DAY(WS-TP-COUNT)
           MOVE STJ-REVERSE-FLAG TO WS-TP-REVERSE(WS-TP-COUNT)
           IF STJ-TYPE-CODE = "C"
               COMPUTE WS-TP-AMOUNT(WS-TP-COUNT) = 0 - STJ-AMOUNT
           ELSE
               MOVE STJ-AMOUNT TO WS-TP-AMOUNT(WS-TP-COUNT)
           END-IF
           MOVE 0 TO WS-TP-LAST-DATE(WS-TP-COUNT)
           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
                   UNTIL WS-CTL-IDX > WS-CTL-COUNT
               IF WS-CTL-TEMPLATE-ID(WS-CTL-IDX) = STJ-TEMPLATE-ID
                   MOVE WS-CTL-LAST-DATE(WS-CTL-IDX)
                       TO WS-TP-LAST-DATE(WS-TP-COUNT)
               END-IF
           END-PERFORM.
      * STJREV.DAT already carries the reversing type code.
       LoadPendingReversals.
           OPEN INPUT REVERSAL-PENDING-FILE
           IF WS-REVERSAL-PENDING-STATUS NOT = "00"
               SET WS-REV-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-REV-EOF
               READ REVERSAL-PENDING-FILE
                   AT END SET WS-REV-EOF TO TRUE
                   NOT AT END
                       MOVE STJR-ENTITY       TO WS-FIND-ENTITY
                       MOVE STJR-ACCOUNT-CODE TO WS-FIND-ACCOUNT
                       PERFORM FindCashAccount
                       IF WS-CA-FOUND
                           IF STJR-TYPE-CODE = "C"
                               COMPUTE WS-FLOW-AMOUNT =
                                   0 - STJR-AMOUNT
                           ELSE
                               MOVE STJR-AMOUNT TO WS-FLOW-AMOUNT
                           END-IF
                           MOVE STJR-ORIGIN-PERIOD TO WS-DAY-PERIOD
                           PERFORM QueueReversal
                       END-IF
               END-READ
           END-PERFORM
           IF WS-REVERSAL-PENDING-STATUS = "00" OR "10"
               CLOSE REVERSAL-PENDING-FILE
           END-IF.
       QueueReversal.
           IF WS-RV-COUNT < 200
               ADD 1 TO WS-RV-COUNT
               MOVE WS-CA-IDX      TO WS-RV-CA-IDX(WS-RV-COUNT)
               MOVE WS-DAY-PERIOD  TO WS-RV-ORIGIN(WS-RV-COUNT)
               MOVE WS-FLOW-AMOUNT TO WS-RV-AMOUNT(WS-RV-COUNT)
               MOVE "N"            TO WS-RV-DONE(WS-RV-COUNT)
           END-IF.
      * A parked transaction is released by the first run on or
      * after its due date, so it lands on the first forecast day
      * not before that date.
       LoadWarehouseItems.
           OPEN INPUT WAREHOUSE-FILE
           IF WS-WAREHOUSE-STATUS NOT = "00"
               SET WS-WHS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-WHS-EOF
               READ WAREHOUSE-FILE
                   AT END SET WS-WHS-EOF TO TRUE
                   NOT AT END
                       IF WHS-PARKED
                           PERFORM PlaceWarehouseItem
                       END-IF
               END-READ
           END-PERFORM
           IF WS-WAREHOUSE-STATUS = "00" OR "10"
               CLOSE WAREHOUSE-FILE
           END-IF.
       PlaceWarehouseItem.
           MOVE WHS-TRAN-DATA TO TRANSACTION-RECORD
           MOVE TR-ENTITY       TO WS-FIND-ENTITY
           MOVE TR-ACCOUNT-CODE TO WS-FIND-ACCOUNT
           PERFORM FindCashAccount
           IF WS-CA-FOUND
               MOVE 0 TO WS-DAY-IDX
               PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                       UNTIL WS-FC-IDX > WS-FORECAST-DAYS
                       OR WS-DAY-IDX > 0
                   IF WS-FC-DATE(WS-FC-IDX) >= WHS-DUE-DATE
                       MOVE WS-FC-IDX TO WS-DAY-IDX
                   END-IF
               END-PERFORM
               IF WS-DAY-IDX = 0
                   ADD 1 TO WS-WHS-BEYOND
               ELSE
                   ADD 1 TO WS-WHS-IN-HORIZON
                   IF TR-CREDIT
                       COMPUTE WS-FLOW-AMOUNT = 0 - TR-AMOUNT
                   ELSE
                       MOVE TR-AMOUNT TO WS-FLOW-AMOUNT
                   END-IF
                   PERFORM AddFlow
               END-IF
           END-IF.
       AddFlow.
           IF WS-FLOW-AMOUNT > 0
               ADD WS-FLOW-AMOUNT TO WS-CA-IN(WS-CA-IDX, WS-DAY-IDX)
           ELSE
               SUBTRACT WS-FLOW-AMOUNT
                   FROM WS-CA-OUT(WS-CA-IDX, WS-DAY-IDX)
           END-IF.
      * Each forecast day is run through STJ-GEN's own rules in
      * the order it applies them: reversals from an earlier
      * period first, then every template that falls due.
       ProjectOneDay.
           MOVE WS-FC-DATE(WS-DAY-IDX) TO WS-DAY-DATE
           MOVE WS-DAY-DATE(1:6) TO WS-DAY-PERIOD
           MOVE WS-DAY-DATE(1:4) TO WS-DAY-YEAR
           MOVE WS-DAY-DATE(5:2) TO WS-DAY-MONTH
           MOVE WS-DAY-DATE(7:2) TO WS-DAY-DAY
           PERFORM ComputeMonthEnd
           PERFORM VARYING WS-RV-IDX FROM 1 BY 1
                   UNTIL WS-RV-IDX > WS-RV-COUNT
               IF WS-RV-DONE(WS-RV-IDX) = "N"
                   AND WS-RV-ORIGIN(WS-RV-IDX) < WS-DAY-PERIOD
                   MOVE WS-RV-CA-IDX(WS-RV-IDX) TO WS-CA-IDX
                   MOVE WS-RV-AMOUNT(WS-RV-IDX) TO WS-FLOW-AMOUNT
                   PERFORM AddFlow
                   MOVE "Y" TO WS-RV-DONE(WS-RV-IDX)
                   ADD 1 TO WS-TEMPLATE-FLOW-COUNT
               END-IF
           END-PERFORM
           PERFORM ProjectTemplate
               VARYING WS-TP-IDX FROM 1 BY 1
               UNTIL WS-TP-IDX > WS-TP-COUNT.
       ComputeMonthEnd.
           EVALUATE WS-DAY-MONTH
               WHEN 01 WHEN 03 WHEN 05 WHEN 07
               WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO WS-LAST-DAY
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-LAST-DAY
               WHEN 02
                   IF FUNCTION MOD(WS-DAY-YEAR, 4) = 0
                       AND (FUNCTION MOD(WS-DAY-YEAR, 100) NOT = 0
                       OR FUNCTION MOD(WS-DAY-YEAR, 400) = 0)
                       MOVE 29 TO WS-LAST-DAY
                   ELSE
                       MOVE 28 TO WS-LAST-DAY
                   END-IF
           END-EVALUATE.
       ProjectTemplate.
           MOVE "N" TO WS-DUE-FLAG
           MOVE WS-TP-LAST-DATE(WS-TP-IDX)(1:6) TO WS-TP-LAST-PERIOD
           EVALUATE WS-TP-FREQUENCY(WS-TP-IDX)
               WHEN "D"
                   IF WS-TP-LAST-DATE(WS-TP-IDX) < WS-DAY-DATE
                       SET WS-TEMPLATE-DUE TO TRUE
                   END-IF
               WHEN "M"
                   IF WS-TP-DAY(WS-TP-IDX) > WS-LAST-DAY
                       MOVE WS-LAST-DAY TO WS-DUE-DAY
                   ELSE
                       MOVE WS-TP-DAY(WS-TP-IDX) TO WS-DUE-DAY
                   END-IF
                   IF WS-TP-LAST-PERIOD < WS-DAY-PERIOD
                       AND WS-DAY-DAY >= WS-DUE-DAY
                       SET WS-TEMPLATE-DUE TO TRUE
                   END-IF
               WHEN "E"
                   IF WS-TP-LAST-PERIOD < WS-DAY-PERIOD
                       AND WS-DAY-DAY > WS-LAST-DAY - 3
                       SET WS-TEMPLATE-DUE TO TRUE
                   END-IF
           END-EVALUATE
           IF WS-TEMPLATE-DUE
               MOVE WS-TP-CA-IDX(WS-TP-IDX) TO WS-CA-IDX
               MOVE WS-TP-AMOUNT(WS-TP-IDX) TO WS-FLOW-AMOUNT
               PERFORM AddFlow
               ADD 1 TO WS-TEMPLATE-FLOW-COUNT
               MOVE WS-DAY-DATE TO WS-TP-LAST-DATE(WS-TP-IDX)
               IF WS-TP-REVERSE(WS-TP-IDX) = "Y"
                   COMPUTE WS-FLOW-AMOUNT = 0 - WS-FLOW-AMOUNT
                   PERFORM QueueReversal
               END-IF
           END-IF.
       WriteCashReport.
           MOVE "O" TO WS-RPT-FUNCTION
           MOVE "CASHPOS.RPT" TO WS-RPT-FILE-NAME
           MOVE SPACES TO WS-RPT-TITLE
           STRING "CASH POSITION AS AT " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-RPT-TITLE
           MOVE WS-RPT-COLUMN-LINE TO WS-RPT-COLUMN-HEAD
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE
           PERFORM WritePositionLine
               VARYING WS-CA-IDX FROM 1 BY 1
               UNTIL WS-CA-IDX > WS-CA-COUNT
           PERFORM WriteAccountForecast
               VARYING WS-CA-IDX FROM 1 BY 1
               UNTIL WS-CA-IDX > WS-CA-COUNT
           MOVE SPACES TO WS-RPT-PRINT-LINE
           PERFORM WriteReportLine
           MOVE "CASH ACCOUNTS:" TO WS-COUNT-TEXT
           MOVE WS-CA-COUNT TO WS-COUNT-VALUE
           PERFORM WriteCountLine
           MOVE "BUSINESS DAYS FORECAST:" TO WS-COUNT-TEXT
           MOVE WS-FORECAST-DAYS TO WS-COUNT-VALUE
           PERFORM WriteCountLine
           MOVE "STANDING JOURNAL FLOWS:" TO WS-COUNT-TEXT
           MOVE WS-TEMPLATE-FLOW-COUNT TO WS-COUNT-VALUE
           PERFORM WriteCountLine
           MOVE "FUTURE-DATED ITEMS IN FORECAST:" TO WS-COUNT-TEXT
           MOVE WS-WHS-IN-HORIZON TO WS-COUNT-VALUE
           PERFORM WriteCountLine
           MOVE "FUTURE-DATED ITEMS BEYOND FORECAST:" TO WS-COUNT-TEXT
           MOVE WS-WHS-BEYOND TO WS-COUNT-VALUE
           PERFORM WriteCountLine
           MOVE "DAYS BELOW MINIMUM:" TO WS-COUNT-TEXT
           MOVE WS-LOW-DAY-COUNT TO WS-COUNT-VALUE
           PERFORM WriteCountLine
           MOVE "C" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
      * Ledger balance less the net outstanding items gives the
      * balance the bank should be showing.
       WritePositionLine.
           COMPUTE WS-OUTSTANDING-NET = WS-CA-OUT-OURS(WS-CA-IDX)
               - WS-CA-OUT-BANK(WS-CA-IDX)
           COMPUTE WS-EXPECTED-BANK = WS-CA-LEDGER(WS-CA-IDX)
               - WS-OUTSTANDING-NET
           MOVE SPACES TO WS-RPT-POSITION
           MOVE WS-CA-ENTITY(WS-CA-IDX)  TO WS-RPT-ENTITY
           MOVE WS-CA-ACCOUNT(WS-CA-IDX) TO WS-RPT-ACCOUNT
           MOVE WS-CA-LEDGER(WS-CA-IDX)  TO WS-RPT-LEDGER
           MOVE WS-OUTSTANDING-NET       TO WS-RPT-OUTSTANDING
           MOVE WS-EXPECTED-BANK         TO WS-RPT-EXPECTED
           MOVE WS-CA-MINIMUM(WS-CA-IDX) TO WS-RPT-MINIMUM
           IF WS-CA-RECONCILED(WS-CA-IDX)
               MOVE "YES" TO WS-RPT-BANK-REC
           ELSE
               MOVE "NO" TO WS-RPT-BANK-REC
           END-IF
           MOVE WS-RPT-POSITION TO WS-RPT-PRINT-LINE
           PERFORM WriteReportLine.
      * The forecast runs on from the ledger balance: items still
      * outstanding at the bank are already in it and clear to
      * the same figure whenever they land.
       WriteAccountForecast.
           MOVE SPACES TO WS-RPT-PRINT-LINE
           PERFORM WriteReportLine
           MOVE WS-CA-MINIMUM(WS-CA-IDX) TO WS-RPT-EDIT-AMOUNT
           STRING "FORECAST - ENTITY " WS-CA-ENTITY(WS-CA-IDX)
               " ACCOUNT " WS-CA-ACCOUNT(WS-CA-IDX)
               "  MINIMUM " WS-RPT-EDIT-AMOUNT
               DELIMITED BY SIZE INTO WS-RPT-PRINT-LINE
           PERFORM WriteReportLine
           MOVE WS-RPT-FORECAST-HEAD TO WS-RPT-PRINT-LINE
           PERFORM WriteReportLine
           MOVE WS-CA-LEDGER(WS-CA-IDX) TO WS-RUNNING-BALANCE
           MOVE SPACES TO WS-RPT-FORECAST-LINE
           MOVE "OPENING" TO WS-RPT-FC-DATE
           MOVE WS-RUNNING-BALANCE TO WS-RPT-FC-BALANCE
           MOVE WS-RPT-FORECAST-LINE TO WS-RPT-PRINT-LINE
           PERFORM WriteReportLine
           PERFORM WriteForecastDay
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-FORECAST-DAYS.
       WriteForecastDay.
           COMPUTE WS-RUNNING-BALANCE = WS-RUNNING-BALANCE
               + WS-CA-IN(WS-CA-IDX, WS-DAY-IDX)
               - WS-CA-OUT(WS-CA-IDX, WS-DAY-IDX)
           MOVE SPACES TO WS-RPT-FORECAST-LINE
           MOVE WS-FC-DATE(WS-DAY-IDX)           TO WS-RPT-FC-DATE
           MOVE WS-CA-IN(WS-CA-IDX, WS-DAY-IDX)  TO WS-RPT-FC-IN
           MOVE WS-CA-OUT(WS-CA-IDX, WS-DAY-IDX) TO WS-RPT-FC-OUT
           MOVE WS-RUNNING-BALANCE               TO WS-RPT-FC-BALANCE
           IF WS-RUNNING-BALANCE < WS-CA-MINIMUM(WS-CA-IDX)
               MOVE "*** BELOW MINIMUM" TO WS-RPT-FC-FLAG
               ADD 1 TO WS-LOW-DAY-COUNT
           END-IF
           MOVE WS-RPT-FORECAST-LINE TO WS-RPT-PRINT-LINE
           PERFORM WriteReportLine.
       WriteCountLine.
           MOVE WS-RPT-COUNT-LINE TO WS-RPT-PRINT-LINE
           MOVE "T" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
       WriteReportLine.
           MOVE "W" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
       RaiseLowCashAlert.
           MOVE 6                TO WS-ALERT-SEVERITY
           MOVE "CASH-POS"       TO WS-ALERT-PROGRAM
           MOVE WS-BUSINESS-DATE TO WS-ALERT-DATE
           MOVE "CASH FORECAST BELOW MINIMUM BALANCE - SEE CASHPOS.RPT"
               TO WS-ALERT-MESSAGE
           CALL "ALERT-LOG" USING WS-ALERT-SEVERITY WS-ALERT-PROGRAM
               WS-ALERT-DATE WS-ALERT-MESSAGE.
       WriteStartAudit.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           MOVE "CASH-POS"       TO WS-AUDIT-PROGRAM-ID
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
           MOVE "CASH-POS"       TO WS-AUDIT-PROGRAM-ID
           MOVE WS-END-TIMESTAMP TO WS-AUDIT-TIMESTAMP
           MOVE WS-OPERATOR-ID   TO WS-AUDIT-OPERATOR-ID
           IF WS-NO-ACCOUNTS
               MOVE "REFUSED" TO WS-AUDIT-OUTCOME
           ELSE
               MOVE "SUCCESS" TO WS-AUDIT-OUTCOME
           END-IF
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM-ID
               WS-AUDIT-TIMESTAMP WS-AUDIT-OPERATOR-ID
               WS-AUDIT-OUTCOME.
       WriteStepResult.
           MOVE "CASHPOS" TO WS-STEP-NAME
           MOVE WS-BUSINESS-DATE TO WS-STEP-DATE
           MOVE RETURN-CODE TO WS-STEP-RC
           CALL "STEP-LOG" USING WS-STEP-NAME WS-STEP-DATE
               WS-STEP-RC
           MOVE WS-STEP-RC TO RETURN-CODE.
       END PROGRAM CASH-POS.
