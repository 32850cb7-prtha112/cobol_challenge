       IDENTIFICATION DIVISION.
       PROGRAM-ID. FA-RPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIXED-ASSET-FILE ASSIGN TO "FAMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-ASSET-ID
               FILE STATUS IS WS-FIXED-ASSET-STATUS.
           SELECT GL-MASTER-FILE ASSIGN TO "GLMASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLM-KEY
               FILE STATUS IS WS-GL-MASTER-STATUS.
           SELECT ENTITY-PARM-FILE ASSIGN TO "ENTPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTITY-PARM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FIXED-ASSET-FILE.
           COPY FAREC.
       FD  GL-MASTER-FILE.
           COPY GLMASTREC.
       FD  ENTITY-PARM-FILE.
       01  ENTITY-PARM-RECORD   PIC X(3).
       WORKING-STORAGE SECTION.
           01 WS-FIXED-ASSET-STATUS PIC XX.
           01 WS-GL-MASTER-STATUS  PIC XX.
           01 WS-ENTITY-PARM-STATUS PIC XX.
           01 WS-ASSET-EOF-FLAG    PIC X VALUE "N".
               88 WS-ASSET-EOF VALUE "Y".
           01 WS-MASTER-EOF-FLAG   PIC X VALUE "N".
               88 WS-MASTER-EOF VALUE "Y".
           01 WS-LEDGER-ERROR-FLAG PIC X VALUE "N".
               88 WS-LEDGER-ERROR VALUE "Y".
           01 WS-DEFAULT-ENTITY    PIC X(3) VALUE "001".
           01 WS-WORK-ENTITY       PIC X(3).
           01 WS-REPORT-PERIOD     PIC 9(6).
           01 WS-NET-BOOK-VALUE    PIC 9(9)V99.
           01 WS-ASSET-COUNT       PIC 9(6) VALUE 0.
           01 WS-COST-TOTAL        PIC 9(11)V99 VALUE 0.
           01 WS-ACCUM-TOTAL       PIC 9(11)V99 VALUE 0.
           01 WS-NBV-TOTAL         PIC 9(11)V99 VALUE 0.
      * One row per entity and ledger account the register names,
      * holding the register's figure for that account and the
      * latest GL master closing balance for it. Kind "C" is an
      * asset (cost) account carrying a debit balance, "A" an
      * accumulated depreciation account carrying a credit.
           01 WS-TIE-TABLE.
               05 WS-TIE-ENTRY OCCURS 100 TIMES.
                   10 WS-TIE-ENTITY   PIC X(3).
                   10 WS-TIE-ACCOUNT  PIC X(8).
                   10 WS-TIE-KIND     PIC X.
                   10 WS-TIE-REGISTER PIC 9(11)V99.
                   10 WS-TIE-PERIOD   PIC 9(6).
                   10 WS-TIE-LEDGER   PIC S9(11)V99.
                   10 WS-TIE-DIFF     PIC S9(11)V99.
           01 WS-TIE-COUNT         PIC 9(3) VALUE 0.
           01 WS-TIE-IDX           PIC 9(3).
           01 WS-TIE-FOUND-FLAG    PIC X.
               88 WS-TIE-FOUND VALUE "Y".
           01 WS-FIND-ACCOUNT      PIC X(8).
           01 WS-FIND-KIND         PIC X.
           01 WS-FIND-AMOUNT       PIC 9(11)V99.
           01 WS-DIFF-COUNT        PIC 9(3) VALUE 0.
           01 WS-RPT-COLUMN-LINE.
               05 FILLER PIC X(7)  VALUE "ASSET".
               05 FILLER PIC X(25) VALUE "DESCRIPTION".
               05 FILLER PIC X(4)  VALUE "ENT".
               05 FILLER PIC X(9)  VALUE "ACCOUNT".
               05 FILLER PIC X(9)  VALUE "IN SERV".
               05 FILLER PIC X(17) VALUE "             COST".
               05 FILLER PIC X(17) VALUE "      ACCUM DEPRN".
               05 FILLER PIC X(17) VALUE "   NET BOOK VALUE".
               05 FILLER PIC X(7)  VALUE " STATUS".
           01 WS-RPT-DETAIL.
               05 WS-RPT-ASSET      PIC 9(6).
               05 FILLER            PIC X VALUE SPACE.
               05 WS-RPT-DESC       PIC X(24).
               05 FILLER            PIC X VALUE SPACE.
               05 WS-RPT-ENTITY     PIC X(3).
               05 FILLER            PIC X VALUE SPACE.
               05 WS-RPT-ACCOUNT    PIC X(8).
               05 FILLER            PIC X VALUE SPACE.
               05 WS-RPT-IN-SERVICE PIC 9(8).
               05 FILLER            PIC X VALUE SPACE.
               05 WS-RPT-COST       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               05 WS-RPT-ACCUM      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               05 WS-RPT-NBV        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER            PIC X VALUE SPACE.
               05 WS-RPT-STATUS     PIC X(6).
           01 WS-RPT-TIE-LINE.
               05 WS-TIE-TEXT        PIC X(12).
               05 WS-TIE-RPT-ENTITY  PIC X(3).
               05 FILLER             PIC X VALUE SPACE.
               05 WS-TIE-RPT-ACCOUNT PIC X(8).
               05 FILLER             PIC X(10) VALUE "  REGISTER".
               05 WS-TIE-RPT-REGISTER PIC -Z,ZZZ,ZZZ,ZZ9.99.
               05 FILLER             PIC X(8) VALUE "  LEDGER".
               05 WS-TIE-RPT-LEDGER  PIC -Z,ZZZ,ZZZ,ZZ9.99.
               05 FILLER             PIC X(6) VALUE "  DIFF".
               05 WS-TIE-RPT-DIFF    PIC -Z,ZZZ,ZZZ,ZZ9.99.
           01 WS-RPT-VERDICT-LINE.
               05 WS-VERDICT-TEXT   PIC X(50).
               05 WS-VERDICT-COUNT  PIC ZZ9.
           01 WS-RUN-TIMESTAMP PIC X(22).
           01 WS-END-TIMESTAMP PIC X(22).
           01 WS-DATE-FORMAT-CODE PIC X VALUE SPACE.
           01 WS-JOB-MODE-FLAG   PIC X VALUE "U".
           01 WS-OPERATOR-ID   PIC X(8).
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
           MOVE WS-BUSINESS-DATE(1:6) TO WS-REPORT-PERIOD
           PERFORM ReadEntityParm
           PERFORM OpenReport
           PERFORM ListAssets
           PERFORM LoadLedgerBalances
           PERFORM PrintTieOut
           MOVE "C" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE
           DISPLAY "FA-RPT: " WS-ASSET-COUNT " ASSET(S) IN SERVICE, "
               WS-DIFF-COUNT " ACCOUNT(S) NOT AGREEING TO THE LEDGER"
           IF WS-DIFF-COUNT > 0 OR WS-LEDGER-ERROR
               MOVE 7 TO WS-ALERT-SEVERITY
               MOVE "FA-RPT"          TO WS-ALERT-PROGRAM
               MOVE WS-BUSINESS-DATE  TO WS-ALERT-DATE
               MOVE "FA REGISTER DOES NOT AGREE TO GL - SEE FAREG.RPT"
                   TO WS-ALERT-MESSAGE
               CALL "ALERT-LOG" USING WS-ALERT-SEVERITY
                   WS-ALERT-PROGRAM WS-ALERT-DATE WS-ALERT-MESSAGE
           END-IF
           PERFORM WriteAuditEntry
      * RETURN-CODE is set after the closing audit call because a
      * CALL resets the register; STEP-LOG preserves it from here.
           IF WS-DIFF-COUNT > 0 OR WS-LEDGER-ERROR
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM WriteStepResult
           GOBACK.
      * A blank entity on the register books to the home entity,
      * as TRAN-EDIT defaults it, so it is proved there.
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
       OpenReport.
           MOVE "O" TO WS-RPT-FUNCTION
           MOVE "FAREG.RPT" TO WS-RPT-FILE-NAME
           MOVE SPACES TO WS-RPT-TITLE
           STRING "FIXED ASSET REGISTER - AS AT " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-RPT-TITLE
           MOVE WS-RPT-COLUMN-LINE TO WS-RPT-COLUMN-HEAD
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
      * Disposed assets have left the ledger and are not listed;
      * an asset whose disposal is recorded but not yet posted is
      * still held and is listed as such.
       ListAssets.
           OPEN INPUT FIXED-ASSET-FILE
           IF WS-FIXED-ASSET-STATUS NOT = "00"
               DISPLAY "FA-RPT: FAMAST.DAT NOT AVAILABLE - STATUS "
                   WS-FIXED-ASSET-STATUS
               SET WS-ASSET-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-ASSET-EOF
               READ FIXED-ASSET-FILE NEXT RECORD
                   AT END SET WS-ASSET-EOF TO TRUE
                   NOT AT END
                       IF FA-IN-SERVICE
                           PERFORM ListOneAsset
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FIXED-ASSET-STATUS = "00" OR "10"
               CLOSE FIXED-ASSET-FILE
           END-IF
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE "REGISTER TOTAL" TO WS-RPT-DESC
           MOVE WS-COST-TOTAL  TO WS-RPT-COST
           MOVE WS-ACCUM-TOTAL TO WS-RPT-ACCUM
           MOVE WS-NBV-TOTAL   TO WS-RPT-NBV
           MOVE WS-RPT-DETAIL TO WS-RPT-PRINT-LINE
           MOVE "T" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
       ListOneAsset.
           ADD 1 TO WS-ASSET-COUNT
           COMPUTE WS-NET-BOOK-VALUE = FA-COST - FA-ACCUM-DEPR
           ADD FA-COST           TO WS-COST-TOTAL
           ADD FA-ACCUM-DEPR     TO WS-ACCUM-TOTAL
           ADD WS-NET-BOOK-VALUE TO WS-NBV-TOTAL
           IF FA-ENTITY = SPACES
               MOVE WS-DEFAULT-ENTITY TO WS-WORK-ENTITY
           ELSE
               MOVE FA-ENTITY TO WS-WORK-ENTITY
           END-IF
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE FA-ASSET-ID        TO WS-RPT-ASSET
           MOVE FA-DESCRIPTION     TO WS-RPT-DESC
           MOVE WS-WORK-ENTITY     TO WS-RPT-ENTITY
           MOVE FA-ASSET-ACCOUNT   TO WS-RPT-ACCOUNT
           MOVE FA-IN-SERVICE-DATE TO WS-RPT-IN-SERVICE
           MOVE FA-COST            TO WS-RPT-COST
           MOVE FA-ACCUM-DEPR      TO WS-RPT-ACCUM
           MOVE WS-NET-BOOK-VALUE  TO WS-RPT-NBV
           IF FA-DISPOSAL-DATE > 0
               MOVE "TO GO" TO WS-RPT-STATUS
           ELSE
               MOVE "HELD"  TO WS-RPT-STATUS
           END-IF
           MOVE WS-RPT-DETAIL TO WS-RPT-PRINT-LINE
           MOVE "W" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE
           MOVE FA-ASSET-ACCOUNT TO WS-FIND-ACCOUNT
           MOVE "C"              TO WS-FIND-KIND
           MOVE FA-COST          TO WS-FIND-AMOUNT
           PERFORM AddToTieEntry
           MOVE FA-ACCUM-ACCOUNT TO WS-FIND-ACCOUNT
           MOVE "A"              TO WS-FIND-KIND
           MOVE FA-ACCUM-DEPR    TO WS-FIND-AMOUNT
           PERFORM AddToTieEntry.
       AddToTieEntry.
           PERFORM FindTieEntry
           IF NOT WS-TIE-FOUND AND WS-TIE-COUNT < 100
               ADD 1 TO WS-TIE-COUNT
               MOVE WS-TIE-COUNT    TO WS-TIE-IDX
               MOVE WS-WORK-ENTITY  TO WS-TIE-ENTITY(WS-TIE-IDX)
               MOVE WS-FIND-ACCOUNT TO WS-TIE-ACCOUNT(WS-TIE-IDX)
               MOVE WS-FIND-KIND    TO WS-TIE-KIND(WS-TIE-IDX)
               MOVE 0 TO WS-TIE-REGISTER(WS-TIE-IDX)
                   WS-TIE-PERIOD(WS-TIE-IDX)
                   WS-TIE-LEDGER(WS-TIE-IDX)
                   WS-TIE-DIFF(WS-TIE-IDX)
               SET WS-TIE-FOUND TO TRUE
           END-IF
           IF WS-TIE-FOUND
               ADD WS-FIND-AMOUNT TO WS-TIE-REGISTER(WS-TIE-IDX)
           END-IF.
       FindTieEntry.
           MOVE "N" TO WS-TIE-FOUND-FLAG
           MOVE 0   TO WS-TIE-IDX
           PERFORM UNTIL WS-TIE-FOUND OR WS-TIE-IDX >= WS-TIE-COUNT
               ADD 1 TO WS-TIE-IDX
               IF WS-TIE-ENTITY(WS-TIE-IDX) = WS-WORK-ENTITY
                   AND WS-TIE-ACCOUNT(WS-TIE-IDX) = WS-FIND-ACCOUNT
                   SET WS-TIE-FOUND TO TRUE
               END-IF
           END-PERFORM.
      * Each account's ledger figure is the closing balance of its
      * latest master period up to the report period, since a
      * month without depreciation or additions leaves no record.
       LoadLedgerBalances.
           OPEN INPUT GL-MASTER-FILE
           IF WS-GL-MASTER-STATUS NOT = "00"
               DISPLAY "FA-RPT: GLMASTER.DAT NOT AVAILABLE - "
                   "STATUS " WS-GL-MASTER-STATUS
               SET WS-MASTER-EOF TO TRUE
               SET WS-LEDGER-ERROR TO TRUE
           END-IF
           PERFORM UNTIL WS-MASTER-EOF
               READ GL-MASTER-FILE NEXT RECORD
                   AT END SET WS-MASTER-EOF TO TRUE
                   NOT AT END
                       IF GLM-PERIOD <= WS-REPORT-PERIOD
                           PERFORM KeepLatestPeriod
                       END-IF
               END-READ
           END-PERFORM
           IF WS-GL-MASTER-STATUS = "00" OR "10"
               CLOSE GL-MASTER-FILE
           END-IF.
       KeepLatestPeriod.
           MOVE GLM-ENTITY       TO WS-WORK-ENTITY
           MOVE GLM-ACCOUNT-CODE TO WS-FIND-ACCOUNT
           PERFORM FindTieEntry
           IF WS-TIE-FOUND
               AND GLM-PERIOD >= WS-TIE-PERIOD(WS-TIE-IDX)
               MOVE GLM-PERIOD TO WS-TIE-PERIOD(WS-TIE-IDX)
               MOVE GLM-CLOSING-BALANCE
                   TO WS-TIE-LEDGER(WS-TIE-IDX)
           END-IF.
       PrintTieOut.
           PERFORM PrintOneTie
               VARYING WS-TIE-IDX FROM 1 BY 1
               UNTIL WS-TIE-IDX > WS-TIE-COUNT
           MOVE SPACES TO WS-RPT-VERDICT-LINE
           EVALUATE TRUE
               WHEN WS-LEDGER-ERROR
                   MOVE "*** GL MASTER NOT AVAILABLE - NOT PROVED"
                       TO WS-VERDICT-TEXT
               WHEN WS-DIFF-COUNT = 0
                   MOVE "*** REGISTER AGREES TO THE LEDGER"
                       TO WS-VERDICT-TEXT
               WHEN OTHER
                   MOVE "*** REGISTER DOES NOT AGREE - ACCOUNTS OFF:"
                       TO WS-VERDICT-TEXT
                   MOVE WS-DIFF-COUNT TO WS-VERDICT-COUNT
           END-EVALUATE
           MOVE WS-RPT-VERDICT-LINE TO WS-RPT-PRINT-LINE
           MOVE "T" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
      * The cost account's debit balance should equal the
      * register cost; the accumulated depreciation account's
      * credit (negative) balance should net to zero against the
      * register's accumulated depreciation.
       PrintOneTie.
           IF WS-TIE-KIND(WS-TIE-IDX) = "C"
               MOVE "COST ACCT   " TO WS-TIE-TEXT
               COMPUTE WS-TIE-DIFF(WS-TIE-IDX) =
                   WS-TIE-REGISTER(WS-TIE-IDX)
                   - WS-TIE-LEDGER(WS-TIE-IDX)
           ELSE
               MOVE "ACCUM ACCT  " TO WS-TIE-TEXT
               COMPUTE WS-TIE-DIFF(WS-TIE-IDX) =
                   WS-TIE-REGISTER(WS-TIE-IDX)
                   + WS-TIE-LEDGER(WS-TIE-IDX)
           END-IF
           IF WS-TIE-DIFF(WS-TIE-IDX) NOT = 0
               ADD 1 TO WS-DIFF-COUNT
           END-IF
           MOVE WS-TIE-ENTITY(WS-TIE-IDX)   TO WS-TIE-RPT-ENTITY
           MOVE WS-TIE-ACCOUNT(WS-TIE-IDX)  TO WS-TIE-RPT-ACCOUNT
           MOVE WS-TIE-REGISTER(WS-TIE-IDX) TO WS-TIE-RPT-REGISTER
           MOVE WS-TIE-LEDGER(WS-TIE-IDX)   TO WS-TIE-RPT-LEDGER
           MOVE WS-TIE-DIFF(WS-TIE-IDX)     TO WS-TIE-RPT-DIFF
           MOVE WS-RPT-TIE-LINE TO WS-RPT-PRINT-LINE
           MOVE "T" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
       WriteStartAudit.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           MOVE "FA-RPT" TO WS-AUDIT-PROGRAM-ID
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
           MOVE "FA-RPT"         TO WS-AUDIT-PROGRAM-ID
           MOVE WS-END-TIMESTAMP TO WS-AUDIT-TIMESTAMP
           MOVE WS-OPERATOR-ID   TO WS-AUDIT-OPERATOR-ID
           IF WS-DIFF-COUNT > 0 OR WS-LEDGER-ERROR
               MOVE "ABEND"      TO WS-AUDIT-OUTCOME
           ELSE
               MOVE "SUCCESS"    TO WS-AUDIT-OUTCOME
           END-IF
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM-ID
               WS-AUDIT-TIMESTAMP WS-AUDIT-OPERATOR-ID
               WS-AUDIT-OUTCOME.
       WriteStepResult.
           MOVE "FARPT" TO WS-STEP-NAME
           MOVE WS-BUSINESS-DATE TO WS-STEP-DATE
           MOVE RETURN-CODE TO WS-STEP-RC
           CALL "STEP-LOG" USING WS-STEP-NAME WS-STEP-DATE
               WS-STEP-RC
           MOVE WS-STEP-RC TO RETURN-CODE.
       END PROGRAM FA-RPT.
