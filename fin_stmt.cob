       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIN-STMT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-MASTER-FILE ASSIGN TO "GLMASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLM-KEY
               FILE STATUS IS WS-GL-MASTER-STATUS.
           SELECT STMT-DEF-FILE ASSIGN TO "STMTDEF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-DEF-STATUS.
           SELECT STMT-PARM-FILE ASSIGN TO "FSPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-PARM-STATUS.
           SELECT ENTITY-PARM-FILE ASSIGN TO "ENTPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTITY-PARM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GL-MASTER-FILE.
           COPY GLMASTREC.
       FD  STMT-DEF-FILE.
           COPY STMTDEF.
       FD  STMT-PARM-FILE.
       01  STMT-PARM-RECORD.
           05 FSP-PERIOD         PIC 9(6).
           05 FILLER             PIC X.
           05 FSP-ENTITY         PIC X(3).
       FD  ENTITY-PARM-FILE.
       01  ENTITY-PARM-RECORD   PIC X(3).
       WORKING-STORAGE SECTION.
           01 WS-GL-MASTER-STATUS     PIC XX.
           01 WS-STMT-DEF-STATUS      PIC XX.
           01 WS-STMT-PARM-STATUS     PIC XX.
           01 WS-ENTITY-PARM-STATUS   PIC XX.
           01 WS-MASTER-EOF-FLAG      PIC X VALUE "N".
               88 WS-MASTER-EOF VALUE "Y".
           01 WS-DEF-EOF-FLAG         PIC X VALUE "N".
               88 WS-DEF-EOF VALUE "Y".
           01 WS-MASTER-ERROR-FLAG    PIC X VALUE "N".
               88 WS-MASTER-ERROR VALUE "Y".
           01 WS-REFUSED-FLAG         PIC X VALUE "N".
               88 WS-REFUSED VALUE "Y".
           01 WS-DEFAULT-ENTITY       PIC X(3) VALUE "001".
           01 WS-STMT-ENTITY          PIC X(3).
           01 WS-STMT-PERIOD          PIC 9(6) VALUE 0.
           01 WS-STMT-YEAR            PIC 9(4).
           01 WS-STMT-MONTH           PIC 9(2).
           01 WS-PRIOR-PERIOD         PIC 9(6).
           01 WS-PRIOR-YEAR           PIC 9(4).
           01 WS-REC-YEAR             PIC 9(4).
           01 WS-REC-MONTH            PIC 9(2).
      * The statement lines in print order, each with the three
      * column amounts gathered for it from the GL master.
           01 WS-DEF-TABLE.
               05 WS-DEF-ENTRY OCCURS 200 TIMES.
                   10 WS-DEF-STATEMENT  PIC X.
                   10 WS-DEF-TYPE       PIC X.
                   10 WS-DEF-DESC       PIC X(30).
                   10 WS-DEF-FROM       PIC X(8).
                   10 WS-DEF-TO         PIC X(8).
                   10 WS-DEF-LEVEL      PIC 9.
                   10 WS-DEF-REVERSE    PIC X.
                   10 WS-DEF-CURRENT    PIC S9(13)V99.
                   10 WS-DEF-YTD        PIC S9(13)V99.
                   10 WS-DEF-PRIOR      PIC S9(13)V99.
           01 WS-DEF-COUNT            PIC 9(3) VALUE 0.
           01 WS-DEF-IDX              PIC 9(3).
           01 WS-LINE-FOUND-FLAG      PIC X.
               88 WS-LINE-FOUND VALUE "Y".
           01 WS-MAPPED-FLAG          PIC X.
               88 WS-MAPPED VALUE "Y".
           01 WS-FIND-STATEMENT       PIC X.
      * One GL master account at a time: the key runs entity,
      * account, period, so the account's periods arrive
      * together and in order.
           01 WS-CURRENT-ACCOUNT      PIC X(8) VALUE SPACES.
           01 WS-ACCOUNT-SEEN-FLAG    PIC X VALUE "N".
               88 WS-ACCOUNT-SEEN VALUE "Y".
           01 WS-ACCT-ACTIVITY        PIC S9(13)V99.
           01 WS-ACCT-YTD             PIC S9(13)V99.
           01 WS-ACCT-PRIOR-YTD       PIC S9(13)V99.
           01 WS-ACCT-CLOSING         PIC S9(13)V99.
           01 WS-ACCT-PRIOR-CLOSING   PIC S9(13)V99.
           01 WS-ACCOUNT-COUNT        PIC 9(6) VALUE 0.
           01 WS-UNMAPPED-COUNT       PIC 9(6) VALUE 0.
           01 WS-UNMAPPED-TABLE.
               05 WS-UNMAPPED-ACCOUNT OCCURS 100 TIMES PIC X(8).
           01 WS-UNMAPPED-IDX         PIC 9(3).
      * Running totals by subtotal level for the statement being
      * printed.
           01 WS-LEVEL-TABLE.
               05 WS-LEVEL-ENTRY OCCURS 5 TIMES.
                   10 WS-LEVEL-CURRENT  PIC S9(13)V99.
                   10 WS-LEVEL-YTD      PIC S9(13)V99.
                   10 WS-LEVEL-PRIOR    PIC S9(13)V99.
           01 WS-LEVEL-IDX            PIC 9.
           01 WS-PRINT-STATEMENT      PIC X.
           01 WS-PRINT-CURRENT        PIC S9(13)V99.
           01 WS-PRINT-YTD            PIC S9(13)V99.
           01 WS-PRINT-PRIOR          PIC S9(13)V99.
           01 WS-IS-COLUMN-LINE.
               05 FILLER PIC X(41) VALUE SPACES.
               05 FILLER PIC X(22) VALUE "        CURRENT PERIOD".
               05 FILLER PIC X(22) VALUE "          YEAR TO DATE".
               05 FILLER PIC X(22) VALUE "    PRIOR YEAR TO DATE".
           01 WS-BS-COLUMN-LINE.
               05 FILLER PIC X(41) VALUE SPACES.
               05 FILLER PIC X(22) VALUE "       PERIOD MOVEMENT".
               05 FILLER PIC X(22) VALUE "         BALANCE AS AT".
               05 FILLER PIC X(22) VALUE "      PRIOR YEAR AS AT".
           01 WS-RPT-DETAIL.
               05 WS-RPT-DESC        PIC X(40).
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-CURRENT     PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-YTD         PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-PRIOR       PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           01 WS-EXC-COLUMN-LINE.
               05 FILLER PIC X(9)  VALUE "ACCOUNT".
               05 FILLER PIC X(40) VALUE "PROBLEM".
           01 WS-EXC-DETAIL.
               05 WS-EXC-ACCOUNT     PIC X(8).
               05 FILLER             PIC X VALUE SPACE.
               05 WS-EXC-TEXT        PIC X(60).
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
           PERFORM ReadEntityParm
           PERFORM DeterminePeriod
           PERFORM LoadDefinitions
           IF NOT WS-REFUSED
               PERFORM GatherBalances
           END-IF
           IF WS-UNMAPPED-COUNT > 0
               SET WS-REFUSED TO TRUE
               PERFORM PrintUnmappedAccounts
           END-IF
           IF NOT WS-REFUSED AND NOT WS-MASTER-ERROR
               MOVE "I" TO WS-PRINT-STATEMENT
               PERFORM PrintStatement
               MOVE "B" TO WS-PRINT-STATEMENT
               PERFORM PrintStatement
               DISPLAY "FIN-STMT: ENTITY " WS-STMT-ENTITY " PERIOD "
                   WS-STMT-PERIOD " - " WS-ACCOUNT-COUNT
                   " ACCOUNT(S) ON THE STATEMENTS"
           END-IF
           PERFORM WriteAuditEntry
      * RETURN-CODE is set after the closing audit call because a
      * CALL resets the register; STEP-LOG preserves it from here.
           IF WS-REFUSED
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-MASTER-ERROR
               MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM WriteStepResult
           GOBACK.
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
      * FSPARM.DAT names the period (YYYYMM) and entity to print;
      * a zero period means the business date's, a blank entity
      * the home entity.
       DeterminePeriod.
           MOVE WS-DEFAULT-ENTITY TO WS-STMT-ENTITY
           OPEN INPUT STMT-PARM-FILE
           IF WS-STMT-PARM-STATUS = "00"
               READ STMT-PARM-FILE
                   NOT AT END
                       IF FSP-PERIOD NUMERIC AND FSP-PERIOD > 0
                           MOVE FSP-PERIOD TO WS-STMT-PERIOD
                       END-IF
                       IF FSP-ENTITY NOT = SPACES
                           MOVE FSP-ENTITY TO WS-STMT-ENTITY
                       END-IF
               END-READ
               CLOSE STMT-PARM-FILE
           END-IF
           IF WS-STMT-PERIOD = 0
               MOVE WS-BUSINESS-DATE(1:6) TO WS-STMT-PERIOD
           END-IF
           MOVE WS-STMT-PERIOD(1:4) TO WS-STMT-YEAR
           MOVE WS-STMT-PERIOD(5:2) TO WS-STMT-MONTH
           COMPUTE WS-PRIOR-YEAR = WS-STMT-YEAR - 1
           COMPUTE WS-PRIOR-PERIOD = WS-STMT-PERIOD - 100.
       LoadDefinitions.
           OPEN INPUT STMT-DEF-FILE
           IF WS-STMT-DEF-STATUS NOT = "00"
               DISPLAY "FIN-STMT: STMTDEF.DAT NOT AVAILABLE - "
                   "RUN REFUSED"
               SET WS-REFUSED TO TRUE
               SET WS-DEF-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-DEF-EOF
               READ STMT-DEF-FILE
                   AT END SET WS-DEF-EOF TO TRUE
                   NOT AT END
                       IF WS-DEF-COUNT < 200
                           ADD 1 TO WS-DEF-COUNT
                           PERFORM StoreDefinition
                       ELSE
                           DISPLAY "FIN-STMT: DEFINITION TABLE FULL"
                               " - LINE " SD-DESCRIPTION " IGNORED"
                       END-IF
               END-READ
           END-PERFORM
           IF WS-STMT-DEF-STATUS = "00" OR "10"
               CLOSE STMT-DEF-FILE
           END-IF.
       StoreDefinition.
           MOVE SD-STATEMENT    TO WS-DEF-STATEMENT(WS-DEF-COUNT)
           MOVE SD-LINE-TYPE    TO WS-DEF-TYPE(WS-DEF-COUNT)
           MOVE SD-DESCRIPTION  TO WS-DEF-DESC(WS-DEF-COUNT)
           MOVE SD-ACCOUNT-FROM TO WS-DEF-FROM(WS-DEF-COUNT)
           MOVE SD-ACCOUNT-TO   TO WS-DEF-TO(WS-DEF-COUNT)
           IF SD-TOTAL-LEVEL NUMERIC
               AND SD-TOTAL-LEVEL >= 1 AND SD-TOTAL-LEVEL <= 5
               MOVE SD-TOTAL-LEVEL TO WS-DEF-LEVEL(WS-DEF-COUNT)
           ELSE
               MOVE 1 TO WS-DEF-LEVEL(WS-DEF-COUNT)
           END-IF
           MOVE SD-REVERSE-SIGN TO WS-DEF-REVERSE(WS-DEF-COUNT)
           MOVE 0 TO WS-DEF-CURRENT(WS-DEF-COUNT)
           MOVE 0 TO WS-DEF-YTD(WS-DEF-COUNT)
           MOVE 0 TO WS-DEF-PRIOR(WS-DEF-COUNT).
      * Only the chosen entity's records up to the statement period
      * are read; each account is settled onto its statement lines
      * when the next account starts.
       GatherBalances.
           OPEN INPUT GL-MASTER-FILE
           IF WS-GL-MASTER-STATUS NOT = "00"
               DISPLAY "FIN-STMT: GLMASTER.DAT NOT AVAILABLE - "
                   "STATUS " WS-GL-MASTER-STATUS
               SET WS-MASTER-ERROR TO TRUE
               SET WS-MASTER-EOF TO TRUE
           ELSE
               MOVE LOW-VALUES     TO GLM-KEY
               MOVE WS-STMT-ENTITY TO GLM-ENTITY
               START GL-MASTER-FILE KEY NOT < GLM-KEY
                   INVALID KEY SET WS-MASTER-EOF TO TRUE
               END-START
           END-IF
           PERFORM UNTIL WS-MASTER-EOF
               READ GL-MASTER-FILE NEXT RECORD
                   AT END SET WS-MASTER-EOF TO TRUE
                   NOT AT END
                       IF GLM-ENTITY NOT = WS-STMT-ENTITY
                           SET WS-MASTER-EOF TO TRUE
                       ELSE
                           IF GLM-PERIOD <= WS-STMT-PERIOD
                               PERFORM TakeMasterRecord
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ACCOUNT-SEEN
               PERFORM SettleAccount
           END-IF
           IF NOT WS-MASTER-ERROR
               CLOSE GL-MASTER-FILE
           END-IF.
       TakeMasterRecord.
           IF WS-ACCOUNT-SEEN
               AND GLM-ACCOUNT-CODE NOT = WS-CURRENT-ACCOUNT
               PERFORM SettleAccount
           END-IF
           IF NOT WS-ACCOUNT-SEEN
               MOVE GLM-ACCOUNT-CODE TO WS-CURRENT-ACCOUNT
               MOVE 0 TO WS-ACCT-ACTIVITY WS-ACCT-YTD
                   WS-ACCT-PRIOR-YTD WS-ACCT-CLOSING
                   WS-ACCT-PRIOR-CLOSING
               SET WS-ACCOUNT-SEEN TO TRUE
           END-IF
           MOVE GLM-PERIOD(1:4) TO WS-REC-YEAR
           MOVE GLM-PERIOD(5:2) TO WS-REC-MONTH
           IF GLM-PERIOD = WS-STMT-PERIOD
               ADD GLM-PERIOD-ACTIVITY TO WS-ACCT-ACTIVITY
           END-IF
           IF WS-REC-YEAR = WS-STMT-YEAR
               ADD GLM-PERIOD-ACTIVITY TO WS-ACCT-YTD
           END-IF
           IF WS-REC-YEAR = WS-PRIOR-YEAR
               AND WS-REC-MONTH <= WS-STMT-MONTH
               ADD GLM-PERIOD-ACTIVITY TO WS-ACCT-PRIOR-YTD
           END-IF
           MOVE GLM-CLOSING-BALANCE TO WS-ACCT-CLOSING
           IF GLM-PERIOD <= WS-PRIOR-PERIOD
               MOVE GLM-CLOSING-BALANCE TO WS-ACCT-PRIOR-CLOSING
           END-IF.
      * An account that has nothing to show in any column is left
      * alone; anything else must land on a line of at least one
      * statement, or the statements are not printed at all.
       SettleAccount.
           MOVE "N" TO WS-ACCOUNT-SEEN-FLAG
           IF WS-ACCT-ACTIVITY NOT = 0 OR WS-ACCT-YTD NOT = 0
               OR WS-ACCT-PRIOR-YTD NOT = 0
               OR WS-ACCT-CLOSING NOT = 0
               OR WS-ACCT-PRIOR-CLOSING NOT = 0
               ADD 1 TO WS-ACCOUNT-COUNT
               MOVE "N" TO WS-MAPPED-FLAG
               MOVE "I" TO WS-FIND-STATEMENT
               PERFORM FindStatementLine
               IF WS-LINE-FOUND
                   SET WS-MAPPED TO TRUE
                   ADD WS-ACCT-ACTIVITY  TO WS-DEF-CURRENT(WS-DEF-IDX)
                   ADD WS-ACCT-YTD       TO WS-DEF-YTD(WS-DEF-IDX)
                   ADD WS-ACCT-PRIOR-YTD TO WS-DEF-PRIOR(WS-DEF-IDX)
               END-IF
               MOVE "B" TO WS-FIND-STATEMENT
               PERFORM FindStatementLine
               IF WS-LINE-FOUND
                   SET WS-MAPPED TO TRUE
                   ADD WS-ACCT-ACTIVITY TO WS-DEF-CURRENT(WS-DEF-IDX)
                   ADD WS-ACCT-CLOSING  TO WS-DEF-YTD(WS-DEF-IDX)
                   ADD WS-ACCT-PRIOR-CLOSING
                       TO WS-DEF-PRIOR(WS-DEF-IDX)
               END-IF
               IF NOT WS-MAPPED
                   ADD 1 TO WS-UNMAPPED-COUNT
                   IF WS-UNMAPPED-COUNT <= 100
                       MOVE WS-CURRENT-ACCOUNT
                           TO WS-UNMAPPED-ACCOUNT(WS-UNMAPPED-COUNT)
                   END-IF
               END-IF
           END-IF.
       FindStatementLine.
           MOVE "N" TO WS-LINE-FOUND-FLAG
           MOVE 0   TO WS-DEF-IDX
           PERFORM UNTIL WS-LINE-FOUND OR WS-DEF-IDX >= WS-DEF-COUNT
               ADD 1 TO WS-DEF-IDX
               IF WS-DEF-STATEMENT(WS-DEF-IDX) = WS-FIND-STATEMENT
                   AND WS-DEF-TYPE(WS-DEF-IDX) = "A"
                   AND WS-CURRENT-ACCOUNT >= WS-DEF-FROM(WS-DEF-IDX)
                   AND WS-CURRENT-ACCOUNT <= WS-DEF-TO(WS-DEF-IDX)
                   SET WS-LINE-FOUND TO TRUE
               END-IF
           END-PERFORM.
       PrintUnmappedAccounts.
           DISPLAY "FIN-STMT: " WS-UNMAPPED-COUNT " POSTED ACCOUNT(S)"
               " NOT ON STMTDEF.DAT - STATEMENTS NOT PRINTED"
           MOVE "O" TO WS-RPT-FUNCTION
           MOVE "FINSTEXC.RPT" TO WS-RPT-FILE-NAME
           MOVE SPACES TO WS-RPT-TITLE
           STRING "UNMAPPED ACCOUNTS " WS-STMT-ENTITY " - "
               WS-STMT-PERIOD
               DELIMITED BY SIZE INTO WS-RPT-TITLE
           MOVE WS-EXC-COLUMN-LINE TO WS-RPT-COLUMN-HEAD
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE
           PERFORM VARYING WS-UNMAPPED-IDX FROM 1 BY 1
                   UNTIL WS-UNMAPPED-IDX > WS-UNMAPPED-COUNT
                   OR WS-UNMAPPED-IDX > 100
               MOVE SPACES TO WS-EXC-DETAIL
               MOVE WS-UNMAPPED-ACCOUNT(WS-UNMAPPED-IDX)
                   TO WS-EXC-ACCOUNT
               MOVE "POSTED BUT NOT MAPPED TO ANY STATEMENT LINE"
                   TO WS-EXC-TEXT
               MOVE WS-EXC-DETAIL TO WS-RPT-PRINT-LINE
               MOVE "W" TO WS-RPT-FUNCTION
               CALL "RPT-WRITER" USING WS-RPT-FUNCTION
                   WS-RPT-FILE-NAME WS-RPT-TITLE WS-RPT-COLUMN-HEAD
                   WS-RPT-PRINT-LINE
           END-PERFORM
           MOVE SPACES TO WS-EXC-DETAIL
           MOVE "*** STATEMENTS NOT PRINTED" TO WS-EXC-TEXT
           MOVE WS-EXC-DETAIL TO WS-RPT-PRINT-LINE
           MOVE "T" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE
           MOVE "C" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
      * The income statement's columns are the period's activity,
      * the activity for the year to date and the same months of
      * the prior year; the balance sheet's are the period's
      * movement, the balance at the period end and the balance at
      * the same period end a year earlier.
       PrintStatement.
           MOVE "O" TO WS-RPT-FUNCTION
           MOVE SPACES TO WS-RPT-TITLE
           IF WS-PRINT-STATEMENT = "I"
               MOVE "FININC.RPT" TO WS-RPT-FILE-NAME
               STRING "INCOME STATEMENT " WS-STMT-ENTITY " - "
                   WS-STMT-PERIOD
                   DELIMITED BY SIZE INTO WS-RPT-TITLE
               MOVE WS-IS-COLUMN-LINE TO WS-RPT-COLUMN-HEAD
           ELSE
               MOVE "FINBAL.RPT" TO WS-RPT-FILE-NAME
               STRING "BALANCE SHEET " WS-STMT-ENTITY " - "
                   WS-STMT-PERIOD
                   DELIMITED BY SIZE INTO WS-RPT-TITLE
               MOVE WS-BS-COLUMN-LINE TO WS-RPT-COLUMN-HEAD
           END-IF
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE
           PERFORM VARYING WS-LEVEL-IDX FROM 1 BY 1
                   UNTIL WS-LEVEL-IDX > 5
               MOVE 0 TO WS-LEVEL-CURRENT(WS-LEVEL-IDX)
               MOVE 0 TO WS-LEVEL-YTD(WS-LEVEL-IDX)
               MOVE 0 TO WS-LEVEL-PRIOR(WS-LEVEL-IDX)
           END-PERFORM
           PERFORM VARYING WS-DEF-IDX FROM 1 BY 1
                   UNTIL WS-DEF-IDX > WS-DEF-COUNT
               IF WS-DEF-STATEMENT(WS-DEF-IDX) = WS-PRINT-STATEMENT
                   PERFORM PrintStatementLine
               END-IF
           END-PERFORM
           MOVE "C" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
       PrintStatementLine.
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE WS-DEF-DESC(WS-DEF-IDX) TO WS-RPT-DESC
           EVALUATE WS-DEF-TYPE(WS-DEF-IDX)
               WHEN "A"
                   MOVE WS-DEF-CURRENT(WS-DEF-IDX) TO WS-PRINT-CURRENT
                   MOVE WS-DEF-YTD(WS-DEF-IDX)     TO WS-PRINT-YTD
                   MOVE WS-DEF-PRIOR(WS-DEF-IDX)   TO WS-PRINT-PRIOR
                   PERFORM VARYING WS-LEVEL-IDX FROM 1 BY 1
                           UNTIL WS-LEVEL-IDX > 5
                       ADD WS-PRINT-CURRENT
                           TO WS-LEVEL-CURRENT(WS-LEVEL-IDX)
                       ADD WS-PRINT-YTD
                           TO WS-LEVEL-YTD(WS-LEVEL-IDX)
                       ADD WS-PRINT-PRIOR
                           TO WS-LEVEL-PRIOR(WS-LEVEL-IDX)
                   END-PERFORM
                   PERFORM MoveLineAmounts
                   MOVE "W" TO WS-RPT-FUNCTION
               WHEN "S"
                   MOVE WS-DEF-LEVEL(WS-DEF-IDX) TO WS-LEVEL-IDX
                   MOVE WS-LEVEL-CURRENT(WS-LEVEL-IDX)
                       TO WS-PRINT-CURRENT
                   MOVE WS-LEVEL-YTD(WS-LEVEL-IDX) TO WS-PRINT-YTD
                   MOVE WS-LEVEL-PRIOR(WS-LEVEL-IDX)
                       TO WS-PRINT-PRIOR
                   PERFORM UNTIL WS-LEVEL-IDX < 1
                       MOVE 0 TO WS-LEVEL-CURRENT(WS-LEVEL-IDX)
                       MOVE 0 TO WS-LEVEL-YTD(WS-LEVEL-IDX)
                       MOVE 0 TO WS-LEVEL-PRIOR(WS-LEVEL-IDX)
                       SUBTRACT 1 FROM WS-LEVEL-IDX
                   END-PERFORM
                   PERFORM MoveLineAmounts
                   MOVE "T" TO WS-RPT-FUNCTION
               WHEN OTHER
                   MOVE "W" TO WS-RPT-FUNCTION
           END-EVALUATE
           MOVE WS-RPT-DETAIL TO WS-RPT-PRINT-LINE
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
       MoveLineAmounts.
           IF WS-DEF-REVERSE(WS-DEF-IDX) = "Y"
               COMPUTE WS-PRINT-CURRENT = 0 - WS-PRINT-CURRENT
               COMPUTE WS-PRINT-YTD     = 0 - WS-PRINT-YTD
               COMPUTE WS-PRINT-PRIOR   = 0 - WS-PRINT-PRIOR
           END-IF
           MOVE WS-PRINT-CURRENT TO WS-RPT-CURRENT
           MOVE WS-PRINT-YTD     TO WS-RPT-YTD
           MOVE WS-PRINT-PRIOR   TO WS-RPT-PRIOR.
       WriteStartAudit.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           MOVE "FIN-STMT" TO WS-AUDIT-PROGRAM-ID
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
           MOVE "FIN-STMT"       TO WS-AUDIT-PROGRAM-ID
           MOVE WS-END-TIMESTAMP TO WS-AUDIT-TIMESTAMP
           MOVE WS-OPERATOR-ID   TO WS-AUDIT-OPERATOR-ID
           EVALUATE TRUE
               WHEN WS-MASTER-ERROR
                   MOVE "ABEND"   TO WS-AUDIT-OUTCOME
               WHEN WS-REFUSED
                   MOVE "REFUSED" TO WS-AUDIT-OUTCOME
               WHEN OTHER
                   MOVE "SUCCESS" TO WS-AUDIT-OUTCOME
           END-EVALUATE
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM-ID
               WS-AUDIT-TIMESTAMP WS-AUDIT-OPERATOR-ID
               WS-AUDIT-OUTCOME.
       WriteStepResult.
           MOVE "FINSTMT" TO WS-STEP-NAME
           MOVE WS-BUSINESS-DATE TO WS-STEP-DATE
           MOVE RETURN-CODE TO WS-STEP-RC
           CALL "STEP-LOG" USING WS-STEP-NAME WS-STEP-DATE
               WS-STEP-RC
           MOVE WS-STEP-RC TO RETURN-CODE.
       END PROGRAM FIN-STMT.
