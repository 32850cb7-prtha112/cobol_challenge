       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALLOC-RUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALLOC-RULE-FILE ASSIGN TO "ALLOCRUL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALLOC-RULE-STATUS.
           SELECT ALLOC-CONTROL-FILE ASSIGN TO "ALLOCCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALLOC-CONTROL-STATUS.
           SELECT GL-DETAIL-FILE ASSIGN TO "GLDETAIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-DETAIL-STATUS.
           SELECT POSTING-JOURNAL-FILE ASSIGN TO "POSTJRNL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PJ-KEY
               FILE STATUS IS WS-POSTING-JOURNAL-STATUS.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.
           SELECT EMPLOYEE-HISTORY-FILE ASSIGN TO "EMPHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-HISTORY-STATUS.
           SELECT ENTITY-PARM-FILE ASSIGN TO "ENTPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTITY-PARM-STATUS.
           SELECT ALLOC-FEED-FILE ASSIGN TO "TRANAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALLOC-FEED-STATUS.
           SELECT DRY-RUN-FILE ASSIGN TO "DRYRUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRY-RUN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ALLOC-RULE-FILE.
           COPY ALLOCREC.
       FD  ALLOC-CONTROL-FILE.
       01  ALLOC-CONTROL-RECORD.
           05 ALC-RULE-ID        PIC 9(4).
           05 FILLER             PIC X.
           05 ALC-LAST-PERIOD    PIC 9(6).
           05 FILLER             PIC X.
           05 ALC-POOL-TRAN-ID   PIC 9(8).
       FD  GL-DETAIL-FILE.
           COPY GLDETREC.
       FD  POSTING-JOURNAL-FILE.
           COPY PJRNREC.
       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPREC.
       FD  EMPLOYEE-HISTORY-FILE.
           COPY EMPHREC.
       FD  ENTITY-PARM-FILE.
       01  ENTITY-PARM-RECORD   PIC X(3).
       FD  ALLOC-FEED-FILE.
       01  ALLOC-FEED-RECORD    PIC X(53).
       FD  DRY-RUN-FILE.
       01  DRY-RUN-RECORD       PIC X.
       WORKING-STORAGE SECTION.
           01 WS-ALLOC-RULE-STATUS    PIC XX.
           01 WS-ALLOC-CONTROL-STATUS PIC XX.
           01 WS-GL-DETAIL-STATUS     PIC XX.
           01 WS-POSTING-JOURNAL-STATUS PIC XX.
           01 WS-EMPLOYEE-MASTER-STATUS PIC XX.
           01 WS-EMPLOYEE-HISTORY-STATUS PIC XX.
           01 WS-ENTITY-PARM-STATUS   PIC XX.
           01 WS-ALLOC-FEED-STATUS    PIC XX.
           01 WS-DRY-RUN-STATUS       PIC XX.
           01 WS-DRY-RUN-FLAG         PIC X VALUE "N".
               88 WS-DRY-RUN VALUE "Y".
           01 WS-RULE-EOF-FLAG        PIC X VALUE "N".
               88 WS-RULE-EOF VALUE "Y".
           01 WS-CTL-EOF-FLAG         PIC X VALUE "N".
               88 WS-CTL-EOF VALUE "Y".
           01 WS-DETAIL-EOF-FLAG      PIC X.
               88 WS-DETAIL-EOF VALUE "Y".
           01 WS-JRNL-EOF-FLAG        PIC X.
               88 WS-JRNL-EOF VALUE "Y".
           01 WS-PRIOR-POSTED-FLAG    PIC X.
               88 WS-PRIOR-POSTED VALUE "Y".
           01 WS-ALLOCATED-BEFORE-FLAG PIC X.
               88 WS-ALLOCATED-BEFORE VALUE "Y".
           01 WS-NO-ID-FLAG           PIC X.
               88 WS-NO-ID VALUE "Y".
           01 WS-EMPLOYEE-EOF-FLAG    PIC X VALUE "N".
               88 WS-EMPLOYEE-EOF VALUE "Y".
           01 WS-HISTORY-EOF-FLAG     PIC X VALUE "N".
               88 WS-HISTORY-EOF VALUE "Y".
           01 WS-LEGS-OK-FLAG         PIC X.
               88 WS-LEGS-OK VALUE "Y".
           01 WS-GROUP-END-FLAG       PIC X.
               88 WS-GROUP-END VALUE "Y".
           01 WS-DEFAULT-ENTITY       PIC X(3) VALUE "001".
           01 WS-WORK-ENTITY          PIC X(3).
           01 WS-CUR-PERIOD           PIC 9(6).
           01 WS-DETAIL-PERIOD        PIC 9(6).
           01 WS-CUR-YEAR             PIC 9(4).
           01 WS-CUR-MONTH            PIC 9(2).
           01 WS-CUR-DAY              PIC 9(2).
           01 WS-LAST-DAY             PIC 9(2).
           01 WS-PERIOD-END-DAY       PIC 9(2).
      * Every receiver line of every rule, in file order, with the
      * weight its basis gives it and the share it is allocated.
           01 WS-LINE-TABLE.
               05 WS-LINE-ENTRY OCCURS 500 TIMES.
                   10 WS-LN-RULE-ID     PIC 9(4).
                   10 WS-LN-ENTITY      PIC X(3).
                   10 WS-LN-SOURCE-ACCT PIC X(8).
                   10 WS-LN-SOURCE-CC   PIC X(4).
                   10 WS-LN-BASIS       PIC X.
                   10 WS-LN-RECEIVER-CC PIC X(4).
                   10 WS-LN-TARGET-ACCT PIC X(8).
                   10 WS-LN-PERCENT     PIC 9(3)V99.
                   10 WS-LN-WEIGHT      PIC 9(6)V99.
                   10 WS-LN-SHARE       PIC 9(9)V99.
           01 WS-LINE-COUNT           PIC 9(3) VALUE 0.
           01 WS-LINE-IDX             PIC 9(3).
           01 WS-FIRST-LINE           PIC 9(3).
           01 WS-LAST-LINE            PIC 9(3).
      * Rule id, the last period each rule was allocated for and
      * the pool leg's transaction id of that allocation, carried
      * from night to night in ALLOCCTL.DAT.
           01 WS-CTL-TABLE.
               05 WS-CTL-ENTRY OCCURS 500 TIMES.
                   10 WS-CTL-RULE-ID      PIC 9(4).
                   10 WS-CTL-LAST-PERIOD  PIC 9(6).
                   10 WS-CTL-POOL-TRAN-ID PIC 9(8).
           01 WS-CTL-COUNT            PIC 9(3) VALUE 0.
           01 WS-CTL-IDX              PIC 9(3).
           01 WS-CTL-FOUND-FLAG       PIC X.
               88 WS-CTL-FOUND VALUE "Y".
      * Active headcount by department, the driver for basis "H".
           01 WS-HEAD-TABLE.
               05 WS-HEAD-ENTRY OCCURS 200 TIMES.
                   10 WS-HEAD-DEPT      PIC X(4).
                   10 WS-HEAD-COUNT     PIC 9(6).
           01 WS-HEAD-TABLE-COUNT     PIC 9(3) VALUE 0.
           01 WS-HEAD-IDX             PIC 9(3).
           01 WS-HEAD-FOUND-FLAG      PIC X.
               88 WS-HEAD-FOUND VALUE "Y".
           01 WS-PERIOD-LAST-DATE     PIC 9(8).
           01 WS-POOL-AMOUNT          PIC S9(11)V99.
           01 WS-POOL-ABS             PIC 9(11)V99.
           01 WS-POOL-AFTER           PIC S9(11)V99.
           01 WS-TOTAL-WEIGHT         PIC 9(8)V99.
           01 WS-CUM-WEIGHT           PIC 9(8)V99.
           01 WS-CUM-SHARE            PIC 9(11)V99.
           01 WS-PRIOR-CUM-SHARE      PIC 9(11)V99.
           01 WS-SIGNED-SHARE         PIC S9(11)V99.
           01 WS-POOL-TYPE            PIC X.
           01 WS-RECEIVER-TYPE        PIC X.
           01 WS-HOLD-REASON          PIC X(20).
           01 WS-BASIS-NAME           PIC X(10).
      * The legs of one pool are built and edited together and
      * only written once every leg has passed.
           01 WS-LEG-TABLE.
               05 WS-LEG-ENTRY OCCURS 100 TIMES PIC X(53).
           01 WS-LEG-COUNT            PIC 9(3).
           01 WS-LEG-IDX              PIC 9(3).
           01 WS-LEG-ACCOUNT          PIC X(8).
           01 WS-LEG-CENTER           PIC X(4).
           01 WS-LEG-TYPE             PIC X.
           01 WS-LEG-AMOUNT           PIC 9(9)V99.
           01 WS-POOL-COUNT           PIC 9(6) VALUE 0.
           01 WS-ALLOCATED-COUNT      PIC 9(6) VALUE 0.
           01 WS-EARLIER-COUNT        PIC 9(6) VALUE 0.
           01 WS-HELD-COUNT           PIC 9(6) VALUE 0.
           01 WS-ENTRY-COUNT          PIC 9(6) VALUE 0.
           01 WS-ALLOCATED-TOTAL      PIC 9(11)V99 VALUE 0.
           01 WS-RPT-COLUMN-LINE.
               05 FILLER PIC X(5)  VALUE "RULE".
               05 FILLER PIC X(9)  VALUE "ACCOUNT".
               05 FILLER PIC X(5)  VALUE "CNTR".
               05 FILLER PIC X(11) VALUE "BASIS".
               05 FILLER PIC X(5)  VALUE "RECV".
               05 FILLER PIC X(9)  VALUE "TO ACCT".
               05 FILLER PIC X(11) VALUE "  PCT/HEADS".
               05 FILLER PIC X(20) VALUE "              AMOUNT".
               05 FILLER PIC X(1)  VALUE SPACE.
               05 FILLER PIC X(20) VALUE "STATUS".
           01 WS-RPT-DETAIL.
               05 WS-RPT-RULE        PIC 9(4).
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-ACCOUNT     PIC X(8).
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-CENTER      PIC X(4).
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-BASIS       PIC X(10).
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-RECEIVER    PIC X(4).
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-TARGET      PIC X(8).
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-BASIS-VALUE PIC X(10).
               05 WS-RPT-PERCENT REDEFINES WS-RPT-BASIS-VALUE
                                     PIC ZZZZZZ9.99.
               05 WS-RPT-HEADS REDEFINES WS-RPT-BASIS-VALUE
                                     PIC ZZZZZZZZZ9.
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-AMOUNT      PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-STATUS      PIC X(20).
           01 WS-RPT-TOTAL-LINE.
               05 WS-RPT-TOT-LABEL   PIC X(30).
               05 WS-RPT-TOT-COUNT   PIC ZZZ,ZZ9.
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-TOT-AMOUNT  PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
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
           IF WS-CUR-DAY > WS-PERIOD-END-DAY
               PERFORM ReadEntityParm
               PERFORM LoadRules
               PERFORM LoadControlTable
               PERFORM LoadHeadcounts
               PERFORM BackOutLaterMoves
               PERFORM OpenOutputFiles
               PERFORM ProcessRules
               PERFORM CloseOutputFiles
               IF NOT WS-DRY-RUN
                   PERFORM RewriteControlTable
               END-IF
           ELSE
               DISPLAY "ALLOC-RUN: NOT IN PERIOD-END WINDOW - "
                   "NOTHING ALLOCATED"
           END-IF
           DISPLAY "ALLOC-RUN: " WS-ALLOCATED-COUNT " ALLOCATED, "
               WS-EARLIER-COUNT " ALREADY DONE, " WS-HELD-COUNT
               " HELD"
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
      * Pools are allocated in the same last-three-days window
      * STJ-GEN and FA-DEPR use, so the entries reach the ledger
      * before the period is closed. Every window night takes
      * what is left in the pool, so movement posted after the
      * first night is still spread before the close.
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
       LoadRules.
           OPEN INPUT ALLOC-RULE-FILE
           IF WS-ALLOC-RULE-STATUS NOT = "00"
               DISPLAY "ALLOC-RUN: ALLOCRUL.DAT NOT AVAILABLE - "
                   "NO POOLS ALLOCATED"
               SET WS-RULE-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-RULE-EOF
               READ ALLOC-RULE-FILE
                   AT END SET WS-RULE-EOF TO TRUE
                   NOT AT END
                       IF WS-LINE-COUNT < 500
                           ADD 1 TO WS-LINE-COUNT
                           PERFORM StoreRuleLine
                       ELSE
                           DISPLAY "ALLOC-RUN: RULE TABLE FULL - "
                               "RULE " AR-RULE-ID " LINE IGNORED"
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ALLOC-RULE-STATUS = "00" OR "10"
               CLOSE ALLOC-RULE-FILE
           END-IF.
       StoreRuleLine.
           MOVE AR-RULE-ID        TO WS-LN-RULE-ID(WS-LINE-COUNT)
           MOVE AR-ENTITY         TO WS-LN-ENTITY(WS-LINE-COUNT)
           MOVE AR-SOURCE-ACCOUNT TO WS-LN-SOURCE-ACCT(WS-LINE-COUNT)
           MOVE AR-SOURCE-CC      TO WS-LN-SOURCE-CC(WS-LINE-COUNT)
           MOVE AR-BASIS          TO WS-LN-BASIS(WS-LINE-COUNT)
           MOVE AR-RECEIVER-CC    TO WS-LN-RECEIVER-CC(WS-LINE-COUNT)
           IF AR-TARGET-ACCOUNT = SPACES
               MOVE AR-SOURCE-ACCOUNT
                   TO WS-LN-TARGET-ACCT(WS-LINE-COUNT)
           ELSE
               MOVE AR-TARGET-ACCOUNT
                   TO WS-LN-TARGET-ACCT(WS-LINE-COUNT)
           END-IF
           IF AR-PERCENT NUMERIC
               MOVE AR-PERCENT TO WS-LN-PERCENT(WS-LINE-COUNT)
           ELSE
               MOVE 0 TO WS-LN-PERCENT(WS-LINE-COUNT)
           END-IF
           MOVE 0 TO WS-LN-WEIGHT(WS-LINE-COUNT)
           MOVE 0 TO WS-LN-SHARE(WS-LINE-COUNT).
       LoadControlTable.
           OPEN INPUT ALLOC-CONTROL-FILE
           IF WS-ALLOC-CONTROL-STATUS = "00"
               PERFORM UNTIL WS-CTL-EOF
                   READ ALLOC-CONTROL-FILE
                       AT END SET WS-CTL-EOF TO TRUE
                       NOT AT END
                           IF WS-CTL-COUNT < 500
                               ADD 1 TO WS-CTL-COUNT
                               MOVE ALC-RULE-ID TO
                                   WS-CTL-RULE-ID(WS-CTL-COUNT)
                               MOVE ALC-LAST-PERIOD TO
                                   WS-CTL-LAST-PERIOD(WS-CTL-COUNT)
                               IF ALC-POOL-TRAN-ID NUMERIC
                                   MOVE ALC-POOL-TRAN-ID TO
                                     WS-CTL-POOL-TRAN-ID(WS-CTL-COUNT)
                               ELSE
                                   MOVE 0 TO
                                     WS-CTL-POOL-TRAN-ID(WS-CTL-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALLOC-CONTROL-FILE
           END-IF.
      * Only active employees count toward a department's
      * headcount; the department code is the cost center they
      * are charged to.
       LoadHeadcounts.
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-EMPLOYEE-MASTER-STATUS NOT = "00"
               DISPLAY "ALLOC-RUN: EMPMAST.DAT NOT AVAILABLE - "
                   "HEADCOUNT POOLS WILL BE HELD"
               SET WS-EMPLOYEE-EOF TO TRUE
           ELSE
               MOVE 0 TO EM-EMPLOYEE-ID
               START EMPLOYEE-MASTER-FILE KEY IS >= EM-EMPLOYEE-ID
                   INVALID KEY SET WS-EMPLOYEE-EOF TO TRUE
               END-START
           END-IF
           PERFORM UNTIL WS-EMPLOYEE-EOF
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END SET WS-EMPLOYEE-EOF TO TRUE
                   NOT AT END
                       IF EM-ACTIVE
                           PERFORM CountOneEmployee
                       END-IF
               END-READ
           END-PERFORM
           IF WS-EMPLOYEE-MASTER-STATUS = "00" OR "10"
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF.
       CountOneEmployee.
           MOVE "N" TO WS-HEAD-FOUND-FLAG
           MOVE 0   TO WS-HEAD-IDX
           PERFORM UNTIL WS-HEAD-FOUND
                   OR WS-HEAD-IDX >= WS-HEAD-TABLE-COUNT
               ADD 1 TO WS-HEAD-IDX
               IF WS-HEAD-DEPT(WS-HEAD-IDX) = EM-DEPT-CODE
                   SET WS-HEAD-FOUND TO TRUE
                   ADD 1 TO WS-HEAD-COUNT(WS-HEAD-IDX)
               END-IF
           END-PERFORM
           IF NOT WS-HEAD-FOUND AND WS-HEAD-TABLE-COUNT < 200
               ADD 1 TO WS-HEAD-TABLE-COUNT
               MOVE EM-DEPT-CODE TO WS-HEAD-DEPT(WS-HEAD-TABLE-COUNT)
               MOVE 1 TO WS-HEAD-COUNT(WS-HEAD-TABLE-COUNT)
           END-IF.
      * The roster already carries changes keyed ahead of their
      * effective date; those dated after the period's last day
      * are taken back out, so the driver is the headcount as of
      * the period end.
       BackOutLaterMoves.
           COMPUTE WS-PERIOD-LAST-DATE = WS-CUR-PERIOD * 100
               + WS-LAST-DAY
           OPEN INPUT EMPLOYEE-HISTORY-FILE
           IF WS-EMPLOYEE-HISTORY-STATUS NOT = "00"
               SET WS-HISTORY-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-HISTORY-EOF
               READ EMPLOYEE-HISTORY-FILE
                   AT END SET WS-HISTORY-EOF TO TRUE
                   NOT AT END
                       IF EH-EFFECTIVE-DATE > WS-PERIOD-LAST-DATE
                           PERFORM BackOutOneMove
                       END-IF
               END-READ
           END-PERFORM
           IF WS-EMPLOYEE-HISTORY-STATUS = "00" OR "10"
               CLOSE EMPLOYEE-HISTORY-FILE
           END-IF.
       BackOutOneMove.
           IF EH-NOW-ACTIVE
               PERFORM VARYING WS-HEAD-IDX FROM 1 BY 1
                       UNTIL WS-HEAD-IDX > WS-HEAD-TABLE-COUNT
                   IF WS-HEAD-DEPT(WS-HEAD-IDX) = EH-NEW-DEPT
                       AND WS-HEAD-COUNT(WS-HEAD-IDX) > 0
                       SUBTRACT 1 FROM WS-HEAD-COUNT(WS-HEAD-IDX)
                   END-IF
               END-PERFORM
           END-IF
           IF EH-WAS-ACTIVE
               MOVE EH-OLD-DEPT TO EM-DEPT-CODE
               PERFORM CountOneEmployee
           END-IF.
      * The feed is opened in extend: TRAN-EDIT clears it once
      * consumed, so anything still here is a prior run's entries
      * and must survive this one.
       OpenOutputFiles.
           IF NOT WS-DRY-RUN
               OPEN EXTEND ALLOC-FEED-FILE
               IF WS-ALLOC-FEED-STATUS = "35"
                   OPEN OUTPUT ALLOC-FEED-FILE
               END-IF
           END-IF
           MOVE "O" TO WS-RPT-FUNCTION
           MOVE "ALLOC.RPT" TO WS-RPT-FILE-NAME
           MOVE SPACES TO WS-RPT-TITLE
           STRING "COST ALLOCATION - PERIOD " WS-CUR-PERIOD
               DELIMITED BY SIZE INTO WS-RPT-TITLE
           MOVE WS-RPT-COLUMN-LINE TO WS-RPT-COLUMN-HEAD
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
       CloseOutputFiles.
           IF NOT WS-DRY-RUN
               CLOSE ALLOC-FEED-FILE
           END-IF
           MOVE "POOLS ALLOCATED" TO WS-RPT-TOT-LABEL
           MOVE WS-ALLOCATED-COUNT TO WS-RPT-TOT-COUNT
           MOVE WS-ALLOCATED-TOTAL TO WS-RPT-TOT-AMOUNT
           PERFORM WriteTotalLine
           MOVE "ALLOCATED EARLIER IN PERIOD" TO WS-RPT-TOT-LABEL
           MOVE WS-EARLIER-COUNT TO WS-RPT-TOT-COUNT
           MOVE 0 TO WS-RPT-TOT-AMOUNT
           PERFORM WriteTotalLine
           MOVE "NOT ALLOCATED" TO WS-RPT-TOT-LABEL
           MOVE WS-HELD-COUNT TO WS-RPT-TOT-COUNT
           MOVE 0 TO WS-RPT-TOT-AMOUNT
           PERFORM WriteTotalLine
           MOVE "C" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
      * The lines of one rule are taken together: the first line
      * of the group supplies the pool, every line a receiver.
       ProcessRules.
           MOVE 1 TO WS-LINE-IDX
           PERFORM UNTIL WS-LINE-IDX > WS-LINE-COUNT
               MOVE WS-LINE-IDX TO WS-FIRST-LINE
               MOVE WS-LINE-IDX TO WS-LAST-LINE
               MOVE "N" TO WS-GROUP-END-FLAG
               PERFORM UNTIL WS-GROUP-END
                   IF WS-LAST-LINE >= WS-LINE-COUNT
                       SET WS-GROUP-END TO TRUE
                   ELSE
                       IF WS-LN-RULE-ID(WS-LAST-LINE + 1)
                           = WS-LN-RULE-ID(WS-FIRST-LINE)
                           ADD 1 TO WS-LAST-LINE
                       ELSE
                           SET WS-GROUP-END TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               ADD 1 TO WS-POOL-COUNT
               PERFORM ProcessOneRule
               COMPUTE WS-LINE-IDX = WS-LAST-LINE + 1
           END-PERFORM.
       ProcessOneRule.
           MOVE SPACES TO WS-HOLD-REASON
           IF WS-LN-BASIS(WS-FIRST-LINE) = "H"
               MOVE "HEADCOUNT" TO WS-BASIS-NAME
           ELSE
               MOVE "PERCENT" TO WS-BASIS-NAME
           END-IF
           IF WS-LN-ENTITY(WS-FIRST-LINE) = SPACES
               MOVE WS-DEFAULT-ENTITY TO WS-WORK-ENTITY
           ELSE
               MOVE WS-LN-ENTITY(WS-FIRST-LINE) TO WS-WORK-ENTITY
           END-IF
           MOVE 0   TO WS-POOL-AMOUNT
           MOVE "N" TO WS-ALLOCATED-BEFORE-FLAG
           MOVE "N" TO WS-NO-ID-FLAG
           PERFORM FindControlEntry
           IF WS-CTL-FOUND
               AND WS-CTL-LAST-PERIOD(WS-CTL-IDX) >= WS-CUR-PERIOD
               SET WS-ALLOCATED-BEFORE TO TRUE
               PERFORM CheckPriorPosted
           END-IF
           IF WS-HOLD-REASON = SPACES
               PERFORM ComputePool
               PERFORM ComputeWeights
               PERFORM CheckRule
           END-IF
           IF WS-HOLD-REASON = "NOTHING TO ALLOCATE"
               AND WS-ALLOCATED-BEFORE
               ADD 1 TO WS-EARLIER-COUNT
               MOVE "ALLOCATED EARLIER" TO WS-HOLD-REASON
               PERFORM WritePoolLine
           ELSE
               IF WS-HOLD-REASON = SPACES
                   PERFORM ComputeShares
                   PERFORM BuildRuleLegs
               END-IF
               IF WS-HOLD-REASON = SPACES
                   PERFORM WriteLegs
                   PERFORM RecordAllocation
                   ADD 1 TO WS-ALLOCATED-COUNT
                   ADD WS-POOL-ABS TO WS-ALLOCATED-TOTAL
                   PERFORM WritePoolLine
                   PERFORM WriteReceiverLines
                   PERFORM WritePoolNetLine
               ELSE
                   ADD 1 TO WS-HELD-COUNT
                   PERFORM WritePoolLine
                   DISPLAY "ALLOC-RUN: RULE "
                       WS-LN-RULE-ID(WS-FIRST-LINE)
                       " NOT ALLOCATED - " WS-HOLD-REASON
               END-IF
           END-IF
           MOVE SPACES TO WS-RPT-PRINT-LINE
           MOVE "W" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
       FindControlEntry.
           MOVE "N" TO WS-CTL-FOUND-FLAG
           MOVE 0   TO WS-CTL-IDX
           PERFORM UNTIL WS-CTL-FOUND OR WS-CTL-IDX >= WS-CTL-COUNT
               ADD 1 TO WS-CTL-IDX
               IF WS-CTL-RULE-ID(WS-CTL-IDX)
                   = WS-LN-RULE-ID(WS-FIRST-LINE)
                   SET WS-CTL-FOUND TO TRUE
               END-IF
           END-PERFORM.
      * A rule already allocated this period takes only the
      * remainder, which GLDETAIL.DAT shows once the earlier
      * allocation has posted: its pool leg credits the source
      * account and cost center back. Until that pool leg is on
      * POSTJRNL.DAT (held for release, or rejected to suspense)
      * the rule waits, or the same amount would be spread twice.
      * A rule waiting on an entry that will never post is freed
      * by removing its line from ALLOCCTL.DAT.
       CheckPriorPosted.
           IF WS-CTL-POOL-TRAN-ID(WS-CTL-IDX) > 0
               MOVE "N" TO WS-PRIOR-POSTED-FLAG
               MOVE "N" TO WS-JRNL-EOF-FLAG
               OPEN INPUT POSTING-JOURNAL-FILE
               IF WS-POSTING-JOURNAL-STATUS = "00"
                   COMPUTE PJ-RUN-DATE = WS-CUR-PERIOD * 100 + 1
                   MOVE 0 TO PJ-BATCH-SEQ
                   MOVE 0 TO PJ-RUN-SEQ
                   START POSTING-JOURNAL-FILE KEY IS >= PJ-KEY
                       INVALID KEY SET WS-JRNL-EOF TO TRUE
                   END-START
                   PERFORM UNTIL WS-JRNL-EOF OR WS-PRIOR-POSTED
                       READ POSTING-JOURNAL-FILE NEXT RECORD
                           AT END SET WS-JRNL-EOF TO TRUE
                           NOT AT END
                               IF PJ-TRAN-ID
                                   = WS-CTL-POOL-TRAN-ID(WS-CTL-IDX)
                                   SET WS-PRIOR-POSTED TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE POSTING-JOURNAL-FILE
               END-IF
               IF NOT WS-PRIOR-POSTED
                   MOVE "PRIOR NOT POSTED" TO WS-HOLD-REASON
               END-IF
           END-IF.
      * The pool is the period's net movement on the source
      * account and cost center as posted to GLDETAIL.DAT so far,
      * earlier allocations from it included, so it is what is
      * left to spread; a blank entity on a legacy detail line is
      * the home entity.
       ComputePool.
           MOVE 0 TO WS-POOL-AMOUNT
           MOVE "N" TO WS-DETAIL-EOF-FLAG
           OPEN INPUT GL-DETAIL-FILE
           IF WS-GL-DETAIL-STATUS NOT = "00"
               SET WS-DETAIL-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-DETAIL-EOF
               READ GL-DETAIL-FILE
                   AT END SET WS-DETAIL-EOF TO TRUE
                   NOT AT END
                       PERFORM SetDetailPeriod
                       IF GL-DET-ACCOUNT-CODE
                               = WS-LN-SOURCE-ACCT(WS-FIRST-LINE)
                           AND GL-DET-COST-CENTER
                               = WS-LN-SOURCE-CC(WS-FIRST-LINE)
                           AND WS-DETAIL-PERIOD = WS-CUR-PERIOD
                           AND (GL-DET-ENTITY = WS-WORK-ENTITY
                           OR (GL-DET-ENTITY = SPACES
                           AND WS-WORK-ENTITY = WS-DEFAULT-ENTITY))
                           ADD GL-DET-NET-AMOUNT TO WS-POOL-AMOUNT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-GL-DETAIL-STATUS = "00" OR "10"
               CLOSE GL-DETAIL-FILE
           END-IF
           IF WS-POOL-AMOUNT < 0
               COMPUTE WS-POOL-ABS = 0 - WS-POOL-AMOUNT
           ELSE
               MOVE WS-POOL-AMOUNT TO WS-POOL-ABS
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
       ComputeWeights.
           MOVE 0 TO WS-TOTAL-WEIGHT
           PERFORM VARYING WS-LINE-IDX FROM WS-FIRST-LINE BY 1
                   UNTIL WS-LINE-IDX > WS-LAST-LINE
               IF WS-LN-BASIS(WS-FIRST-LINE) = "H"
                   PERFORM FindHeadcount
               ELSE
                   MOVE WS-LN-PERCENT(WS-LINE-IDX)
                       TO WS-LN-WEIGHT(WS-LINE-IDX)
               END-IF
               ADD WS-LN-WEIGHT(WS-LINE-IDX) TO WS-TOTAL-WEIGHT
           END-PERFORM.
       FindHeadcount.
           MOVE 0 TO WS-LN-WEIGHT(WS-LINE-IDX)
           PERFORM VARYING WS-HEAD-IDX FROM 1 BY 1
                   UNTIL WS-HEAD-IDX > WS-HEAD-TABLE-COUNT
               IF WS-HEAD-DEPT(WS-HEAD-IDX)
                   = WS-LN-RECEIVER-CC(WS-LINE-IDX)
                   MOVE WS-HEAD-COUNT(WS-HEAD-IDX)
                       TO WS-LN-WEIGHT(WS-LINE-IDX)
               END-IF
           END-PERFORM.
       CheckRule.
           EVALUATE TRUE
               WHEN WS-LN-BASIS(WS-FIRST-LINE) NOT = "P" AND "H"
                   MOVE "UNKNOWN BASIS" TO WS-HOLD-REASON
               WHEN WS-LAST-LINE - WS-FIRST-LINE + 1 > 99
                   MOVE "TOO MANY RECEIVERS" TO WS-HOLD-REASON
               WHEN WS-LN-BASIS(WS-FIRST-LINE) = "P"
                   AND WS-TOTAL-WEIGHT NOT = 100
                   MOVE "PERCENTS NOT 100" TO WS-HOLD-REASON
               WHEN WS-TOTAL-WEIGHT = 0
                   MOVE "NO HEADCOUNT" TO WS-HOLD-REASON
               WHEN WS-POOL-AMOUNT = 0
                   MOVE "NOTHING TO ALLOCATE" TO WS-HOLD-REASON
               WHEN WS-POOL-ABS > 999999999.99
                   MOVE "POOL TOO LARGE" TO WS-HOLD-REASON
           END-EVALUATE.
      * Each receiver's share is the rounded running total of the
      * pool to its cumulative weight less the running total
      * before it, so the shares always add back to the pool to
      * the cent and the last receiver absorbs no odd rounding.
       ComputeShares.
           MOVE 0 TO WS-CUM-WEIGHT
           MOVE 0 TO WS-PRIOR-CUM-SHARE
           PERFORM VARYING WS-LINE-IDX FROM WS-FIRST-LINE BY 1
                   UNTIL WS-LINE-IDX > WS-LAST-LINE
               ADD WS-LN-WEIGHT(WS-LINE-IDX) TO WS-CUM-WEIGHT
               COMPUTE WS-CUM-SHARE ROUNDED =
                   WS-POOL-ABS * WS-CUM-WEIGHT / WS-TOTAL-WEIGHT
               COMPUTE WS-LN-SHARE(WS-LINE-IDX) =
                   WS-CUM-SHARE - WS-PRIOR-CUM-SHARE
               MOVE WS-CUM-SHARE TO WS-PRIOR-CUM-SHARE
           END-PERFORM.
      * A debit pool is credited out of the source cost center and
      * debited to the receivers; a credit pool the other way.
       BuildRuleLegs.
           IF WS-POOL-AMOUNT > 0
               MOVE "C" TO WS-POOL-TYPE
               MOVE "D" TO WS-RECEIVER-TYPE
           ELSE
               MOVE "D" TO WS-POOL-TYPE
               MOVE "C" TO WS-RECEIVER-TYPE
           END-IF
           MOVE 0 TO WS-LEG-COUNT
           MOVE "Y" TO WS-LEGS-OK-FLAG
           MOVE WS-LN-SOURCE-ACCT(WS-FIRST-LINE) TO WS-LEG-ACCOUNT
           MOVE WS-LN-SOURCE-CC(WS-FIRST-LINE) TO WS-LEG-CENTER
           MOVE WS-POOL-TYPE TO WS-LEG-TYPE
           MOVE WS-POOL-ABS TO WS-LEG-AMOUNT
           PERFORM BuildOneLeg
           PERFORM VARYING WS-LINE-IDX FROM WS-FIRST-LINE BY 1
                   UNTIL WS-LINE-IDX > WS-LAST-LINE
               MOVE WS-LN-TARGET-ACCT(WS-LINE-IDX) TO WS-LEG-ACCOUNT
               MOVE WS-LN-RECEIVER-CC(WS-LINE-IDX) TO WS-LEG-CENTER
               MOVE WS-RECEIVER-TYPE TO WS-LEG-TYPE
               MOVE WS-LN-SHARE(WS-LINE-IDX) TO WS-LEG-AMOUNT
               PERFORM BuildOneLeg
           END-PERFORM
           PERFORM NumberLegs
           IF NOT WS-LEGS-OK
               IF WS-NO-ID
                   MOVE "NO TRAN ID" TO WS-HOLD-REASON
               ELSE
                   STRING "EDIT FAILED - " WS-EDIT-REASON-CODE
                       DELIMITED BY SIZE INTO WS-HOLD-REASON
               END-IF
           END-IF.
      * A receiver whose share rounds to nothing is left out
      * rather than sent to the edit.
       BuildOneLeg.
           IF WS-LEG-AMOUNT > 0 AND WS-LEGS-OK
               MOVE SPACES TO TRANSACTION-RECORD
               MOVE 0                 TO TR-TRAN-ID
               MOVE WS-BUSINESS-DATE  TO TR-TRAN-DATE
               MOVE WS-LEG-ACCOUNT    TO TR-ACCOUNT-CODE
               MOVE WS-LEG-TYPE       TO TR-TYPE-CODE
               MOVE WS-LEG-AMOUNT     TO TR-AMOUNT
               MOVE WS-LEG-CENTER     TO TR-COST-CENTER
               MOVE WS-LN-ENTITY(WS-FIRST-LINE) TO TR-ENTITY
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
      * Once every leg has passed the edit each is given its
      * transaction id from the ALLOCRUN range on DOCNUM.DAT
      * through DOC-NUM. If the range runs out the pool is held
      * and the ids already drawn show as gaps on DOCNUM-RPT. A
      * dry run draws no ids.
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
           MOVE "ALLOCRUN" TO WS-DOCNUM-SOURCE
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
                   WRITE ALLOC-FEED-RECORD
                       FROM WS-LEG-ENTRY(WS-LEG-IDX)
                   ADD 1 TO WS-ENTRY-COUNT
               END-PERFORM
           END-IF.
      * The pool leg is always the first leg written.
       RecordAllocation.
           MOVE WS-LEG-ENTRY(1) TO TRANSACTION-RECORD
           IF WS-CTL-FOUND
               MOVE WS-CUR-PERIOD TO WS-CTL-LAST-PERIOD(WS-CTL-IDX)
               MOVE TR-TRAN-ID TO WS-CTL-POOL-TRAN-ID(WS-CTL-IDX)
           ELSE
               IF WS-CTL-COUNT < 500
                   ADD 1 TO WS-CTL-COUNT
                   MOVE WS-LN-RULE-ID(WS-FIRST-LINE)
                       TO WS-CTL-RULE-ID(WS-CTL-COUNT)
                   MOVE WS-CUR-PERIOD
                       TO WS-CTL-LAST-PERIOD(WS-CTL-COUNT)
                   MOVE TR-TRAN-ID
                       TO WS-CTL-POOL-TRAN-ID(WS-CTL-COUNT)
               END-IF
           END-IF.
       WritePoolLine.
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE WS-LN-RULE-ID(WS-FIRST-LINE)     TO WS-RPT-RULE
           MOVE WS-LN-SOURCE-ACCT(WS-FIRST-LINE) TO WS-RPT-ACCOUNT
           MOVE WS-LN-SOURCE-CC(WS-FIRST-LINE)   TO WS-RPT-CENTER
           MOVE WS-BASIS-NAME  TO WS-RPT-BASIS
           MOVE WS-POOL-AMOUNT TO WS-RPT-AMOUNT
           IF WS-HOLD-REASON = SPACES
               MOVE "POOL" TO WS-RPT-STATUS
           ELSE
               MOVE WS-HOLD-REASON TO WS-RPT-STATUS
           END-IF
           PERFORM WriteDetailLine.
      * Receiver amounts carry the sign they are booked with, so
      * the pool line less the receiver lines is the pool left.
       WriteReceiverLines.
           MOVE WS-POOL-AMOUNT TO WS-POOL-AFTER
           PERFORM VARYING WS-LINE-IDX FROM WS-FIRST-LINE BY 1
                   UNTIL WS-LINE-IDX > WS-LAST-LINE
               MOVE SPACES TO WS-RPT-DETAIL
               MOVE WS-LN-RECEIVER-CC(WS-LINE-IDX) TO WS-RPT-RECEIVER
               MOVE WS-LN-TARGET-ACCT(WS-LINE-IDX) TO WS-RPT-TARGET
               IF WS-LN-BASIS(WS-FIRST-LINE) = "H"
                   MOVE WS-LN-WEIGHT(WS-LINE-IDX) TO WS-RPT-HEADS
               ELSE
                   MOVE WS-LN-PERCENT(WS-LINE-IDX) TO WS-RPT-PERCENT
               END-IF
               IF WS-POOL-AMOUNT > 0
                   MOVE WS-LN-SHARE(WS-LINE-IDX) TO WS-SIGNED-SHARE
               ELSE
                   COMPUTE WS-SIGNED-SHARE =
                       0 - WS-LN-SHARE(WS-LINE-IDX)
               END-IF
               SUBTRACT WS-SIGNED-SHARE FROM WS-POOL-AFTER
               MOVE WS-SIGNED-SHARE TO WS-RPT-AMOUNT
               MOVE "ALLOCATED" TO WS-RPT-STATUS
               PERFORM WriteDetailLine
           END-PERFORM.
       WritePoolNetLine.
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE WS-LN-RULE-ID(WS-FIRST-LINE)     TO WS-RPT-RULE
           MOVE WS-LN-SOURCE-ACCT(WS-FIRST-LINE) TO WS-RPT-ACCOUNT
           MOVE WS-LN-SOURCE-CC(WS-FIRST-LINE)   TO WS-RPT-CENTER
           MOVE WS-POOL-AFTER TO WS-RPT-AMOUNT
           MOVE "POOL AFTER ALLOC" TO WS-RPT-STATUS
           PERFORM WriteDetailLine.
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
       RewriteControlTable.
           OPEN OUTPUT ALLOC-CONTROL-FILE
           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
                   UNTIL WS-CTL-IDX > WS-CTL-COUNT
               MOVE SPACES TO ALLOC-CONTROL-RECORD
               MOVE WS-CTL-RULE-ID(WS-CTL-IDX) TO ALC-RULE-ID
               MOVE WS-CTL-LAST-PERIOD(WS-CTL-IDX)
                   TO ALC-LAST-PERIOD
               MOVE WS-CTL-POOL-TRAN-ID(WS-CTL-IDX)
                   TO ALC-POOL-TRAN-ID
               WRITE ALLOC-CONTROL-RECORD
           END-PERFORM
           CLOSE ALLOC-CONTROL-FILE.
       WriteRunStats.
           MOVE "ALLOC-RUN" TO WS-STAT-PROGRAM-ID
           MOVE WS-BUSINESS-DATE TO WS-STAT-RUN-DATE
           MOVE WS-LINE-COUNT TO WS-STAT-READ-COUNT
           MOVE WS-ENTRY-COUNT TO WS-STAT-WRITE-COUNT
           MOVE WS-HELD-COUNT TO WS-STAT-REJECT-COUNT
           MOVE 0 TO WS-STAT-CKPT-COUNT
           CALL "STATS-LOG" USING WS-STAT-PROGRAM-ID
               WS-STAT-RUN-DATE WS-STAT-READ-COUNT
               WS-STAT-WRITE-COUNT WS-STAT-REJECT-COUNT
               WS-STAT-CKPT-COUNT.
       WriteStepResult.
           MOVE "ALLOCRUN" TO WS-STEP-NAME
           MOVE WS-BUSINESS-DATE TO WS-STEP-DATE
           MOVE RETURN-CODE TO WS-STEP-RC
           CALL "STEP-LOG" USING WS-STEP-NAME WS-STEP-DATE
               WS-STEP-RC
           MOVE WS-STEP-RC TO RETURN-CODE.
       WriteStartAudit.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           MOVE "ALLOC-RUN" TO WS-AUDIT-PROGRAM-ID
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
           MOVE "ALLOC-RUN"      TO WS-AUDIT-PROGRAM-ID
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
       END PROGRAM ALLOC-RUN.
