       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORM-SCAN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DORMANT-PARM-FILE ASSIGN TO "DORMPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DORMANT-PARM-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-ACCOUNT-CODE
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.
           SELECT GL-MASTER-FILE ASSIGN TO "GLMASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GLM-KEY
               FILE STATUS IS WS-GL-MASTER-STATUS.
           SELECT GL-DETAIL-FILE ASSIGN TO "GLDETAIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-DETAIL-STATUS.
           SELECT DORMANT-PROPOSAL-FILE ASSIGN TO "DORMPROP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DORMANT-PROPOSAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DORMANT-PARM-FILE.
       01  DORMANT-PARM-RECORD.
           05 DMP-MONTHS        PIC 9(3).
       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTREC.
       FD  GL-MASTER-FILE.
           COPY GLMASTREC.
       FD  GL-DETAIL-FILE.
           COPY GLDETREC.
       FD  DORMANT-PROPOSAL-FILE.
           COPY DORMPROP.
       WORKING-STORAGE SECTION.
           01 WS-DORMANT-PARM-STATUS     PIC XX.
           01 WS-ACCOUNT-MASTER-STATUS   PIC XX.
           01 WS-GL-MASTER-STATUS        PIC XX.
           01 WS-GL-DETAIL-STATUS        PIC XX.
           01 WS-DORMANT-PROPOSAL-STATUS PIC XX.
           01 WS-ACCOUNT-EOF-FLAG        PIC X VALUE "N".
               88 WS-ACCOUNT-EOF VALUE "Y".
           01 WS-MASTER-EOF-FLAG         PIC X VALUE "N".
               88 WS-MASTER-EOF VALUE "Y".
           01 WS-DETAIL-EOF-FLAG         PIC X VALUE "N".
               88 WS-DETAIL-EOF VALUE "Y".
           01 WS-TABLE-FULL-FLAG         PIC X VALUE "N".
               88 WS-TABLE-FULL VALUE "Y".
           01 WS-DORMANT-MONTHS          PIC 9(3) VALUE 24.
           01 WS-MONTH-COUNT             PIC 9(7).
           01 WS-BUS-DATE.
               05 WS-BUS-YEAR            PIC 9(4).
               05 WS-BUS-MONTH           PIC 9(2).
               05 WS-BUS-DAY             PIC 9(2).
           01 WS-CUTOFF-DATE.
               05 WS-CUT-YEAR            PIC 9(4).
               05 WS-CUT-MONTH           PIC 9(2).
               05 WS-CUT-DAY             PIC 9(2).
           01 WS-CUTOFF-DATE-8 REDEFINES WS-CUTOFF-DATE PIC 9(8).
      * Every active account on the chart, with the latest date
      * anything posted to it and its balance: the closing balance
      * of its latest GL master period in each entity, summed.
           01 WS-ACCT-TABLE.
               05 WS-ACCT-ENTRY OCCURS 2000 TIMES.
                   10 WS-AT-CODE        PIC X(8).
                   10 WS-AT-NAME        PIC X(30).
                   10 WS-AT-TYPE        PIC X.
                   10 WS-AT-LAST-DATE   PIC 9(8).
                   10 WS-AT-BALANCE     PIC S9(13)V99.
           01 WS-ACCT-COUNT              PIC 9(4) VALUE 0.
           01 WS-ACCT-IDX                PIC 9(4).
           01 WS-FIND-ACCOUNT            PIC X(8).
           01 WS-FOUND-IDX               PIC 9(4).
      * The entity and account of the GL master record last read,
      * so the closing balance of each run of periods is taken
      * from its last (latest) period only.
           01 WS-PREV-GLM-KEY.
               05 WS-PREV-ENTITY         PIC X(3).
               05 WS-PREV-ACCOUNT        PIC X(8).
           01 WS-PREV-IDX                PIC 9(4) VALUE 0.
           01 WS-PREV-CLOSING            PIC S9(11)V99 VALUE 0.
           01 WS-ACTIVITY-DATE           PIC 9(8).
           01 WS-DETAIL-ACCOUNT          PIC X(8) VALUE SPACES.
           01 WS-DETAIL-IDX              PIC 9(4) VALUE 0.
           01 WS-PROPOSED-COUNT          PIC 9(4) VALUE 0.
           01 WS-CLEANUP-COUNT           PIC 9(4) VALUE 0.
           01 WS-TOO-NEW-COUNT           PIC 9(4) VALUE 0.
           01 WS-DORMANT-FLAG            PIC X.
               88 WS-ACCOUNT-DORMANT VALUE "Y".
           01 WS-SECTION-FLAG            PIC X.
               88 WS-SECTION-PROPOSE VALUE "P".
               88 WS-SECTION-CLEANUP VALUE "C".
           01 WS-RPT-COLUMN-LINE.
               05 FILLER PIC X(10) VALUE "ACCOUNT".
               05 FILLER PIC X(32) VALUE "NAME".
               05 FILLER PIC X(6)  VALUE "TYPE".
               05 FILLER PIC X(12) VALUE "LAST POSTED".
               05 FILLER PIC X(20) VALUE "             BALANCE".
           01 WS-RPT-DETAIL-LINE.
               05 WS-RPT-ACCOUNT     PIC X(8).
               05 FILLER             PIC XX VALUE SPACES.
               05 WS-RPT-NAME        PIC X(30).
               05 FILLER             PIC XX VALUE SPACES.
               05 WS-RPT-TYPE        PIC X.
               05 FILLER             PIC X(5) VALUE SPACES.
               05 WS-RPT-LAST-DATE   PIC X(8).
               05 FILLER             PIC X(4) VALUE SPACES.
               05 WS-RPT-BALANCE     PIC -,---,---,---,--9.99.
           01 WS-RPT-SECTION-LINE    PIC X(60).
           01 WS-RPT-COUNT-LINE.
               05 WS-COUNT-TEXT     PIC X(44).
               05 WS-COUNT-VALUE    PIC ZZ,ZZ9.
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
           PERFORM DetermineCutoff
           PERFORM LoadActiveAccounts
           PERFORM ScanGLMaster
           PERFORM ScanGLDetail
           PERFORM OpenReport
           OPEN OUTPUT DORMANT-PROPOSAL-FILE
           SET WS-SECTION-PROPOSE TO TRUE
           PERFORM PrintSection
           SET WS-SECTION-CLEANUP TO TRUE
           PERFORM PrintSection
           CLOSE DORMANT-PROPOSAL-FILE
           PERFORM PrintTotals
           MOVE "C" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE
           DISPLAY "DORM-SCAN: " WS-ACCT-COUNT " ACTIVE ACCOUNT(S), "
               WS-PROPOSED-COUNT " PROPOSED FOR INACTIVATION, "
               WS-CLEANUP-COUNT " DORMANT WITH A BALANCE"
           PERFORM WriteAuditEntry
      * Dormant accounts are a finding for the chart's owner, not
      * a failure of the run: RC 4, as OPER-RECERT does for idle
      * operators. STEP-LOG preserves it from here.
           IF WS-PROPOSED-COUNT > 0 OR WS-CLEANUP-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM WriteStepResult
           GOBACK.
      * DORMPARM.DAT holds the number of months without activity
      * that makes an account dormant; 24 when absent. The cutoff
      * is the first day of the earliest month in that window,
      * counting the business date's own month as the last.
       DetermineCutoff.
           OPEN INPUT DORMANT-PARM-FILE
           IF WS-DORMANT-PARM-STATUS = "00"
               READ DORMANT-PARM-FILE
                   NOT AT END
                       IF DMP-MONTHS NUMERIC AND DMP-MONTHS > 0
                           MOVE DMP-MONTHS TO WS-DORMANT-MONTHS
                       END-IF
               END-READ
               CLOSE DORMANT-PARM-FILE
           END-IF
           MOVE WS-BUSINESS-DATE TO WS-BUS-DATE
           COMPUTE WS-MONTH-COUNT = WS-BUS-YEAR * 12
               + WS-BUS-MONTH - WS-DORMANT-MONTHS
           DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-CUT-YEAR
               REMAINDER WS-CUT-MONTH
           ADD 1 TO WS-CUT-MONTH
           MOVE 1 TO WS-CUT-DAY.
      * An account made effective inside the window has not had
      * the chance to go dormant and is left out of the review.
       LoadActiveAccounts.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF WS-ACCOUNT-MASTER-STATUS NOT = "00"
               DISPLAY "DORM-SCAN: ACCTMAST.DAT NOT AVAILABLE - "
                   "STATUS " WS-ACCOUNT-MASTER-STATUS
               SET WS-ACCOUNT-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-ACCOUNT-EOF
               READ ACCOUNT-MASTER-FILE
                   AT END SET WS-ACCOUNT-EOF TO TRUE
                   NOT AT END
                       IF AM-ACTIVE
                           PERFORM StoreAccount
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ACCOUNT-MASTER-STATUS = "00" OR "10"
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.
       StoreAccount.
           IF AM-EFFECTIVE-DATE NUMERIC
               AND AM-EFFECTIVE-DATE NOT < WS-CUTOFF-DATE-8
               ADD 1 TO WS-TOO-NEW-COUNT
           ELSE
               IF WS-ACCT-COUNT < 2000
                   ADD 1 TO WS-ACCT-COUNT
                   MOVE WS-ACCT-COUNT TO WS-ACCT-IDX
                   MOVE AM-ACCOUNT-CODE TO WS-AT-CODE(WS-ACCT-IDX)
                   MOVE AM-ACCOUNT-NAME TO WS-AT-NAME(WS-ACCT-IDX)
                   MOVE AM-ACCOUNT-TYPE TO WS-AT-TYPE(WS-ACCT-IDX)
                   MOVE 0 TO WS-AT-LAST-DATE(WS-ACCT-IDX)
                   MOVE 0 TO WS-AT-BALANCE(WS-ACCT-IDX)
               ELSE
                   SET WS-TABLE-FULL TO TRUE
               END-IF
           END-IF.
       FindAccount.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                   OR WS-FOUND-IDX > 0
               IF WS-AT-CODE(WS-ACCT-IDX) = WS-FIND-ACCOUNT
                   MOVE WS-ACCT-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
      * The master is in entity, account, period order, so each
      * account's periods within an entity arrive together and the
      * last of them carries the current balance. A period with
      * activity dates the account by its last posting.
       ScanGLMaster.
           MOVE SPACES TO WS-PREV-GLM-KEY
           OPEN INPUT GL-MASTER-FILE
           IF WS-GL-MASTER-STATUS NOT = "00"
               DISPLAY "DORM-SCAN: GLMASTER.DAT NOT AVAILABLE - "
                   "STATUS " WS-GL-MASTER-STATUS
               SET WS-MASTER-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-MASTER-EOF
               READ GL-MASTER-FILE
                   AT END SET WS-MASTER-EOF TO TRUE
                   NOT AT END
                       PERFORM TallyMasterRecord
               END-READ
           END-PERFORM
           PERFORM ApplyPreviousBalance
           IF WS-GL-MASTER-STATUS = "00" OR "10"
               CLOSE GL-MASTER-FILE
           END-IF.
       TallyMasterRecord.
           IF GLM-ENTITY NOT = WS-PREV-ENTITY
               OR GLM-ACCOUNT-CODE NOT = WS-PREV-ACCOUNT
               PERFORM ApplyPreviousBalance
               MOVE GLM-ENTITY       TO WS-PREV-ENTITY
               MOVE GLM-ACCOUNT-CODE TO WS-PREV-ACCOUNT
               MOVE GLM-ACCOUNT-CODE TO WS-FIND-ACCOUNT
               PERFORM FindAccount
               MOVE WS-FOUND-IDX TO WS-PREV-IDX
           END-IF
           MOVE GLM-CLOSING-BALANCE TO WS-PREV-CLOSING
           IF WS-PREV-IDX > 0 AND GLM-PERIOD-ACTIVITY NOT = 0
               IF GLM-LAST-POSTED-DATE NUMERIC
                   AND GLM-LAST-POSTED-DATE > 0
                   MOVE GLM-LAST-POSTED-DATE TO WS-ACTIVITY-DATE
               ELSE
                   COMPUTE WS-ACTIVITY-DATE = GLM-PERIOD * 100 + 1
               END-IF
               IF WS-ACTIVITY-DATE > WS-AT-LAST-DATE(WS-PREV-IDX)
                   MOVE WS-ACTIVITY-DATE
                       TO WS-AT-LAST-DATE(WS-PREV-IDX)
               END-IF
           END-IF.
       ApplyPreviousBalance.
           IF WS-PREV-IDX > 0
               ADD WS-PREV-CLOSING TO WS-AT-BALANCE(WS-PREV-IDX)
           END-IF
           MOVE 0 TO WS-PREV-IDX
           MOVE 0 TO WS-PREV-CLOSING.
      * The detail lines catch a posting the master has not yet
      * dated, such as one made since the last GL-POST.
       ScanGLDetail.
           OPEN INPUT GL-DETAIL-FILE
           IF WS-GL-DETAIL-STATUS NOT = "00"
               SET WS-DETAIL-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-DETAIL-EOF
               READ GL-DETAIL-FILE
                   AT END SET WS-DETAIL-EOF TO TRUE
                   NOT AT END
                       IF GL-DET-TRAN-COUNT NUMERIC
                           AND GL-DET-TRAN-COUNT > 0
                           PERFORM TallyDetailRecord
                       END-IF
               END-READ
           END-PERFORM
           IF WS-GL-DETAIL-STATUS = "00" OR "10"
               CLOSE GL-DETAIL-FILE
           END-IF.
       TallyDetailRecord.
           IF GL-DET-ACCOUNT-CODE NOT = WS-DETAIL-ACCOUNT
               MOVE GL-DET-ACCOUNT-CODE TO WS-DETAIL-ACCOUNT
               MOVE GL-DET-ACCOUNT-CODE TO WS-FIND-ACCOUNT
               PERFORM FindAccount
               MOVE WS-FOUND-IDX TO WS-DETAIL-IDX
           END-IF
           IF WS-DETAIL-IDX > 0
               AND GL-DET-RUN-DATE > WS-AT-LAST-DATE(WS-DETAIL-IDX)
               MOVE GL-DET-RUN-DATE TO WS-AT-LAST-DATE(WS-DETAIL-IDX)
           END-IF.
       OpenReport.
           MOVE "O" TO WS-RPT-FUNCTION
           MOVE "DORMANT.RPT" TO WS-RPT-FILE-NAME
           MOVE SPACES TO WS-RPT-TITLE
           STRING "DORMANT ACCOUNTS - NO ACTIVITY SINCE "
               WS-CUTOFF-DATE-8
               DELIMITED BY SIZE INTO WS-RPT-TITLE
           MOVE WS-RPT-COLUMN-LINE TO WS-RPT-COLUMN-HEAD
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
      * Zero-balance dormant accounts are proposed for
      * inactivation and written to DORMPROP.DAT for DORM-APPR;
      * those still carrying a balance are listed for clean-up
      * and never proposed.
       PrintSection.
           IF WS-SECTION-PROPOSE
               MOVE "PROPOSED FOR INACTIVATION - ZERO BALANCE"
                   TO WS-RPT-SECTION-LINE
           ELSE
               MOVE "DORMANT WITH A BALANCE - CLEAN UP BEFORE "
                   & "INACTIVATION" TO WS-RPT-SECTION-LINE
           END-IF
           MOVE WS-RPT-SECTION-LINE TO WS-RPT-PRINT-LINE
           PERFORM WriteTotalLine
           PERFORM PrintAccount
               VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCT-COUNT.
       PrintAccount.
           MOVE "N" TO WS-DORMANT-FLAG
           IF WS-AT-LAST-DATE(WS-ACCT-IDX) < WS-CUTOFF-DATE-8
               SET WS-ACCOUNT-DORMANT TO TRUE
           END-IF
           IF WS-ACCOUNT-DORMANT
               IF WS-SECTION-PROPOSE
                   AND WS-AT-BALANCE(WS-ACCT-IDX) = 0
                   PERFORM WriteDormantLine
                   PERFORM WriteProposal
                   ADD 1 TO WS-PROPOSED-COUNT
               END-IF
               IF WS-SECTION-CLEANUP
                   AND WS-AT-BALANCE(WS-ACCT-IDX) NOT = 0
                   PERFORM WriteDormantLine
                   ADD 1 TO WS-CLEANUP-COUNT
               END-IF
           END-IF.
       WriteDormantLine.
           MOVE SPACES TO WS-RPT-DETAIL-LINE
           MOVE WS-AT-CODE(WS-ACCT-IDX) TO WS-RPT-ACCOUNT
           MOVE WS-AT-NAME(WS-ACCT-IDX) TO WS-RPT-NAME
           MOVE WS-AT-TYPE(WS-ACCT-IDX) TO WS-RPT-TYPE
           IF WS-AT-LAST-DATE(WS-ACCT-IDX) = 0
               MOVE "NEVER" TO WS-RPT-LAST-DATE
           ELSE
               MOVE WS-AT-LAST-DATE(WS-ACCT-IDX) TO WS-RPT-LAST-DATE
           END-IF
           MOVE WS-AT-BALANCE(WS-ACCT-IDX) TO WS-RPT-BALANCE
           MOVE WS-RPT-DETAIL-LINE TO WS-RPT-PRINT-LINE
           PERFORM WriteDetailLine.
       WriteProposal.
           MOVE SPACES TO DORMANT-PROPOSAL-RECORD
           MOVE WS-AT-CODE(WS-ACCT-IDX)      TO DP-ACCOUNT-CODE
           MOVE WS-AT-NAME(WS-ACCT-IDX)      TO DP-ACCOUNT-NAME
           MOVE WS-AT-TYPE(WS-ACCT-IDX)      TO DP-ACCOUNT-TYPE
           MOVE WS-AT-LAST-DATE(WS-ACCT-IDX) TO DP-LAST-POSTED
           MOVE 0                            TO DP-BALANCE
           MOVE WS-BUSINESS-DATE             TO DP-SCAN-DATE
           MOVE "P"                          TO DP-STATUS
           MOVE 0                            TO DP-DECIDED-DATE
           WRITE DORMANT-PROPOSAL-RECORD.
       PrintTotals.
           MOVE SPACES TO WS-RPT-COUNT-LINE
           MOVE "ACTIVE ACCOUNTS REVIEWED:" TO WS-COUNT-TEXT
           MOVE WS-ACCT-COUNT TO WS-COUNT-VALUE
           PERFORM WriteCountLine
           MOVE SPACES TO WS-RPT-COUNT-LINE
           MOVE "EFFECTIVE INSIDE THE WINDOW - NOT REVIEWED:"
               TO WS-COUNT-TEXT
           MOVE WS-TOO-NEW-COUNT TO WS-COUNT-VALUE
           PERFORM WriteCountLine
           MOVE SPACES TO WS-RPT-COUNT-LINE
           MOVE "PROPOSED FOR INACTIVATION:" TO WS-COUNT-TEXT
           MOVE WS-PROPOSED-COUNT TO WS-COUNT-VALUE
           PERFORM WriteCountLine
           MOVE SPACES TO WS-RPT-COUNT-LINE
           MOVE "DORMANT WITH A BALANCE:" TO WS-COUNT-TEXT
           MOVE WS-CLEANUP-COUNT TO WS-COUNT-VALUE
           PERFORM WriteCountLine
           IF WS-TABLE-FULL
               MOVE SPACES TO WS-RPT-COUNT-LINE
               MOVE "*** OVER 2000 ACTIVE ACCOUNTS - REST NOT SEEN"
                   TO WS-COUNT-TEXT
               PERFORM WriteCountLine
           END-IF.
       WriteDetailLine.
           MOVE "W" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
       WriteTotalLine.
           MOVE "T" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
       WriteCountLine.
           MOVE WS-RPT-COUNT-LINE TO WS-RPT-PRINT-LINE
           PERFORM WriteTotalLine.
       WriteStartAudit.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           MOVE "DORM-SCAN"      TO WS-AUDIT-PROGRAM-ID
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
           MOVE "DORM-SCAN"      TO WS-AUDIT-PROGRAM-ID
           MOVE WS-END-TIMESTAMP TO WS-AUDIT-TIMESTAMP
           MOVE WS-OPERATOR-ID   TO WS-AUDIT-OPERATOR-ID
           MOVE "SUCCESS"        TO WS-AUDIT-OUTCOME
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM-ID
               WS-AUDIT-TIMESTAMP WS-AUDIT-OPERATOR-ID
               WS-AUDIT-OUTCOME.
       WriteStepResult.
           MOVE "DORMSCAN" TO WS-STEP-NAME
           MOVE WS-BUSINESS-DATE TO WS-STEP-DATE
           MOVE RETURN-CODE TO WS-STEP-RC
           CALL "STEP-LOG" USING WS-STEP-NAME WS-STEP-DATE
               WS-STEP-RC
           MOVE WS-STEP-RC TO RETURN-CODE.
       END PROGRAM DORM-SCAN.
