       IDENTIFICATION DIVISION.
       PROGRAM-ID. IC-MATCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IC-PARM-FILE ASSIGN TO "ICPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IC-PARM-STATUS.
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
           SELECT POST-CONTROL-FILE ASSIGN TO "GLPOSTCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POST-CONTROL-STATUS.
           SELECT ENTITY-PARM-FILE ASSIGN TO "ENTPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTITY-PARM-STATUS.
           SELECT DRY-RUN-FILE ASSIGN TO "DRYRUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRY-RUN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  IC-PARM-FILE.
       01  IC-PARM-RECORD.
           05 IP-PERIOD         PIC 9(6).
           05 FILLER            PIC X.
           05 IP-ELIM-ENTITY    PIC X(3).
       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTREC.
       FD  GL-MASTER-FILE.
           COPY GLMASTREC.
       FD  GL-DETAIL-FILE.
           COPY GLDETREC.
       FD  POST-CONTROL-FILE.
       01  POST-CONTROL-RECORD  PIC X(22).
       FD  ENTITY-PARM-FILE.
           COPY ENTPARM.
       FD  DRY-RUN-FILE.
       01  DRY-RUN-RECORD       PIC X.
       WORKING-STORAGE SECTION.
           01 WS-IC-PARM-STATUS      PIC XX.
           01 WS-ACCOUNT-MASTER-STATUS PIC XX.
           01 WS-GL-MASTER-STATUS    PIC XX.
           01 WS-GL-DETAIL-STATUS    PIC XX.
           01 WS-POST-CONTROL-STATUS PIC XX.
           01 WS-ENTITY-PARM-STATUS  PIC XX.
           01 WS-DRY-RUN-STATUS      PIC XX.
           01 WS-DRY-RUN-FLAG        PIC X VALUE "N".
               88 WS-DRY-RUN VALUE "Y".
           01 WS-ACCOUNT-EOF-FLAG    PIC X VALUE "N".
               88 WS-ACCOUNT-EOF VALUE "Y".
           01 WS-MASTER-EOF-FLAG     PIC X VALUE "N".
               88 WS-MASTER-EOF VALUE "Y".
           01 WS-DETAIL-EOF-FLAG     PIC X VALUE "N".
               88 WS-DETAIL-EOF VALUE "Y".
           01 WS-ENT-EOF-FLAG        PIC X VALUE "N".
               88 WS-ENT-EOF VALUE "Y".
           01 WS-MATCH-PERIOD        PIC 9(6) VALUE 0.
           01 WS-DETAIL-PERIOD       PIC 9(6).
           01 WS-ELIM-ENTITY         PIC X(3) VALUE SPACES.
           01 WS-ELIM-CURRENCY       PIC X(3).
           01 WS-DEFAULT-ENTITY      PIC X(3) VALUE "001".
           01 WS-WORK-ENTITY         PIC X(3).
           01 WS-LAST-POSTED-TS      PIC X(22) VALUE SPACES.
      * Every entity on ENTPARM.DAT with its functional currency;
      * an entity not listed keeps its books in the base currency.
           01 WS-ENTITY-TABLE.
               05 WS-ENT-ENTRY OCCURS 20 TIMES.
                   10 WS-ENT-ID          PIC X(3).
                   10 WS-ENT-CURRENCY    PIC X(3).
           01 WS-ENT-COUNT           PIC 9(2) VALUE 0.
           01 WS-ENT-IDX             PIC 9(2).
           01 WS-FIND-ENTITY         PIC X(3).
           01 WS-FOUND-CURRENCY      PIC X(3).
           01 WS-FROM-CURRENCY       PIC X(3).
           01 WS-TO-CURRENCY         PIC X(3).
      * The intercompany accounts on the chart. The elimination
      * entity's balance on each is held alongside, with the
      * balance it should carry and the entry that gets it there.
           01 WS-IC-ACCOUNT-TABLE.
               05 WS-IA-ENTRY OCCURS 200 TIMES.
                   10 WS-IA-ACCOUNT      PIC X(8).
                   10 WS-IA-ROLE         PIC X.
                   10 WS-IA-PARTY        PIC X(3).
                   10 WS-IA-CURRENT      PIC S9(13)V99.
                   10 WS-IA-TARGET       PIC S9(13)V99.
                   10 WS-IA-ADJUST       PIC S9(13)V99.
           01 WS-IA-COUNT            PIC 9(3) VALUE 0.
           01 WS-IA-IDX              PIC 9(3).
           01 WS-FIND-ACCOUNT        PIC X(8).
           01 WS-IA-FOUND-FLAG       PIC X.
               88 WS-IA-FOUND VALUE "Y".
      * Each entity's balance on each intercompany account as at
      * the period end, and the pair it falls into.
           01 WS-BALANCE-TABLE.
               05 WS-BL-ENTRY OCCURS 500 TIMES.
                   10 WS-BL-ENTITY       PIC X(3).
                   10 WS-BL-IA-IDX       PIC 9(3).
                   10 WS-BL-PAIR-IDX     PIC 9(3).
                   10 WS-BL-AMOUNT       PIC S9(13)V99.
           01 WS-BL-COUNT            PIC 9(3) VALUE 0.
           01 WS-BL-IDX              PIC 9(3).
           01 WS-BL-FOUND-FLAG       PIC X.
               88 WS-BL-FOUND VALUE "Y".
           01 WS-BL-FULL-FLAG        PIC X VALUE "N".
               88 WS-BL-FULL VALUE "Y".
      * One row per lending/borrowing pair: what the lender shows
      * as due from the borrower and what the borrower shows as
      * due to the lender (a credit, so negative).
           01 WS-PAIR-TABLE.
               05 WS-PR-ENTRY OCCURS 200 TIMES.
                   10 WS-PR-FROM-ENTITY  PIC X(3).
                   10 WS-PR-TO-ENTITY    PIC X(3).
                   10 WS-PR-DUE-FROM     PIC S9(13)V99.
                   10 WS-PR-DUE-TO       PIC S9(13)V99.
                   10 WS-PR-STATUS       PIC X.
                       88 WS-PR-MATCHED       VALUE "M".
                       88 WS-PR-MISMATCHED    VALUE "X".
                       88 WS-PR-CURRENCY-DIFF VALUE "C".
           01 WS-PR-COUNT            PIC 9(3) VALUE 0.
           01 WS-PR-IDX              PIC 9(3).
           01 WS-PR-FOUND-FLAG       PIC X.
               88 WS-PR-FOUND VALUE "Y".
           01 WS-PR-FULL-FLAG        PIC X VALUE "N".
               88 WS-PR-FULL VALUE "Y".
           01 WS-PAIR-FROM           PIC X(3).
           01 WS-PAIR-TO             PIC X(3).
           01 WS-DIFFERENCE          PIC S9(13)V99.
           01 WS-ABS-DIFFERENCE      PIC S9(13)V99.
           01 WS-MATCHED-COUNT       PIC 9(3) VALUE 0.
           01 WS-MISMATCH-COUNT      PIC 9(3) VALUE 0.
           01 WS-CURRENCY-COUNT      PIC 9(3) VALUE 0.
           01 WS-MISMATCH-TOTAL      PIC S9(13)V99 VALUE 0.
           01 WS-ADJUST-NET          PIC S9(13)V99 VALUE 0.
           01 WS-ENTRY-COUNT         PIC 9(4) VALUE 0.
           01 WS-ELIM-ERROR-FLAG     PIC X VALUE "N".
               88 WS-ELIM-ERROR VALUE "Y".
           01 WS-RPT-COLUMN-LINE.
               05 FILLER PIC X(10) VALUE "DUE FROM".
               05 FILLER PIC X(8)  VALUE "DUE TO".
               05 FILLER PIC X(22) VALUE "      DUE-FROM BALANCE".
               05 FILLER PIC X(22) VALUE "        DUE-TO BALANCE".
               05 FILLER PIC X(22) VALUE "            DIFFERENCE".
               05 FILLER PIC X(8)  VALUE "  STATUS".
           01 WS-RPT-DETAIL.
               05 WS-RPT-FROM        PIC X(3).
               05 FILLER             PIC X(7) VALUE SPACES.
               05 WS-RPT-TO          PIC X(3).
               05 FILLER             PIC X(5) VALUE SPACES.
               05 WS-RPT-DUE-FROM    PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-DUE-TO      PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-DIFFERENCE  PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-RPT-STATUS      PIC X(30).
           01 WS-RPT-ELIM-LINE.
               05 FILLER             PIC X(8) VALUE "ACCOUNT ".
               05 WS-RPT-ELIM-ACCT   PIC X(8).
               05 FILLER             PIC X(6) VALUE "  HELD".
               05 WS-RPT-ELIM-HELD   PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER             PIC X(8) VALUE "  TARGET".
               05 WS-RPT-ELIM-TARGET PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER             PIC X(7) VALUE "  ENTRY".
               05 WS-RPT-ELIM-ENTRY  PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           01 WS-RPT-COUNT-LINE.
               05 WS-COUNT-TEXT      PIC X(40).
               05 WS-COUNT-VALUE     PIC ZZZ,ZZ9.
           01 WS-RPT-AMOUNT-LINE.
               05 WS-AMOUNT-TEXT     PIC X(40).
               05 WS-AMOUNT-VALUE    PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
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
           PERFORM ReadDryRun
           CALL "DATE-TIME" USING WS-RUN-TIMESTAMP WS-DATE-FORMAT-CODE
               WS-JOB-MODE-FLAG
           PERFORM WriteStartAudit
           MOVE "G" TO WS-BUSDATE-FUNCTION
           CALL "BUSDATE" USING WS-BUSDATE-FUNCTION WS-BUSINESS-DATE
           PERFORM ReadIcParm
           PERFORM LoadEntities
           PERFORM ReadPostControl
           PERFORM LoadIcAccounts
           PERFORM LoadMasterBalances
           PERFORM AddUnpostedDetail
           PERFORM BuildPairs
           PERFORM MatchOnePair
               VARYING WS-PR-IDX FROM 1 BY 1
               UNTIL WS-PR-IDX > WS-PR-COUNT
           IF WS-ELIM-ENTITY NOT = SPACES
               PERFORM ComputeEliminations
           END-IF
           PERFORM WriteMatchReport
           IF WS-ENTRY-COUNT > 0 AND NOT WS-DRY-RUN
               PERFORM PostEliminations
           END-IF
           DISPLAY "IC-MATCH: PERIOD " WS-MATCH-PERIOD " - "
               WS-PR-COUNT " PAIR(S), " WS-MATCHED-COUNT
               " MATCHED, " WS-MISMATCH-COUNT " MISMATCHED, "
               WS-ENTRY-COUNT " ELIMINATION ENTRY(S)"
           IF WS-CURRENCY-COUNT > 0
               DISPLAY "IC-MATCH: " WS-CURRENCY-COUNT " PAIR(S) "
                   "ACROSS FUNCTIONAL CURRENCIES NOT MATCHED"
           END-IF
           PERFORM WriteAuditEntry
      * RETURN-CODE is set after the closing audit call because a
      * CALL resets the register; STEP-LOG preserves it from here.
           EVALUATE TRUE
               WHEN WS-ELIM-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN WS-MISMATCH-COUNT > 0 OR WS-CURRENCY-COUNT > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           IF NOT WS-DRY-RUN
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
      * ICPARM.DAT names the period (YYYYMM) to match and the
      * entity that carries the eliminations. A zero period means
      * the business date's; with no elimination entity the run
      * matches and reports but eliminates nothing.
       ReadIcParm.
           OPEN INPUT IC-PARM-FILE
           IF WS-IC-PARM-STATUS = "00"
               READ IC-PARM-FILE
                   NOT AT END
                       IF IP-PERIOD NUMERIC AND IP-PERIOD > 0
                           MOVE IP-PERIOD TO WS-MATCH-PERIOD
                       END-IF
                       MOVE IP-ELIM-ENTITY TO WS-ELIM-ENTITY
               END-READ
               CLOSE IC-PARM-FILE
           END-IF
           IF WS-MATCH-PERIOD = 0
               MOVE WS-BUSINESS-DATE(1:6) TO WS-MATCH-PERIOD
           END-IF
           IF WS-ELIM-ENTITY = SPACES
               DISPLAY "IC-MATCH: NO ELIMINATION ENTITY IN "
                   "ICPARM.DAT - MATCHING ONLY"
           END-IF.
      * The first entry is the home entity, which a blank entity
      * on a legacy detail line stands for.
       LoadEntities.
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
                           IF WS-ENT-COUNT = 1
                               MOVE EP-ENTITY TO WS-DEFAULT-ENTITY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ENTITY-PARM-STATUS = "00" OR "10"
               CLOSE ENTITY-PARM-FILE
           END-IF
           MOVE WS-ELIM-ENTITY TO WS-FIND-ENTITY
           PERFORM FindEntityCurrency
           MOVE WS-FOUND-CURRENCY TO WS-ELIM-CURRENCY.
       FindEntityCurrency.
           MOVE "USD" TO WS-FOUND-CURRENCY
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                   UNTIL WS-ENT-IDX > WS-ENT-COUNT
               IF WS-ENT-ID(WS-ENT-IDX) = WS-FIND-ENTITY
                   MOVE WS-ENT-CURRENCY(WS-ENT-IDX)
                       TO WS-FOUND-CURRENCY
               END-IF
           END-PERFORM.
      * Detail lines stamped after GL-POST's watermark are not on
      * the master yet; they are added in below so a rerun before
      * the next posting does not eliminate twice.
       ReadPostControl.
           OPEN INPUT POST-CONTROL-FILE
           IF WS-POST-CONTROL-STATUS = "00"
               READ POST-CONTROL-FILE
                   NOT AT END
                       MOVE POST-CONTROL-RECORD TO WS-LAST-POSTED-TS
               END-READ
               CLOSE POST-CONTROL-FILE
           END-IF.
       LoadIcAccounts.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF WS-ACCOUNT-MASTER-STATUS NOT = "00"
               DISPLAY "IC-MATCH: ACCTMAST.DAT NOT AVAILABLE - "
                   "STATUS " WS-ACCOUNT-MASTER-STATUS
               SET WS-ACCOUNT-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-ACCOUNT-EOF
               READ ACCOUNT-MASTER-FILE
                   AT END SET WS-ACCOUNT-EOF TO TRUE
                   NOT AT END
                       IF AM-INTERCOMPANY
                           PERFORM StoreIcAccount
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ACCOUNT-MASTER-STATUS = "00" OR "10"
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.
       StoreIcAccount.
           IF WS-IA-COUNT < 200
               ADD 1 TO WS-IA-COUNT
               MOVE AM-ACCOUNT-CODE    TO WS-IA-ACCOUNT(WS-IA-COUNT)
               MOVE AM-IC-ROLE         TO WS-IA-ROLE(WS-IA-COUNT)
               MOVE AM-IC-COUNTERPARTY TO WS-IA-PARTY(WS-IA-COUNT)
               MOVE 0 TO WS-IA-CURRENT(WS-IA-COUNT)
               MOVE 0 TO WS-IA-TARGET(WS-IA-COUNT)
               MOVE 0 TO WS-IA-ADJUST(WS-IA-COUNT)
           ELSE
               DISPLAY "IC-MATCH: MORE THAN 200 INTERCOMPANY "
                   "ACCOUNTS - " AM-ACCOUNT-CODE " IGNORED"
           END-IF.
       FindIcAccount.
           MOVE "N" TO WS-IA-FOUND-FLAG
           MOVE 0   TO WS-IA-IDX
           PERFORM UNTIL WS-IA-FOUND OR WS-IA-IDX >= WS-IA-COUNT
               ADD 1 TO WS-IA-IDX
               IF WS-IA-ACCOUNT(WS-IA-IDX) = WS-FIND-ACCOUNT
                   SET WS-IA-FOUND TO TRUE
               END-IF
           END-PERFORM.
      * The master runs entity, account, period, so the last
      * record at or before the match period leaves the period-end
      * balance of each account, whether or not it moved in the
      * period itself.
       LoadMasterBalances.
           OPEN INPUT GL-MASTER-FILE
           IF WS-GL-MASTER-STATUS NOT = "00"
               DISPLAY "IC-MATCH: GLMASTER.DAT NOT AVAILABLE - "
                   "STATUS " WS-GL-MASTER-STATUS
               SET WS-MASTER-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-MASTER-EOF
               READ GL-MASTER-FILE
                   AT END SET WS-MASTER-EOF TO TRUE
                   NOT AT END
                       IF GLM-PERIOD <= WS-MATCH-PERIOD
                           MOVE GLM-ACCOUNT-CODE TO WS-FIND-ACCOUNT
                           PERFORM FindIcAccount
                           IF WS-IA-FOUND
                               PERFORM StoreMasterBalance
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-GL-MASTER-STATUS = "00" OR "10"
               CLOSE GL-MASTER-FILE
           END-IF.
       StoreMasterBalance.
           IF GLM-ENTITY = WS-ELIM-ENTITY
               AND WS-ELIM-ENTITY NOT = SPACES
               MOVE GLM-CLOSING-BALANCE TO WS-IA-CURRENT(WS-IA-IDX)
           ELSE
               MOVE GLM-ENTITY TO WS-WORK-ENTITY
               PERFORM FindBalance
               IF WS-BL-FOUND
                   MOVE GLM-CLOSING-BALANCE TO WS-BL-AMOUNT(WS-BL-IDX)
               END-IF
           END-IF.
       FindBalance.
           MOVE "N" TO WS-BL-FOUND-FLAG
           MOVE 0   TO WS-BL-IDX
           PERFORM UNTIL WS-BL-FOUND OR WS-BL-IDX >= WS-BL-COUNT
               ADD 1 TO WS-BL-IDX
               IF WS-BL-ENTITY(WS-BL-IDX) = WS-WORK-ENTITY
                   AND WS-BL-IA-IDX(WS-BL-IDX) = WS-IA-IDX
                   SET WS-BL-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-BL-FOUND
               IF WS-BL-COUNT < 500
                   ADD 1 TO WS-BL-COUNT
                   MOVE WS-BL-COUNT    TO WS-BL-IDX
                   MOVE WS-WORK-ENTITY TO WS-BL-ENTITY(WS-BL-IDX)
                   MOVE WS-IA-IDX      TO WS-BL-IA-IDX(WS-BL-IDX)
                   MOVE 0 TO WS-BL-PAIR-IDX(WS-BL-IDX)
                   MOVE 0 TO WS-BL-AMOUNT(WS-BL-IDX)
                   SET WS-BL-FOUND TO TRUE
               ELSE
                   IF NOT WS-BL-FULL
                       DISPLAY "IC-MATCH: MORE THAN 500 ENTITY/"
                           "ACCOUNT BALANCES - EXCESS SKIPPED"
                       SET WS-BL-FULL TO TRUE
                   END-IF
               END-IF
           END-IF.
       AddUnpostedDetail.
           OPEN INPUT GL-DETAIL-FILE
           IF WS-GL-DETAIL-STATUS NOT = "00"
               SET WS-DETAIL-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-DETAIL-EOF
               READ GL-DETAIL-FILE
                   AT END SET WS-DETAIL-EOF TO TRUE
                   NOT AT END
                       IF GL-DET-RUN-TIMESTAMP > WS-LAST-POSTED-TS
                           PERFORM AddOneUnposted
                       END-IF
               END-READ
           END-PERFORM
           IF WS-GL-DETAIL-STATUS = "00" OR "10"
               CLOSE GL-DETAIL-FILE
           END-IF.
       AddOneUnposted.
           PERFORM SetDetailPeriod
           MOVE GL-DET-ACCOUNT-CODE TO WS-FIND-ACCOUNT
           PERFORM FindIcAccount
           IF WS-IA-FOUND AND WS-DETAIL-PERIOD <= WS-MATCH-PERIOD
               IF GL-DET-ENTITY = SPACES
                   MOVE WS-DEFAULT-ENTITY TO WS-WORK-ENTITY
               ELSE
                   MOVE GL-DET-ENTITY TO WS-WORK-ENTITY
               END-IF
               IF WS-WORK-ENTITY = WS-ELIM-ENTITY
                   AND WS-ELIM-ENTITY NOT = SPACES
                   ADD GL-DET-NET-AMOUNT TO WS-IA-CURRENT(WS-IA-IDX)
               ELSE
                   PERFORM FindBalance
                   IF WS-BL-FOUND
                       ADD GL-DET-NET-AMOUNT
                           TO WS-BL-AMOUNT(WS-BL-IDX)
                   END-IF
               END-IF
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
      * A due-from balance belongs to the pair lender = holding
      * entity, borrower = counterparty; a due-to balance to the
      * pair lender = counterparty, borrower = holding entity.
       BuildPairs.
           PERFORM VARYING WS-BL-IDX FROM 1 BY 1
                   UNTIL WS-BL-IDX > WS-BL-COUNT
               MOVE WS-BL-IA-IDX(WS-BL-IDX) TO WS-IA-IDX
               IF WS-IA-ROLE(WS-IA-IDX) = "F"
                   MOVE WS-BL-ENTITY(WS-BL-IDX) TO WS-PAIR-FROM
                   MOVE WS-IA-PARTY(WS-IA-IDX)  TO WS-PAIR-TO
               ELSE
                   MOVE WS-IA-PARTY(WS-IA-IDX)  TO WS-PAIR-FROM
                   MOVE WS-BL-ENTITY(WS-BL-IDX) TO WS-PAIR-TO
               END-IF
               PERFORM FindPair
               IF WS-PR-FOUND
                   MOVE WS-PR-IDX TO WS-BL-PAIR-IDX(WS-BL-IDX)
                   IF WS-IA-ROLE(WS-IA-IDX) = "F"
                       ADD WS-BL-AMOUNT(WS-BL-IDX)
                           TO WS-PR-DUE-FROM(WS-PR-IDX)
                   ELSE
                       ADD WS-BL-AMOUNT(WS-BL-IDX)
                           TO WS-PR-DUE-TO(WS-PR-IDX)
                   END-IF
               END-IF
           END-PERFORM.
       FindPair.
           MOVE "N" TO WS-PR-FOUND-FLAG
           MOVE 0   TO WS-PR-IDX
           PERFORM UNTIL WS-PR-FOUND OR WS-PR-IDX >= WS-PR-COUNT
               ADD 1 TO WS-PR-IDX
               IF WS-PR-FROM-ENTITY(WS-PR-IDX) = WS-PAIR-FROM
                   AND WS-PR-TO-ENTITY(WS-PR-IDX) = WS-PAIR-TO
                   SET WS-PR-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-PR-FOUND
               IF WS-PR-COUNT < 200
                   ADD 1 TO WS-PR-COUNT
                   MOVE WS-PR-COUNT  TO WS-PR-IDX
                   MOVE WS-PAIR-FROM TO WS-PR-FROM-ENTITY(WS-PR-IDX)
                   MOVE WS-PAIR-TO   TO WS-PR-TO-ENTITY(WS-PR-IDX)
                   MOVE 0 TO WS-PR-DUE-FROM(WS-PR-IDX)
                   MOVE 0 TO WS-PR-DUE-TO(WS-PR-IDX)
                   MOVE SPACE TO WS-PR-STATUS(WS-PR-IDX)
                   SET WS-PR-FOUND TO TRUE
               ELSE
                   IF NOT WS-PR-FULL
                       DISPLAY "IC-MATCH: MORE THAN 200 ENTITY "
                           "PAIRS - EXCESS NOT MATCHED"
                       SET WS-PR-FULL TO TRUE
                   END-IF
               END-IF
           END-IF.
      * The two sides agree when the due-from and the due-to net
      * to nothing. Balances kept in different functional
      * currencies, or in a currency other than the elimination
      * entity's, cannot be compared or eliminated as they stand.
       MatchOnePair.
           MOVE WS-PR-FROM-ENTITY(WS-PR-IDX) TO WS-FIND-ENTITY
           PERFORM FindEntityCurrency
           MOVE WS-FOUND-CURRENCY TO WS-FROM-CURRENCY
           MOVE WS-PR-TO-ENTITY(WS-PR-IDX) TO WS-FIND-ENTITY
           PERFORM FindEntityCurrency
           MOVE WS-FOUND-CURRENCY TO WS-TO-CURRENCY
           COMPUTE WS-DIFFERENCE = WS-PR-DUE-FROM(WS-PR-IDX)
               + WS-PR-DUE-TO(WS-PR-IDX)
           EVALUATE TRUE
               WHEN WS-FROM-CURRENCY NOT = WS-TO-CURRENCY
               WHEN WS-ELIM-ENTITY NOT = SPACES
                   AND WS-FROM-CURRENCY NOT = WS-ELIM-CURRENCY
                   SET WS-PR-CURRENCY-DIFF(WS-PR-IDX) TO TRUE
                   ADD 1 TO WS-CURRENCY-COUNT
               WHEN WS-DIFFERENCE = 0
                   SET WS-PR-MATCHED(WS-PR-IDX) TO TRUE
                   ADD 1 TO WS-MATCHED-COUNT
               WHEN OTHER
                   SET WS-PR-MISMATCHED(WS-PR-IDX) TO TRUE
                   ADD 1 TO WS-MISMATCH-COUNT
                   IF WS-DIFFERENCE < 0
                       COMPUTE WS-ABS-DIFFERENCE = 0 - WS-DIFFERENCE
                   ELSE
                       MOVE WS-DIFFERENCE TO WS-ABS-DIFFERENCE
                   END-IF
                   ADD WS-ABS-DIFFERENCE TO WS-MISMATCH-TOTAL
           END-EVALUATE.
      * The elimination entity should hold the reverse of every
      * matched balance and nothing else, so a pair that falls out
      * of agreement has its elimination withdrawn until it agrees
      * again. The entry on each account is what moves the
      * balance held there now to that target; rerunning the
      * period therefore only posts what has changed. The entries
      * must net to zero - if they do not, something other than
      * this run has booked to the elimination entity and nothing
      * is posted.
       ComputeEliminations.
           PERFORM VARYING WS-BL-IDX FROM 1 BY 1
                   UNTIL WS-BL-IDX > WS-BL-COUNT
               MOVE WS-BL-PAIR-IDX(WS-BL-IDX) TO WS-PR-IDX
               MOVE WS-BL-IA-IDX(WS-BL-IDX) TO WS-IA-IDX
               IF WS-PR-IDX > 0
                   IF WS-PR-MATCHED(WS-PR-IDX)
                       SUBTRACT WS-BL-AMOUNT(WS-BL-IDX)
                           FROM WS-IA-TARGET(WS-IA-IDX)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IA-IDX FROM 1 BY 1
                   UNTIL WS-IA-IDX > WS-IA-COUNT
               COMPUTE WS-IA-ADJUST(WS-IA-IDX) =
                   WS-IA-TARGET(WS-IA-IDX) - WS-IA-CURRENT(WS-IA-IDX)
               ADD WS-IA-ADJUST(WS-IA-IDX) TO WS-ADJUST-NET
               IF WS-IA-ADJUST(WS-IA-IDX) NOT = 0
                   ADD 1 TO WS-ENTRY-COUNT
               END-IF
           END-PERFORM
           IF WS-ADJUST-NET NOT = 0
               DISPLAY "IC-MATCH: ELIMINATION ENTRIES DO NOT NET TO "
                   "ZERO (" WS-ADJUST-NET ") - NOTHING POSTED"
               SET WS-ELIM-ERROR TO TRUE
               MOVE 0 TO WS-ENTRY-COUNT
           END-IF.
       WriteMatchReport.
           MOVE "O" TO WS-RPT-FUNCTION
           MOVE "ICMATCH.RPT" TO WS-RPT-FILE-NAME
           MOVE SPACES TO WS-RPT-TITLE
           STRING "INTERCOMPANY MATCHING - PERIOD " WS-MATCH-PERIOD
               DELIMITED BY SIZE INTO WS-RPT-TITLE
           MOVE WS-RPT-COLUMN-LINE TO WS-RPT-COLUMN-HEAD
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE
           PERFORM WritePairLine
               VARYING WS-PR-IDX FROM 1 BY 1
               UNTIL WS-PR-IDX > WS-PR-COUNT
           MOVE SPACES TO WS-RPT-PRINT-LINE
           PERFORM WriteReportLine
           IF WS-ELIM-ENTITY = SPACES
               MOVE "NO ELIMINATION ENTITY - NOTHING ELIMINATED"
                   TO WS-RPT-PRINT-LINE
               PERFORM WriteReportLine
           ELSE
               STRING "ELIMINATIONS INTO ENTITY " WS-ELIM-ENTITY
                   " (" WS-ELIM-CURRENCY ")"
                   DELIMITED BY SIZE INTO WS-RPT-PRINT-LINE
               PERFORM WriteReportLine
               PERFORM WriteEliminationLine
                   VARYING WS-IA-IDX FROM 1 BY 1
                   UNTIL WS-IA-IDX > WS-IA-COUNT
               IF WS-ELIM-ERROR
                   MOVE "*** ENTRIES DO NOT NET TO ZERO - NOT POSTED"
                       TO WS-RPT-PRINT-LINE
                   PERFORM WriteReportLine
               END-IF
           END-IF
           MOVE SPACES TO WS-RPT-PRINT-LINE
           PERFORM WriteReportLine
           MOVE "ENTITY PAIRS:" TO WS-COUNT-TEXT
           MOVE WS-PR-COUNT TO WS-COUNT-VALUE
           PERFORM WriteCountLine
           MOVE "PAIRS MATCHED:" TO WS-COUNT-TEXT
           MOVE WS-MATCHED-COUNT TO WS-COUNT-VALUE
           PERFORM WriteCountLine
           MOVE "PAIRS MISMATCHED:" TO WS-COUNT-TEXT
           MOVE WS-MISMATCH-COUNT TO WS-COUNT-VALUE
           PERFORM WriteCountLine
           MOVE "PAIRS ACROSS CURRENCIES:" TO WS-COUNT-TEXT
           MOVE WS-CURRENCY-COUNT TO WS-COUNT-VALUE
           PERFORM WriteCountLine
           MOVE "TOTAL MISMATCH (ABSOLUTE):" TO WS-AMOUNT-TEXT
           MOVE WS-MISMATCH-TOTAL TO WS-AMOUNT-VALUE
           MOVE WS-RPT-AMOUNT-LINE TO WS-RPT-PRINT-LINE
           MOVE "T" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE
           MOVE "ELIMINATION ENTRIES:" TO WS-COUNT-TEXT
           MOVE WS-ENTRY-COUNT TO WS-COUNT-VALUE
           PERFORM WriteCountLine
           MOVE "C" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
       WritePairLine.
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE WS-PR-FROM-ENTITY(WS-PR-IDX) TO WS-RPT-FROM
           MOVE WS-PR-TO-ENTITY(WS-PR-IDX)   TO WS-RPT-TO
           MOVE WS-PR-DUE-FROM(WS-PR-IDX)    TO WS-RPT-DUE-FROM
           MOVE WS-PR-DUE-TO(WS-PR-IDX)      TO WS-RPT-DUE-TO
           COMPUTE WS-DIFFERENCE = WS-PR-DUE-FROM(WS-PR-IDX)
               + WS-PR-DUE-TO(WS-PR-IDX)
           MOVE WS-DIFFERENCE TO WS-RPT-DIFFERENCE
           EVALUATE TRUE
               WHEN WS-PR-MATCHED(WS-PR-IDX)
                   MOVE "MATCHED" TO WS-RPT-STATUS
               WHEN WS-PR-CURRENCY-DIFF(WS-PR-IDX)
                   MOVE "*** CURRENCY - NOT MATCHED" TO WS-RPT-STATUS
               WHEN OTHER
                   MOVE "*** MISMATCH" TO WS-RPT-STATUS
           END-EVALUATE
           MOVE WS-RPT-DETAIL TO WS-RPT-PRINT-LINE
           PERFORM WriteReportLine.
       WriteEliminationLine.
           IF WS-IA-CURRENT(WS-IA-IDX) NOT = 0
               OR WS-IA-TARGET(WS-IA-IDX) NOT = 0
               MOVE WS-IA-ACCOUNT(WS-IA-IDX) TO WS-RPT-ELIM-ACCT
               MOVE WS-IA-CURRENT(WS-IA-IDX) TO WS-RPT-ELIM-HELD
               MOVE WS-IA-TARGET(WS-IA-IDX)  TO WS-RPT-ELIM-TARGET
               MOVE WS-IA-ADJUST(WS-IA-IDX)  TO WS-RPT-ELIM-ENTRY
               MOVE WS-RPT-ELIM-LINE TO WS-RPT-PRINT-LINE
               PERFORM WriteReportLine
           END-IF.
      * One detail record per account that needs moving, dated
      * the business date but carrying the match period, so
      * GL-POST books it to that period through the normal
      * interface and rolls it forward into any later period.
       PostEliminations.
           OPEN EXTEND GL-DETAIL-FILE
           IF WS-GL-DETAIL-STATUS = "35"
               OPEN OUTPUT GL-DETAIL-FILE
           END-IF
           PERFORM VARYING WS-IA-IDX FROM 1 BY 1
                   UNTIL WS-IA-IDX > WS-IA-COUNT
               IF WS-IA-ADJUST(WS-IA-IDX) NOT = 0
                   PERFORM WriteEliminationDetail
               END-IF
           END-PERFORM
           CLOSE GL-DETAIL-FILE.
       WriteEliminationDetail.
           MOVE SPACES TO GL-DETAIL-RECORD
           MOVE WS-IA-ACCOUNT(WS-IA-IDX) TO GL-DET-ACCOUNT-CODE
           MOVE WS-BUSINESS-DATE  TO GL-DET-RUN-DATE
           MOVE ZERO              TO GL-DET-DEBIT-TOTAL
           MOVE ZERO              TO GL-DET-CREDIT-TOTAL
           MOVE WS-IA-ADJUST(WS-IA-IDX) TO GL-DET-NET-AMOUNT
           IF WS-IA-ADJUST(WS-IA-IDX) > 0
               MOVE WS-IA-ADJUST(WS-IA-IDX) TO GL-DET-DEBIT-TOTAL
           ELSE
               COMPUTE GL-DET-CREDIT-TOTAL =
                   0 - WS-IA-ADJUST(WS-IA-IDX)
           END-IF
           MOVE 1                 TO GL-DET-TRAN-COUNT
           MOVE WS-RUN-TIMESTAMP  TO GL-DET-RUN-TIMESTAMP
           MOVE WS-ELIM-CURRENCY  TO GL-DET-ORIG-CURRENCY
           MOVE ZERO              TO GL-DET-ORIG-AMOUNT
           MOVE 1                 TO GL-DET-RATE-APPLIED
           MOVE ZERO              TO GL-DET-BATCH-SEQ
           MOVE WS-ELIM-ENTITY    TO GL-DET-ENTITY
           MOVE WS-MATCH-PERIOD   TO GL-DET-POST-PERIOD
           WRITE GL-DETAIL-RECORD.
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
           MOVE "IC-MATCH"       TO WS-AUDIT-PROGRAM-ID
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
           MOVE "IC-MATCH"       TO WS-AUDIT-PROGRAM-ID
           MOVE WS-END-TIMESTAMP TO WS-AUDIT-TIMESTAMP
           MOVE WS-OPERATOR-ID   TO WS-AUDIT-OPERATOR-ID
           IF WS-DRY-RUN
               MOVE "DRY-RUN" TO WS-AUDIT-OUTCOME
           ELSE
               MOVE "SUCCESS" TO WS-AUDIT-OUTCOME
           END-IF
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM-ID
               WS-AUDIT-TIMESTAMP WS-AUDIT-OPERATOR-ID
               WS-AUDIT-OUTCOME.
       WriteStepResult.
           MOVE "ICMATCH" TO WS-STEP-NAME
           MOVE WS-BUSINESS-DATE TO WS-STEP-DATE
           MOVE RETURN-CODE TO WS-STEP-RC
           CALL "STEP-LOG" USING WS-STEP-NAME WS-STEP-DATE
               WS-STEP-RC
           MOVE WS-STEP-RC TO RETURN-CODE.
       END PROGRAM IC-MATCH.
