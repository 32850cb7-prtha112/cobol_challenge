       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-RTN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-REGISTER-FILE ASSIGN TO "TAXREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-REGISTER-STATUS.
           SELECT TAX-CODE-FILE ASSIGN TO "TAXCODE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-CODE-STATUS.
           SELECT GL-MASTER-FILE ASSIGN TO "GLMASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLM-KEY
               FILE STATUS IS WS-GL-MASTER-STATUS.
           SELECT TAX-PARM-FILE ASSIGN TO "TAXPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-PARM-STATUS.
           SELECT ENTITY-PARM-FILE ASSIGN TO "ENTPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTITY-PARM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TAX-REGISTER-FILE.
           COPY TAXREGR.
       FD  TAX-CODE-FILE.
           COPY TAXCODE.
       FD  GL-MASTER-FILE.
           COPY GLMASTREC.
       FD  TAX-PARM-FILE.
       01  TAX-PARM-RECORD.
           05 TXP-FROM-PERIOD    PIC 9(6).
           05 FILLER             PIC X.
           05 TXP-TO-PERIOD      PIC 9(6).
           05 FILLER             PIC X.
           05 TXP-ENTITY         PIC X(3).
       FD  ENTITY-PARM-FILE.
       01  ENTITY-PARM-RECORD   PIC X(3).
       WORKING-STORAGE SECTION.
           01 WS-TAX-REGISTER-STATUS  PIC XX.
           01 WS-TAX-CODE-STATUS      PIC XX.
           01 WS-GL-MASTER-STATUS     PIC XX.
           01 WS-TAX-PARM-STATUS      PIC XX.
           01 WS-ENTITY-PARM-STATUS   PIC XX.
           01 WS-REGISTER-EOF-FLAG    PIC X VALUE "N".
               88 WS-REGISTER-EOF VALUE "Y".
           01 WS-TAX-EOF-FLAG         PIC X VALUE "N".
               88 WS-TAX-EOF VALUE "Y".
           01 WS-MASTER-ERROR-FLAG    PIC X VALUE "N".
               88 WS-MASTER-ERROR VALUE "Y".
           01 WS-REFUSED-FLAG         PIC X VALUE "N".
               88 WS-REFUSED VALUE "Y".
           01 WS-DEFAULT-ENTITY       PIC X(3) VALUE "001".
           01 WS-RETURN-ENTITY        PIC X(3).
           01 WS-FROM-PERIOD          PIC 9(6) VALUE 0.
           01 WS-TO-PERIOD            PIC 9(6) VALUE 0.
           01 WS-WALK-PERIOD          PIC 9(6).
           01 WS-WALK-MONTH           PIC 9(2).
      * Return lines, one per tax code and direction, in the
      * order first met on the register.
           01 WS-LINE-TABLE.
               05 WS-LINE-ENTRY OCCURS 100 TIMES.
                   10 WS-LN-CODE         PIC X(4).
                   10 WS-LN-DIRECTION    PIC X.
                   10 WS-LN-TAXABLE      PIC S9(13)V99.
                   10 WS-LN-TAX          PIC S9(13)V99.
                   10 WS-LN-ITEMS        PIC 9(6).
           01 WS-LINE-COUNT           PIC 9(3) VALUE 0.
           01 WS-LINE-IDX             PIC 9(3).
           01 WS-LINE-FOUND-FLAG      PIC X.
               88 WS-LINE-FOUND VALUE "Y".
           01 WS-LINE-FULL-FLAG       PIC X VALUE "N".
               88 WS-LINE-FULL VALUE "Y".
      * Tax accounts named on the code table, with the tax the
      * register says went to each (debit-positive, as the GL
      * master holds it) and what the ledger actually shows.
           01 WS-ACCT-TABLE.
               05 WS-ACCT-ENTRY OCCURS 50 TIMES.
                   10 WS-AC-ACCOUNT      PIC X(8).
                   10 WS-AC-REGISTER     PIC S9(13)V99.
                   10 WS-AC-LEDGER       PIC S9(13)V99.
           01 WS-ACCT-COUNT           PIC 9(2) VALUE 0.
           01 WS-ACCT-IDX             PIC 9(2).
           01 WS-ACCT-FOUND-FLAG      PIC X.
               88 WS-ACCT-FOUND VALUE "Y".
           01 WS-FIND-ACCOUNT         PIC X(8).
           01 WS-SIGNED-TAXABLE       PIC S9(13)V99.
           01 WS-SIGNED-TAX           PIC S9(13)V99.
           01 WS-DEBIT-TAX            PIC S9(13)V99.
           01 WS-DIFFERENCE           PIC S9(13)V99.
           01 WS-OUTPUT-TAX-TOTAL     PIC S9(13)V99 VALUE 0.
           01 WS-INPUT-TAX-TOTAL      PIC S9(13)V99 VALUE 0.
           01 WS-OUTPUT-TAXABLE-TOTAL PIC S9(13)V99 VALUE 0.
           01 WS-INPUT-TAXABLE-TOTAL  PIC S9(13)V99 VALUE 0.
           01 WS-NET-PAYABLE          PIC S9(13)V99.
           01 WS-REGISTER-COUNT       PIC 9(6) VALUE 0.
           01 WS-UNRECONCILED-COUNT   PIC 9(3) VALUE 0.
           01 WS-RPT-COLUMN-LINE.
               05 FILLER PIC X(6)  VALUE "CODE".
               05 FILLER PIC X(8)  VALUE "DIR".
               05 FILLER PIC X(8)  VALUE "  ITEMS".
               05 FILLER PIC X(22) VALUE "        TAXABLE AMOUNT".
               05 FILLER PIC X(22) VALUE "            TAX AMOUNT".
           01 WS-RPT-DETAIL.
               05 WS-RPT-CODE        PIC X(4).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-RPT-DIRECTION   PIC X(6).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-RPT-ITEMS       PIC ZZZ,ZZ9.
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-TAXABLE     PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-TAX         PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           01 WS-RPT-RECON-HEAD.
               05 FILLER PIC X(9)  VALUE "ACCOUNT".
               05 FILLER PIC X(23) VALUE "          REGISTER TAX".
               05 FILLER PIC X(23) VALUE "       LEDGER ACTIVITY".
               05 FILLER PIC X(23) VALUE "            DIFFERENCE".
           01 WS-RPT-RECON-LINE.
               05 WS-RPT-RC-ACCOUNT  PIC X(8).
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-RC-REGISTER PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-RC-LEDGER   PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-RC-DIFF     PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-RC-STATUS   PIC X(14).
           01 WS-RPT-TOTAL-LINE.
               05 WS-RPT-TOT-LABEL   PIC X(44).
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-TOT-AMOUNT  PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           01 WS-RUN-TIMESTAMP PIC X(22).
           01 WS-END-TIMESTAMP PIC X(22).
           01 WS-DATE-FORMAT-CODE PIC X VALUE SPACE.
           01 WS-JOB-MODE-FLAG   PIC X VALUE "U".
           01 WS-OPERATOR-ID   PIC X(8).
           COPY AUDITREC.
           COPY STEPREC.
           COPY RPTWRIT.
           COPY BUSDTE.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "DATE-TIME" USING WS-RUN-TIMESTAMP WS-DATE-FORMAT-CODE
               WS-JOB-MODE-FLAG
           PERFORM WriteStartAudit
           MOVE "G" TO WS-BUSDATE-FUNCTION
           CALL "BUSDATE" USING WS-BUSDATE-FUNCTION WS-BUSINESS-DATE
           PERFORM ReadEntityParm
           PERFORM DetermineFilingPeriod
           PERFORM LoadTaxAccounts
           PERFORM GatherRegister
           PERFORM GatherLedger
           IF NOT WS-MASTER-ERROR
               PERFORM PrintReturn
               DISPLAY "TAX-RTN: ENTITY " WS-RETURN-ENTITY " PERIODS "
                   WS-FROM-PERIOD " TO " WS-TO-PERIOD " - "
                   WS-REGISTER-COUNT " REGISTER ITEM(S), "
                   WS-UNRECONCILED-COUNT
                   " TAX ACCOUNT(S) NOT AGREEING TO THE LEDGER"
           END-IF
           IF WS-UNRECONCILED-COUNT > 0
               SET WS-REFUSED TO TRUE
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
      * TAXPARM.DAT names the filing period as a first and last
      * month (YYYYMM), so a quarterly return is one run; a zero
      * first month means the business date's month, a zero last
      * month the same as the first, and a blank entity the home
      * entity.
       DetermineFilingPeriod.
           MOVE WS-DEFAULT-ENTITY TO WS-RETURN-ENTITY
           OPEN INPUT TAX-PARM-FILE
           IF WS-TAX-PARM-STATUS = "00"
               READ TAX-PARM-FILE
                   NOT AT END
                       IF TXP-FROM-PERIOD NUMERIC
                           AND TXP-FROM-PERIOD > 0
                           MOVE TXP-FROM-PERIOD TO WS-FROM-PERIOD
                       END-IF
                       IF TXP-TO-PERIOD NUMERIC
                           AND TXP-TO-PERIOD > 0
                           MOVE TXP-TO-PERIOD TO WS-TO-PERIOD
                       END-IF
                       IF TXP-ENTITY NOT = SPACES
                           MOVE TXP-ENTITY TO WS-RETURN-ENTITY
                       END-IF
               END-READ
               CLOSE TAX-PARM-FILE
           END-IF
           IF WS-FROM-PERIOD = 0
               MOVE WS-BUSINESS-DATE(1:6) TO WS-FROM-PERIOD
           END-IF
           IF WS-TO-PERIOD < WS-FROM-PERIOD
               MOVE WS-FROM-PERIOD TO WS-TO-PERIOD
           END-IF.
       LoadTaxAccounts.
           OPEN INPUT TAX-CODE-FILE
           IF WS-TAX-CODE-STATUS NOT = "00"
               DISPLAY "TAX-RTN: TAXCODE.DAT NOT AVAILABLE - "
                   "RECONCILING REGISTER ACCOUNTS ONLY"
               SET WS-TAX-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-TAX-EOF
               READ TAX-CODE-FILE
                   AT END SET WS-TAX-EOF TO TRUE
                   NOT AT END
                       MOVE TX-ACCOUNT TO WS-FIND-ACCOUNT
                       PERFORM FindTaxAccount
               END-READ
           END-PERFORM
           IF WS-TAX-CODE-STATUS = "00" OR "10"
               CLOSE TAX-CODE-FILE
           END-IF.
       FindTaxAccount.
           MOVE "N" TO WS-ACCT-FOUND-FLAG
           MOVE 0   TO WS-ACCT-IDX
           PERFORM UNTIL WS-ACCT-FOUND OR WS-ACCT-IDX >= WS-ACCT-COUNT
               ADD 1 TO WS-ACCT-IDX
               IF WS-AC-ACCOUNT(WS-ACCT-IDX) = WS-FIND-ACCOUNT
                   SET WS-ACCT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-ACCT-FOUND AND WS-ACCT-COUNT < 50
               ADD 1 TO WS-ACCT-COUNT
               MOVE WS-ACCT-COUNT TO WS-ACCT-IDX
               MOVE WS-FIND-ACCOUNT TO WS-AC-ACCOUNT(WS-ACCT-IDX)
               MOVE 0 TO WS-AC-REGISTER(WS-ACCT-IDX)
               MOVE 0 TO WS-AC-LEDGER(WS-ACCT-IDX)
               SET WS-ACCT-FOUND TO TRUE
           END-IF.
      * Register items belong to the filing period by transaction
      * date. Output tax counts up on a credit and input tax on a
      * debit, so a credit note or refund reduces its line.
       GatherRegister.
           OPEN INPUT TAX-REGISTER-FILE
           IF WS-TAX-REGISTER-STATUS NOT = "00"
               DISPLAY "TAX-RTN: TAXREG.DAT NOT AVAILABLE - "
                   "NO TAX-CODED ITEMS ON THE RETURN"
               SET WS-REGISTER-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-REGISTER-EOF
               READ TAX-REGISTER-FILE
                   AT END SET WS-REGISTER-EOF TO TRUE
                   NOT AT END
                       IF TXR-ENTITY = WS-RETURN-ENTITY
                           AND TXR-TRAN-DATE(1:6) >= WS-FROM-PERIOD
                           AND TXR-TRAN-DATE(1:6) <= WS-TO-PERIOD
                           PERFORM TakeRegisterItem
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TAX-REGISTER-STATUS = "00" OR "10"
               CLOSE TAX-REGISTER-FILE
           END-IF.
       TakeRegisterItem.
           ADD 1 TO WS-REGISTER-COUNT
           IF TXR-TYPE-CODE = "D"
               MOVE TXR-BASE-TAX TO WS-DEBIT-TAX
           ELSE
               COMPUTE WS-DEBIT-TAX = 0 - TXR-BASE-TAX
           END-IF
           IF (TXR-DIRECTION = "O" AND TXR-TYPE-CODE = "C")
               OR (TXR-DIRECTION NOT = "O" AND TXR-TYPE-CODE = "D")
               MOVE TXR-BASE-NET TO WS-SIGNED-TAXABLE
               MOVE TXR-BASE-TAX TO WS-SIGNED-TAX
           ELSE
               COMPUTE WS-SIGNED-TAXABLE = 0 - TXR-BASE-NET
               COMPUTE WS-SIGNED-TAX = 0 - TXR-BASE-TAX
           END-IF
           MOVE "N" TO WS-LINE-FOUND-FLAG
           MOVE 0   TO WS-LINE-IDX
           PERFORM UNTIL WS-LINE-FOUND OR WS-LINE-IDX >= WS-LINE-COUNT
               ADD 1 TO WS-LINE-IDX
               IF WS-LN-CODE(WS-LINE-IDX) = TXR-TAX-CODE
                   AND WS-LN-DIRECTION(WS-LINE-IDX) = TXR-DIRECTION
                   SET WS-LINE-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-LINE-FOUND
               IF WS-LINE-COUNT < 100
                   ADD 1 TO WS-LINE-COUNT
                   MOVE WS-LINE-COUNT TO WS-LINE-IDX
                   MOVE TXR-TAX-CODE  TO WS-LN-CODE(WS-LINE-IDX)
                   MOVE TXR-DIRECTION TO WS-LN-DIRECTION(WS-LINE-IDX)
                   MOVE 0 TO WS-LN-TAXABLE(WS-LINE-IDX)
                   MOVE 0 TO WS-LN-TAX(WS-LINE-IDX)
                   MOVE 0 TO WS-LN-ITEMS(WS-LINE-IDX)
                   SET WS-LINE-FOUND TO TRUE
               ELSE
                   IF NOT WS-LINE-FULL
                       DISPLAY "TAX-RTN: MORE THAN 100 CODE LINES - "
                           "RETURN INCOMPLETE"
                       SET WS-LINE-FULL TO TRUE
                       SET WS-REFUSED TO TRUE
                   END-IF
               END-IF
           END-IF
           IF WS-LINE-FOUND
               ADD 1 TO WS-LN-ITEMS(WS-LINE-IDX)
               ADD WS-SIGNED-TAXABLE TO WS-LN-TAXABLE(WS-LINE-IDX)
               ADD WS-SIGNED-TAX     TO WS-LN-TAX(WS-LINE-IDX)
           END-IF
           IF TXR-DIRECTION = "O"
               ADD WS-SIGNED-TAXABLE TO WS-OUTPUT-TAXABLE-TOTAL
               ADD WS-SIGNED-TAX     TO WS-OUTPUT-TAX-TOTAL
           ELSE
               ADD WS-SIGNED-TAXABLE TO WS-INPUT-TAXABLE-TOTAL
               ADD WS-SIGNED-TAX     TO WS-INPUT-TAX-TOTAL
           END-IF
           MOVE TXR-TAX-ACCOUNT TO WS-FIND-ACCOUNT
           PERFORM FindTaxAccount
           IF WS-ACCT-FOUND
               ADD WS-DEBIT-TAX TO WS-AC-REGISTER(WS-ACCT-IDX)
           END-IF.
      * The ledger side is each tax account's posted activity for
      * every month of the filing period, read straight off the
      * GL master by entity, account and period.
       GatherLedger.
           OPEN INPUT GL-MASTER-FILE
           IF WS-GL-MASTER-STATUS NOT = "00"
               DISPLAY "TAX-RTN: GLMASTER.DAT NOT AVAILABLE - "
                   "STATUS " WS-GL-MASTER-STATUS
               SET WS-MASTER-ERROR TO TRUE
           ELSE
               PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                       UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                   PERFORM GatherAccountLedger
               END-PERFORM
               CLOSE GL-MASTER-FILE
           END-IF.
       GatherAccountLedger.
           MOVE WS-FROM-PERIOD TO WS-WALK-PERIOD
           PERFORM UNTIL WS-WALK-PERIOD > WS-TO-PERIOD
               MOVE WS-RETURN-ENTITY          TO GLM-ENTITY
               MOVE WS-AC-ACCOUNT(WS-ACCT-IDX) TO GLM-ACCOUNT-CODE
               MOVE WS-WALK-PERIOD            TO GLM-PERIOD
               READ GL-MASTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       ADD GLM-PERIOD-ACTIVITY
                           TO WS-AC-LEDGER(WS-ACCT-IDX)
               END-READ
               MOVE WS-WALK-PERIOD(5:2) TO WS-WALK-MONTH
               IF WS-WALK-MONTH >= 12
                   COMPUTE WS-WALK-PERIOD = WS-WALK-PERIOD + 89
               ELSE
                   ADD 1 TO WS-WALK-PERIOD
               END-IF
           END-PERFORM.
       PrintReturn.
           MOVE "O" TO WS-RPT-FUNCTION
           MOVE "TAXRTN.RPT" TO WS-RPT-FILE-NAME
           MOVE SPACES TO WS-RPT-TITLE
           STRING "TAX RETURN " WS-RETURN-ENTITY " "
               WS-FROM-PERIOD " TO " WS-TO-PERIOD
               DELIMITED BY SIZE INTO WS-RPT-TITLE
           MOVE WS-RPT-COLUMN-LINE TO WS-RPT-COLUMN-HEAD
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LINE-COUNT
               MOVE SPACES TO WS-RPT-DETAIL
               MOVE WS-LN-CODE(WS-LINE-IDX) TO WS-RPT-CODE
               IF WS-LN-DIRECTION(WS-LINE-IDX) = "O"
                   MOVE "OUTPUT" TO WS-RPT-DIRECTION
               ELSE
                   MOVE "INPUT"  TO WS-RPT-DIRECTION
               END-IF
               MOVE WS-LN-ITEMS(WS-LINE-IDX)   TO WS-RPT-ITEMS
               MOVE WS-LN-TAXABLE(WS-LINE-IDX) TO WS-RPT-TAXABLE
               MOVE WS-LN-TAX(WS-LINE-IDX)     TO WS-RPT-TAX
               MOVE WS-RPT-DETAIL TO WS-RPT-PRINT-LINE
               PERFORM WriteDetailLine
           END-PERFORM
           MOVE "OUTPUT TAX - TAXABLE SALES" TO WS-RPT-TOT-LABEL
           MOVE WS-OUTPUT-TAXABLE-TOTAL TO WS-RPT-TOT-AMOUNT
           PERFORM WriteTotalLine
           MOVE "OUTPUT TAX - TAX COLLECTED" TO WS-RPT-TOT-LABEL
           MOVE WS-OUTPUT-TAX-TOTAL TO WS-RPT-TOT-AMOUNT
           PERFORM WriteTotalLine
           MOVE "INPUT TAX - TAXABLE PURCHASES" TO WS-RPT-TOT-LABEL
           MOVE WS-INPUT-TAXABLE-TOTAL TO WS-RPT-TOT-AMOUNT
           PERFORM WriteTotalLine
           MOVE "INPUT TAX - TAX PAID" TO WS-RPT-TOT-LABEL
           MOVE WS-INPUT-TAX-TOTAL TO WS-RPT-TOT-AMOUNT
           PERFORM WriteTotalLine
           COMPUTE WS-NET-PAYABLE =
               WS-OUTPUT-TAX-TOTAL - WS-INPUT-TAX-TOTAL
           IF WS-NET-PAYABLE < 0
               MOVE "NET TAX REFUNDABLE" TO WS-RPT-TOT-LABEL
           ELSE
               MOVE "NET TAX PAYABLE" TO WS-RPT-TOT-LABEL
           END-IF
           MOVE WS-NET-PAYABLE TO WS-RPT-TOT-AMOUNT
           PERFORM WriteTotalLine
           PERFORM PrintReconciliation
           MOVE "C" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
      * Each tax account's register tax against its posted ledger
      * activity for the filing period. A difference means tax
      * was keyed straight to the account or a coded item has not
      * posted yet, and the return cannot be proved until it is
      * cleared.
       PrintReconciliation.
           MOVE SPACES TO WS-RPT-PRINT-LINE
           PERFORM WriteDetailLine
           MOVE "TAX ACCOUNT RECONCILIATION TO THE GL MASTER"
               TO WS-RPT-PRINT-LINE
           PERFORM WriteDetailLine
           MOVE WS-RPT-RECON-HEAD TO WS-RPT-PRINT-LINE
           PERFORM WriteDetailLine
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               COMPUTE WS-DIFFERENCE = WS-AC-LEDGER(WS-ACCT-IDX)
                   - WS-AC-REGISTER(WS-ACCT-IDX)
               MOVE SPACES TO WS-RPT-RECON-LINE
               MOVE WS-AC-ACCOUNT(WS-ACCT-IDX)  TO WS-RPT-RC-ACCOUNT
               MOVE WS-AC-REGISTER(WS-ACCT-IDX) TO WS-RPT-RC-REGISTER
               MOVE WS-AC-LEDGER(WS-ACCT-IDX)   TO WS-RPT-RC-LEDGER
               MOVE WS-DIFFERENCE               TO WS-RPT-RC-DIFF
               IF WS-DIFFERENCE = 0
                   MOVE "AGREED" TO WS-RPT-RC-STATUS
               ELSE
                   MOVE "*** NOT AGREED" TO WS-RPT-RC-STATUS
                   ADD 1 TO WS-UNRECONCILED-COUNT
               END-IF
               MOVE WS-RPT-RECON-LINE TO WS-RPT-PRINT-LINE
               PERFORM WriteDetailLine
           END-PERFORM.
       WriteDetailLine.
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
           MOVE "TAX-RTN"        TO WS-AUDIT-PROGRAM-ID
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
           MOVE "TAX-RTN"        TO WS-AUDIT-PROGRAM-ID
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
           MOVE "TAXRTN" TO WS-STEP-NAME
           MOVE WS-BUSINESS-DATE TO WS-STEP-DATE
           MOVE RETURN-CODE TO WS-STEP-RC
           CALL "STEP-LOG" USING WS-STEP-NAME WS-STEP-DATE
               WS-STEP-RC
           MOVE WS-STEP-RC TO RETURN-CODE.
       END PROGRAM TAX-RTN.
