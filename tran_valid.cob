       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FX-RATE-FILE ASSIGN TO "FXRATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-RATE-STATUS.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-CODE
               FILE STATUS IS WS-CC-MASTER-STATUS.
           SELECT TAX-CODE-FILE ASSIGN TO "TAXCODE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-CODE-STATUS.
           SELECT POSTING-RULE-FILE ASSIGN TO "POSTRULE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRL-ACCOUNT-CODE
               FILE STATUS IS WS-POSTING-RULE-STATUS.
           SELECT CC-PARM-FILE ASSIGN TO "CCPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CC-PARM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTREC.
       FD  COST-CENTER-MASTER-FILE.
           COPY CCREC.
       FD  FX-RATE-FILE.
           COPY FXRATREC.
       FD  TAX-CODE-FILE.
           COPY TAXCODE.
       FD  POSTING-RULE-FILE.
           COPY POSTRULE.
       FD  CC-PARM-FILE.
       01  CC-PARM-RECORD       PIC X(4).
       WORKING-STORAGE SECTION.
           01 WS-FIRST-CALL-FLAG     PIC X VALUE "Y".
               88 WS-FIRST-CALL VALUE "Y".
           01 WS-ACCOUNT-MASTER-STATUS PIC XX.
           01 WS-ACCT-MASTER-OPEN-FLAG PIC X VALUE "N".
               88 WS-ACCT-MASTER-OPEN VALUE "Y".
           01 WS-CURRENCY-IDX        PIC 9(3).
           01 WS-CURRENCY-VALID-FLAG PIC X VALUE "N".
               88 WS-CURRENCY-VALID VALUE "Y".
           01 WS-TAX-CODE-STATUS     PIC XX.
           01 WS-TAX-EOF-FLAG        PIC X VALUE "N".
               88 WS-TAX-EOF VALUE "Y".
           01 WS-TAX-TABLE.
               05 WS-TAX-ENTRY OCCURS 200 TIMES.
                   10 WS-TAX-CODE       PIC X(4).
                   10 WS-TAX-EFFECTIVE  PIC 9(8).
                   10 WS-TAX-EXPIRY     PIC 9(8).
           01 WS-TAX-COUNT           PIC 9(3) VALUE 0.
           01 WS-TAX-IDX             PIC 9(3).
           01 WS-TAX-KNOWN-FLAG      PIC X VALUE "N".
               88 WS-TAX-KNOWN VALUE "Y".
           01 WS-TAX-IN-FORCE-FLAG   PIC X VALUE "N".
               88 WS-TAX-IN-FORCE VALUE "Y".
           01 WS-POSTING-RULE-STATUS PIC XX.
           01 WS-RULE-FILE-OPEN-FLAG PIC X VALUE "N".
               88 WS-RULE-FILE-OPEN VALUE "Y".
           01 WS-CC-PARM-STATUS      PIC XX.
           01 WS-DEFAULT-CC          PIC X(4) VALUE "UNAL".
           01 WS-RULE-IDX            PIC 9.
           01 WS-RULE-LIST-FLAG      PIC X VALUE "N".
               88 WS-RULE-LIST-USED VALUE "Y".
           01 WS-RULE-MATCH-FLAG     PIC X VALUE "N".
               88 WS-RULE-MATCHED VALUE "Y".
           01 WS-RULE-CURRENCY       PIC X(3).
       LINKAGE SECTION.
           COPY TRANREC.
           COPY TRANVAL.
       PROCEDURE DIVISION USING TRANSACTION-RECORD
               WS-EDIT-REASON-CODE WS-EDIT-SOURCE.
       MAIN-PROCEDURE.
           IF WS-FIRST-CALL
               MOVE "N" TO WS-FIRST-CALL-FLAG
               PERFORM LoadCurrencyTable
               PERFORM OpenAccountMaster
               PERFORM OpenCostCenterMaster
               PERFORM LoadTaxCodeTable
               PERFORM OpenPostingRules
               PERFORM ReadCCParm
           END-IF
           MOVE 0 TO WS-EDIT-REASON-CODE
           PERFORM ValidateAmount
           IF WS-EDIT-PASSED
               PERFORM ValidateCostCenter
           END-IF
           IF WS-EDIT-PASSED
               PERFORM ValidatePostingRule
           END-IF
           IF WS-EDIT-PASSED
               PERFORM ValidateTaxCode
           END-IF
           GOBACK.
       ValidateAmount.
           IF TR-AMOUNT NOT NUMERIC
               MOVE 1 TO WS-EDIT-REASON-CODE
           END-IF.
      * The account itself is proven against the chart of
      * accounts in ValidateAccountMaster; only a blank code is
      * caught here.
       ValidateAccount.
           IF TR-ACCOUNT-CODE = SPACES
               MOVE 2 TO WS-EDIT-REASON-CODE
           END-IF.
       OpenAccountMaster.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF WS-ACCOUNT-MASTER-STATUS = "00"
                   SET WS-CURRENCY-VALID TO TRUE
               END-IF
           END-PERFORM.
       LoadTaxCodeTable.
           OPEN INPUT TAX-CODE-FILE
           IF WS-TAX-CODE-STATUS = "00"
               PERFORM UNTIL WS-TAX-EOF
                   READ TAX-CODE-FILE
                       AT END SET WS-TAX-EOF TO TRUE
                       NOT AT END
                           PERFORM StoreTaxCode
                   END-READ
               END-PERFORM
               CLOSE TAX-CODE-FILE
           ELSE
               DISPLAY "TRAN-VALID: TAXCODE.DAT NOT AVAILABLE - "
                   "TAX-CODED TRANSACTIONS REJECTED"
           END-IF.
       StoreTaxCode.
           IF WS-TAX-COUNT < 200
               ADD 1 TO WS-TAX-COUNT
               MOVE TX-CODE TO WS-TAX-CODE(WS-TAX-COUNT)
               MOVE TX-EFFECTIVE-DATE TO WS-TAX-EFFECTIVE(WS-TAX-COUNT)
               IF TX-EXPIRY-DATE NUMERIC AND TX-EXPIRY-DATE > 0
                   MOVE TX-EXPIRY-DATE
                       TO WS-TAX-EXPIRY(WS-TAX-COUNT)
               ELSE
                   MOVE 99999999 TO WS-TAX-EXPIRY(WS-TAX-COUNT)
               END-IF
           ELSE
               DISPLAY "TRAN-VALID: TAXCODE.DAT HAS MORE THAN "
                   "200 ENTRIES - REMAINING ENTRIES SKIPPED"
               SET WS-TAX-EOF TO TRUE
           END-IF.
      * A tax code is optional; one that is given must be on the
      * table (10) and have an entry in force on the transaction
      * date (11), so an expired rate can never be split.
       ValidateTaxCode.
           IF TR-TAX-CODE NOT = SPACES
               MOVE "N" TO WS-TAX-KNOWN-FLAG
               MOVE "N" TO WS-TAX-IN-FORCE-FLAG
               PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
                       UNTIL WS-TAX-IDX > WS-TAX-COUNT
                   IF WS-TAX-CODE(WS-TAX-IDX) = TR-TAX-CODE
                       SET WS-TAX-KNOWN TO TRUE
                       IF WS-TAX-EFFECTIVE(WS-TAX-IDX) <= TR-TRAN-DATE
                           AND WS-TAX-EXPIRY(WS-TAX-IDX)
                               >= TR-TRAN-DATE
                           SET WS-TAX-IN-FORCE TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               IF NOT WS-TAX-KNOWN
                   MOVE 10 TO WS-EDIT-REASON-CODE
               ELSE
                   IF NOT WS-TAX-IN-FORCE
                       MOVE 11 TO WS-EDIT-REASON-CODE
                   END-IF
               END-IF
           END-IF.
       OpenPostingRules.
           OPEN INPUT POSTING-RULE-FILE
           IF WS-POSTING-RULE-STATUS = "00"
               SET WS-RULE-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "TRAN-VALID: POSTRULE.DAT NOT AVAILABLE - "
                   "POSTING RULES NOT ENFORCED"
           END-IF.
       ReadCCParm.
           OPEN INPUT CC-PARM-FILE
           IF WS-CC-PARM-STATUS = "00"
               READ CC-PARM-FILE
                   NOT AT END
                       IF CC-PARM-RECORD NOT = SPACES
                           MOVE CC-PARM-RECORD TO WS-DEFAULT-CC
                       END-IF
               END-READ
               CLOSE CC-PARM-FILE
           END-IF.
      * An account with no POSTRULE.DAT record is unrestricted.
      * The rules are tried in a fixed order so the same bad
      * posting always draws the same reason: cost center (12),
      * posting side (13), control account (14), entity (15),
      * currency (16).
       ValidatePostingRule.
           IF WS-RULE-FILE-OPEN
               MOVE TR-ACCOUNT-CODE TO PRL-ACCOUNT-CODE
               READ POSTING-RULE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM ApplyPostingRule
               END-READ
           END-IF.
       ApplyPostingRule.
           IF PRL-CC-MANDATORY
               AND (TR-COST-CENTER = SPACES
                   OR TR-COST-CENTER = WS-DEFAULT-CC)
               MOVE 12 TO WS-EDIT-REASON-CODE
           END-IF
           IF WS-EDIT-PASSED
               IF (PRL-DEBIT-ONLY AND NOT TR-DEBIT)
                   OR (PRL-CREDIT-ONLY AND NOT TR-CREDIT)
                   MOVE 13 TO WS-EDIT-REASON-CODE
               END-IF
           END-IF
           IF WS-EDIT-PASSED
               IF PRL-CONTROL-ACCOUNT AND NOT WS-EDIT-SUBLEDGER
                   MOVE 14 TO WS-EDIT-REASON-CODE
               END-IF
           END-IF
           IF WS-EDIT-PASSED
               PERFORM CheckRuleEntity
               IF WS-RULE-LIST-USED AND NOT WS-RULE-MATCHED
                   MOVE 15 TO WS-EDIT-REASON-CODE
               END-IF
           END-IF
           IF WS-EDIT-PASSED
               PERFORM CheckRuleCurrency
               IF WS-RULE-LIST-USED AND NOT WS-RULE-MATCHED
                   MOVE 16 TO WS-EDIT-REASON-CODE
               END-IF
           END-IF.
       CheckRuleEntity.
           MOVE "N" TO WS-RULE-LIST-FLAG
           MOVE "N" TO WS-RULE-MATCH-FLAG
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > 5
               IF PRL-ENTITY(WS-RULE-IDX) NOT = SPACES
                   SET WS-RULE-LIST-USED TO TRUE
                   IF PRL-ENTITY(WS-RULE-IDX) = TR-ENTITY
                       SET WS-RULE-MATCHED TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
       CheckRuleCurrency.
           MOVE "N" TO WS-RULE-LIST-FLAG
           MOVE "N" TO WS-RULE-MATCH-FLAG
           IF TR-CURRENCY = SPACES
               MOVE "USD" TO WS-RULE-CURRENCY
           ELSE
               MOVE TR-CURRENCY TO WS-RULE-CURRENCY
           END-IF
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > 5
               IF PRL-CURRENCY(WS-RULE-IDX) NOT = SPACES
                   SET WS-RULE-LIST-USED TO TRUE
                   IF PRL-CURRENCY(WS-RULE-IDX) = WS-RULE-CURRENCY
                       SET WS-RULE-MATCHED TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
       END PROGRAM TRAN-VALID.
