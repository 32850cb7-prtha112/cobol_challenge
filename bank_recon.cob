           SELECT OUTSTANDING-FILE ASSIGN TO "BANKOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTSTANDING-STATUS.
           SELECT AP-PAYMENT-REGISTER-FILE ASSIGN TO "APPAYREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-REGISTER-STATUS.
           SELECT BANK-PARM-FILE ASSIGN TO "BNKPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-PARM-STATUS.
           05 OUT-REFERENCE     PIC X(16).
           05 FILLER            PIC X.
           05 OUT-FIRST-SEEN    PIC 9(8).
       FD  AP-PAYMENT-REGISTER-FILE.
           COPY APPAYREC.
       FD  BANK-PARM-FILE.
       01  BANK-PARM-RECORD.
           05 BNK-PARM-ENTITY   PIC X(3).
           01 WS-GL-MASTER-STATUS      PIC XX.
           01 WS-OUTSTANDING-STATUS    PIC XX.
           01 WS-BANK-PARM-STATUS      PIC XX.
           01 WS-PAYMENT-REGISTER-STATUS PIC XX.
           01 WS-DRY-RUN-STATUS        PIC XX.
           01 WS-DRY-RUN-FLAG          PIC X VALUE "N".
               88 WS-DRY-RUN VALUE "Y".
               88 WS-DETAIL-EOF VALUE "Y".
           01 WS-OUT-EOF-FLAG          PIC X VALUE "N".
               88 WS-OUT-EOF VALUE "Y".
           01 WS-REGISTER-EOF-FLAG     PIC X VALUE "N".
               88 WS-REGISTER-EOF VALUE "Y".
           01 WS-CASH-ENTITY           PIC X(3) VALUE "001".
           01 WS-CASH-ACCOUNT          PIC X(8) VALUE SPACES.
           01 WS-DAY-TOLERANCE         PIC 9(2) VALUE 3.
                   10 WS-BANK-MATCHED   PIC X.
           01 WS-BANK-COUNT            PIC 9(3) VALUE 0.
           01 WS-BANK-IDX              PIC 9(3).
           01 WS-PAYMENT-COUNT         PIC 9(4) VALUE 0.
           01 WS-PAYMENT-TOTAL         PIC S9(13)V99 VALUE 0.
           01 WS-PAYMENT-UNABSORBED    PIC S9(13)V99 VALUE 0.
           01 WS-MOVEMENT-AMOUNT       PIC S9(11)V99.
           01 WS-REF-MATCHED-COUNT     PIC 9(4) VALUE 0.
           01 WS-DAY-DIFF              PIC S9(5).
           01 WS-AGE-DAYS              PIC S9(5).
           01 WS-MATCHED-COUNT         PIC 9(4) VALUE 0.
           END-IF
           PERFORM LoadOutstandingItems
           PERFORM LoadBankStatement
           PERFORM LoadIssuedPayments
           PERFORM LoadOurMovements
           PERFORM MatchByReference
           PERFORM MatchItems
           PERFORM ReadBookBalance
           PERFORM WriteBankReport
               PERFORM RewriteOutstandingFile
           END-IF
           PERFORM RaiseStaleAlert
           DISPLAY "BANK-RECON: " WS-PAYMENT-COUNT " AP PAYMENTS, "
               WS-REF-MATCHED-COUNT " CLEARED BY REFERENCE"
           DISPLAY "BANK-RECON: " WS-MATCHED-COUNT " MATCHED, "
               WS-OUR-OUT-COUNT " OUTSTANDING OURS, "
               WS-BANK-OUT-COUNT " OUTSTANDING BANK"
                   " - EXCESS LINES SKIPPED"
               SET WS-STMT-EOF TO TRUE
           END-IF.
      * Tonight's AP-PAY payments enter one item per payment under
      * the payment reference, so each clears against its own
      * statement line however the cash postings were summarised.
       LoadIssuedPayments.
           OPEN INPUT AP-PAYMENT-REGISTER-FILE
           IF WS-PAYMENT-REGISTER-STATUS NOT = "00"
               SET WS-REGISTER-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-REGISTER-EOF
               READ AP-PAYMENT-REGISTER-FILE
                   AT END SET WS-REGISTER-EOF TO TRUE
                   NOT AT END
                       IF APR-POST-DATE = WS-BUSINESS-DATE
                           AND APR-CASH-ACCOUNT = WS-CASH-ACCOUNT
                           AND (APR-ENTITY = WS-CASH-ENTITY
                           OR APR-ENTITY = SPACES)
                           PERFORM StoreIssuedPayment
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PAYMENT-REGISTER-STATUS = "00" OR "10"
               CLOSE AP-PAYMENT-REGISTER-FILE
           END-IF
           MOVE WS-PAYMENT-TOTAL TO WS-PAYMENT-UNABSORBED.
       StoreIssuedPayment.
           IF WS-OUR-COUNT < 500
               ADD 1 TO WS-OUR-COUNT
               ADD 1 TO WS-PAYMENT-COUNT
               MOVE APR-POST-DATE  TO WS-OUR-DATE(WS-OUR-COUNT)
               COMPUTE WS-OUR-AMOUNT(WS-OUR-COUNT) = 0 - APR-AMOUNT
               MOVE APR-PAY-REF    TO WS-OUR-REFERENCE(WS-OUR-COUNT)
               MOVE APR-POST-DATE  TO WS-OUR-FIRST(WS-OUR-COUNT)
               MOVE "N"            TO WS-OUR-MATCHED(WS-OUR-COUNT)
               SUBTRACT APR-AMOUNT FROM WS-PAYMENT-TOTAL
           ELSE
               DISPLAY "BANK-RECON: MORE THAN 500 BOOK-SIDE ITEMS"
                   " - EXCESS PAYMENTS SKIPPED"
               SET WS-REGISTER-EOF TO TRUE
           END-IF.
       LoadOurMovements.
           OPEN INPUT GL-DETAIL-FILE
           IF WS-GL-DETAIL-STATUS NOT = "00"
           END-PERFORM
           IF WS-GL-DETAIL-STATUS = "00" OR "10"
               CLOSE GL-DETAIL-FILE
           END-IF
           IF WS-PAYMENT-UNABSORBED NOT = 0
               DISPLAY "BANK-RECON: AP PAYMENTS NOT FOUND IN TONIGHT'S"
                   " CASH POSTINGS - " WS-PAYMENT-UNABSORBED
           END-IF.
      * The payment credits are already in the table one by one,
      * so they are taken out of the summarised cash lines before
      * what is left of each line is stored.
       StoreOurMovement.
           MOVE GL-DET-NET-AMOUNT TO WS-MOVEMENT-AMOUNT
           IF WS-PAYMENT-UNABSORBED < 0 AND WS-MOVEMENT-AMOUNT < 0
               IF WS-MOVEMENT-AMOUNT < WS-PAYMENT-UNABSORBED
                   SUBTRACT WS-PAYMENT-UNABSORBED
                       FROM WS-MOVEMENT-AMOUNT
                   MOVE 0 TO WS-PAYMENT-UNABSORBED
               ELSE
                   SUBTRACT WS-MOVEMENT-AMOUNT
                       FROM WS-PAYMENT-UNABSORBED
                   MOVE 0 TO WS-MOVEMENT-AMOUNT
               END-IF
           END-IF
           IF WS-MOVEMENT-AMOUNT = 0
               CONTINUE
           ELSE
               PERFORM StoreOurRemainder
           END-IF.
       StoreOurRemainder.
           IF WS-OUR-COUNT < 500
               ADD 1 TO WS-OUR-COUNT
               MOVE GL-DET-RUN-DATE   TO WS-OUR-DATE(WS-OUR-COUNT)
               MOVE WS-MOVEMENT-AMOUNT TO WS-OUR-AMOUNT(WS-OUR-COUNT)
               MOVE GL-DET-RUN-TIMESTAMP(1:16)
                   TO WS-OUR-REFERENCE(WS-OUR-COUNT)
               MOVE GL-DET-RUN-DATE   TO WS-OUR-FIRST(WS-OUR-COUNT)
                   " - EXCESS MOVEMENTS SKIPPED"
               SET WS-DETAIL-EOF TO TRUE
           END-IF.
      * A statement line carrying a payment reference clears that
      * payment whatever the date gap, provided the amount agrees.
       MatchByReference.
           PERFORM VARYING WS-OUR-IDX FROM 1 BY 1
                   UNTIL WS-OUR-IDX > WS-OUR-COUNT
               IF WS-OUR-REFERENCE(WS-OUR-IDX)(1:2) = "AP"
                   PERFORM TryReferenceMatch
               END-IF
           END-PERFORM.
       TryReferenceMatch.
           PERFORM VARYING WS-BANK-IDX FROM 1 BY 1
                   UNTIL WS-BANK-IDX > WS-BANK-COUNT
                   OR WS-OUR-MATCHED(WS-OUR-IDX) = "Y"
               IF WS-BANK-MATCHED(WS-BANK-IDX) = "N"
                   AND WS-BANK-REFERENCE(WS-BANK-IDX)
                       = WS-OUR-REFERENCE(WS-OUR-IDX)
                   AND WS-BANK-AMOUNT(WS-BANK-IDX)
                       = WS-OUR-AMOUNT(WS-OUR-IDX)
                   MOVE "Y" TO WS-OUR-MATCHED(WS-OUR-IDX)
                   MOVE "Y" TO WS-BANK-MATCHED(WS-BANK-IDX)
                   ADD 1 TO WS-MATCHED-COUNT
                   ADD 1 TO WS-REF-MATCHED-COUNT
                   ADD WS-OUR-AMOUNT(WS-OUR-IDX) TO WS-MATCHED-TOTAL
               END-IF
           END-PERFORM.
      * Pair statement lines against book movements by signed
      * amount with the dates inside the tolerance window; each
      * item matches at most once.
