       IDENTIFICATION DIVISION.
       PROGRAM-ID. AP-AGING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-MASTER-FILE ASSIGN TO "VENDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-VENDOR-ID
               FILE STATUS IS WS-VENDOR-MASTER-STATUS.
           SELECT AP-INVOICE-FILE ASSIGN TO "APINV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AI-VOUCHER-NO
               FILE STATUS IS WS-AP-INVOICE-STATUS.
           SELECT AP-PARM-FILE ASSIGN TO "APPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-PARM-STATUS.
           SELECT GL-MASTER-FILE ASSIGN TO "GLMASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLM-KEY
               FILE STATUS IS WS-GL-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-MASTER-FILE.
           COPY VENDREC.
       FD  AP-INVOICE-FILE.
           COPY APINVREC.
       FD  AP-PARM-FILE.
           COPY APPARM.
       FD  GL-MASTER-FILE.
           COPY GLMASTREC.
       WORKING-STORAGE SECTION.
           01 WS-VENDOR-MASTER-STATUS PIC XX.
           01 WS-AP-INVOICE-STATUS PIC XX.
           01 WS-AP-PARM-STATUS    PIC XX.
           01 WS-GL-MASTER-STATUS  PIC XX.
           01 WS-VENDOR-EOF-FLAG   PIC X VALUE "N".
               88 WS-VENDOR-EOF VALUE "Y".
           01 WS-INVOICE-EOF-FLAG  PIC X VALUE "N".
               88 WS-INVOICE-EOF VALUE "Y".
           01 WS-MASTER-EOF-FLAG   PIC X VALUE "N".
               88 WS-MASTER-EOF VALUE "Y".
           01 WS-LEDGER-ERROR-FLAG PIC X VALUE "N".
               88 WS-LEDGER-ERROR VALUE "Y".
           01 WS-AP-CONTROL-ACCOUNT PIC X(8) VALUE SPACES.
           01 WS-AGING-PERIOD      PIC 9(6).
           01 WS-AGE-DAYS          PIC S9(6).
           01 WS-BUCKET-IDX        PIC 9.
           01 WS-VEND-TABLE.
               05 WS-VEND-ENTRY OCCURS 500 TIMES.
                   10 WS-VEND-ID      PIC X(6).
                   10 WS-VEND-NAME    PIC X(30).
                   10 WS-VEND-BUCKET  PIC 9(11)V99 OCCURS 4 TIMES.
                   10 WS-VEND-TOTAL   PIC 9(11)V99.
           01 WS-VEND-COUNT        PIC 9(3) VALUE 0.
           01 WS-VEND-IDX          PIC 9(3).
           01 WS-VEND-FOUND-FLAG   PIC X.
               88 WS-VEND-FOUND VALUE "Y".
           01 WS-GRAND-BUCKETS.
               05 WS-GRAND-BUCKET   PIC 9(13)V99 OCCURS 4 TIMES.
           01 WS-GRAND-TOTAL       PIC 9(13)V99 VALUE 0.
           01 WS-OPEN-COUNT        PIC 9(6) VALUE 0.
           01 WS-ENT-TABLE.
               05 WS-ENT-ENTRY OCCURS 20 TIMES.
                   10 WS-ENT-ID      PIC X(3).
                   10 WS-ENT-PERIOD  PIC 9(6).
                   10 WS-ENT-CLOSING PIC S9(11)V99.
           01 WS-ENT-COUNT         PIC 9(2) VALUE 0.
           01 WS-ENT-IDX           PIC 9(2).
           01 WS-ENT-FOUND-FLAG    PIC X.
               88 WS-ENT-FOUND VALUE "Y".
           01 WS-CONTROL-BALANCE   PIC S9(13)V99 VALUE 0.
           01 WS-DIFFERENCE        PIC S9(13)V99 VALUE 0.
           01 WS-RPT-COLUMN-LINE.
               05 FILLER PIC X(7)  VALUE "VENDOR".
               05 FILLER PIC X(31) VALUE "NAME".
               05 FILLER PIC X(17) VALUE "          CURRENT".
               05 FILLER PIC X(17) VALUE "      31-60 DAYS".
               05 FILLER PIC X(17) VALUE "      61-90 DAYS".
               05 FILLER PIC X(17) VALUE "     OVER 90 DAYS".
               05 FILLER PIC X(17) VALUE "            TOTAL".
           01 WS-RPT-DETAIL.
               05 WS-RPT-VENDOR     PIC X(6).
               05 FILLER            PIC X VALUE SPACE.
               05 WS-RPT-NAME       PIC X(30).
               05 FILLER            PIC X VALUE SPACE.
               05 WS-RPT-BUCKET     PIC ZZ,ZZZ,ZZZ,ZZ9.99
                   OCCURS 4 TIMES.
               05 WS-RPT-ALL-BUCKETS PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           01 WS-RPT-VERDICT-LINE.
               05 WS-VERDICT-TEXT   PIC X(50).
               05 WS-VERDICT-AMOUNT PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
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
           MOVE WS-BUSINESS-DATE(1:6) TO WS-AGING-PERIOD
           PERFORM ReadAPParm
           PERFORM LoadVendors
           PERFORM AgeInvoices
           PERFORM LoadControlBalance
           COMPUTE WS-DIFFERENCE = WS-GRAND-TOTAL + WS-CONTROL-BALANCE
           PERFORM PrintAgingReport
           DISPLAY "AP-AGING: " WS-OPEN-COUNT " OPEN INVOICE(S) FOR "
               WS-VEND-COUNT " VENDOR(S) AS AT " WS-BUSINESS-DATE
           IF WS-DIFFERENCE NOT = 0 OR WS-LEDGER-ERROR
               DISPLAY "AP-AGING: SUBLEDGER DOES NOT AGREE TO AP "
                   "CONTROL - DIFFERENCE " WS-DIFFERENCE
               MOVE 7 TO WS-ALERT-SEVERITY
               MOVE "AP-AGING"        TO WS-ALERT-PROGRAM
               MOVE WS-BUSINESS-DATE  TO WS-ALERT-DATE
               MOVE "AP SUBLEDGER DOES NOT AGREE TO CONTROL - SEE RPT"
                   TO WS-ALERT-MESSAGE
               CALL "ALERT-LOG" USING WS-ALERT-SEVERITY
                   WS-ALERT-PROGRAM WS-ALERT-DATE WS-ALERT-MESSAGE
           END-IF
           PERFORM WriteAuditEntry
      * RETURN-CODE is set after the closing audit call because a
      * CALL resets the register; STEP-LOG preserves it from here.
           IF WS-DIFFERENCE NOT = 0 OR WS-LEDGER-ERROR
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM WriteStepResult
           GOBACK.
       ReadAPParm.
           OPEN INPUT AP-PARM-FILE
           IF WS-AP-PARM-STATUS = "00"
               READ AP-PARM-FILE
                   NOT AT END
                       MOVE APP-CONTROL-ACCOUNT
                           TO WS-AP-CONTROL-ACCOUNT
               END-READ
               CLOSE AP-PARM-FILE
           END-IF
           IF WS-AP-CONTROL-ACCOUNT = SPACES
               DISPLAY "AP-AGING: APPARM.DAT HAS NO AP CONTROL "
                   "ACCOUNT - SUBLEDGER CANNOT BE PROVED"
               SET WS-LEDGER-ERROR TO TRUE
           END-IF.
      * The vendor master is read in key order first so the
      * report comes out by vendor id without a sort.
       LoadVendors.
           OPEN INPUT VENDOR-MASTER-FILE
           IF WS-VENDOR-MASTER-STATUS NOT = "00"
               DISPLAY "AP-AGING: VENDMAST.DAT NOT AVAILABLE - "
                   "STATUS " WS-VENDOR-MASTER-STATUS
               SET WS-VENDOR-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-VENDOR-EOF
               READ VENDOR-MASTER-FILE NEXT RECORD
                   AT END SET WS-VENDOR-EOF TO TRUE
                   NOT AT END
                       IF WS-VEND-COUNT < 500
                           ADD 1 TO WS-VEND-COUNT
                           MOVE WS-VEND-COUNT TO WS-VEND-IDX
                           PERFORM ClearVendorEntry
                           MOVE VM-VENDOR-NAME
                               TO WS-VEND-NAME(WS-VEND-IDX)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-VENDOR-MASTER-STATUS = "00" OR "10"
               CLOSE VENDOR-MASTER-FILE
           END-IF.
       ClearVendorEntry.
           MOVE VM-VENDOR-ID TO WS-VEND-ID(WS-VEND-IDX)
           MOVE SPACES       TO WS-VEND-NAME(WS-VEND-IDX)
           MOVE 0 TO WS-VEND-BUCKET(WS-VEND-IDX, 1)
               WS-VEND-BUCKET(WS-VEND-IDX, 2)
               WS-VEND-BUCKET(WS-VEND-IDX, 3)
               WS-VEND-BUCKET(WS-VEND-IDX, 4)
               WS-VEND-TOTAL(WS-VEND-IDX).
      * An invoice is open from approval until it is paid; a hold
      * does not take it out of the aging. Only invoices released
      * on or before the business date are counted, so an approval
      * keyed after the night's edit run cannot put the subledger
      * ahead of the ledger. Age is days since the invoice date.
       AgeInvoices.
           MOVE 0 TO WS-GRAND-BUCKET(1) WS-GRAND-BUCKET(2)
               WS-GRAND-BUCKET(3) WS-GRAND-BUCKET(4)
           OPEN INPUT AP-INVOICE-FILE
           IF WS-AP-INVOICE-STATUS NOT = "00"
               DISPLAY "AP-AGING: APINV.DAT NOT AVAILABLE - "
                   "STATUS " WS-AP-INVOICE-STATUS
               SET WS-INVOICE-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-INVOICE-EOF
               READ AP-INVOICE-FILE NEXT RECORD
                   AT END SET WS-INVOICE-EOF TO TRUE
                   NOT AT END
                       IF AI-APPROVED
                           AND AI-POSTED-DATE <= WS-BUSINESS-DATE
                           PERFORM AgeOneInvoice
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AP-INVOICE-STATUS = "00" OR "10"
               CLOSE AP-INVOICE-FILE
           END-IF.
       AgeOneInvoice.
           ADD 1 TO WS-OPEN-COUNT
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
               - FUNCTION INTEGER-OF-DATE(AI-INVOICE-DATE)
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 30
                   MOVE 1 TO WS-BUCKET-IDX
               WHEN WS-AGE-DAYS <= 60
                   MOVE 2 TO WS-BUCKET-IDX
               WHEN WS-AGE-DAYS <= 90
                   MOVE 3 TO WS-BUCKET-IDX
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET-IDX
           END-EVALUATE
           PERFORM FindVendorEntry
           IF WS-VEND-FOUND
               ADD AI-AMOUNT
                   TO WS-VEND-BUCKET(WS-VEND-IDX, WS-BUCKET-IDX)
               ADD AI-AMOUNT TO WS-VEND-TOTAL(WS-VEND-IDX)
           END-IF
           ADD AI-AMOUNT TO WS-GRAND-BUCKET(WS-BUCKET-IDX)
           ADD AI-AMOUNT TO WS-GRAND-TOTAL.
       FindVendorEntry.
           MOVE "N" TO WS-VEND-FOUND-FLAG
           MOVE 0   TO WS-VEND-IDX
           PERFORM UNTIL WS-VEND-FOUND OR WS-VEND-IDX >= WS-VEND-COUNT
               ADD 1 TO WS-VEND-IDX
               IF WS-VEND-ID(WS-VEND-IDX) = AI-VENDOR-ID
                   SET WS-VEND-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-VEND-FOUND AND WS-VEND-COUNT < 500
               ADD 1 TO WS-VEND-COUNT
               MOVE WS-VEND-COUNT TO WS-VEND-IDX
               MOVE AI-VENDOR-ID  TO VM-VENDOR-ID
               PERFORM ClearVendorEntry
               MOVE "(NOT ON VENDOR MASTER)"
                   TO WS-VEND-NAME(WS-VEND-IDX)
               SET WS-VEND-FOUND TO TRUE
           END-IF.
      * Each entity's control balance is the closing balance of
      * its latest master period up to the aging period, since a
      * quiet month leaves no record for that period. The control
      * account carries a credit (negative) balance, so it nets
      * to zero against the open invoice total when they agree.
       LoadControlBalance.
           IF WS-AP-CONTROL-ACCOUNT NOT = SPACES
               OPEN INPUT GL-MASTER-FILE
               IF WS-GL-MASTER-STATUS NOT = "00"
                   DISPLAY "AP-AGING: GLMASTER.DAT NOT AVAILABLE - "
                       "STATUS " WS-GL-MASTER-STATUS
                   SET WS-MASTER-EOF TO TRUE
                   SET WS-LEDGER-ERROR TO TRUE
               END-IF
               PERFORM UNTIL WS-MASTER-EOF
                   READ GL-MASTER-FILE NEXT RECORD
                       AT END SET WS-MASTER-EOF TO TRUE
                       NOT AT END
                           IF GLM-ACCOUNT-CODE = WS-AP-CONTROL-ACCOUNT
                               AND GLM-PERIOD <= WS-AGING-PERIOD
                               PERFORM KeepLatestPeriod
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-GL-MASTER-STATUS = "00" OR "10"
                   CLOSE GL-MASTER-FILE
               END-IF
           END-IF
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                   UNTIL WS-ENT-IDX > WS-ENT-COUNT
               ADD WS-ENT-CLOSING(WS-ENT-IDX) TO WS-CONTROL-BALANCE
           END-PERFORM.
       KeepLatestPeriod.
           MOVE "N" TO WS-ENT-FOUND-FLAG
           MOVE 0   TO WS-ENT-IDX
           PERFORM UNTIL WS-ENT-FOUND OR WS-ENT-IDX >= WS-ENT-COUNT
               ADD 1 TO WS-ENT-IDX
               IF WS-ENT-ID(WS-ENT-IDX) = GLM-ENTITY
                   SET WS-ENT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-ENT-FOUND AND WS-ENT-COUNT < 20
               ADD 1 TO WS-ENT-COUNT
               MOVE WS-ENT-COUNT TO WS-ENT-IDX
               MOVE GLM-ENTITY   TO WS-ENT-ID(WS-ENT-IDX)
               MOVE 0            TO WS-ENT-PERIOD(WS-ENT-IDX)
               MOVE 0            TO WS-ENT-CLOSING(WS-ENT-IDX)
               SET WS-ENT-FOUND TO TRUE
           END-IF
           IF WS-ENT-FOUND
               AND GLM-PERIOD >= WS-ENT-PERIOD(WS-ENT-IDX)
               MOVE GLM-PERIOD TO WS-ENT-PERIOD(WS-ENT-IDX)
               MOVE GLM-CLOSING-BALANCE
                   TO WS-ENT-CLOSING(WS-ENT-IDX)
           END-IF.
       PrintAgingReport.
           MOVE "O" TO WS-RPT-FUNCTION
           MOVE "APAGING.RPT" TO WS-RPT-FILE-NAME
           MOVE SPACES TO WS-RPT-TITLE
           STRING "AP AGING BY VENDOR - AS AT " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-RPT-TITLE
           MOVE WS-RPT-COLUMN-LINE TO WS-RPT-COLUMN-HEAD
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE
           PERFORM PrintOneVendor
               VARYING WS-VEND-IDX FROM 1 BY 1
               UNTIL WS-VEND-IDX > WS-VEND-COUNT
           PERFORM PrintTotals
           MOVE "C" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
       PrintOneVendor.
           IF WS-VEND-TOTAL(WS-VEND-IDX) > 0
               MOVE SPACES TO WS-RPT-DETAIL
               MOVE WS-VEND-ID(WS-VEND-IDX)   TO WS-RPT-VENDOR
               MOVE WS-VEND-NAME(WS-VEND-IDX) TO WS-RPT-NAME
               MOVE WS-VEND-BUCKET(WS-VEND-IDX, 1) TO WS-RPT-BUCKET(1)
               MOVE WS-VEND-BUCKET(WS-VEND-IDX, 2) TO WS-RPT-BUCKET(2)
               MOVE WS-VEND-BUCKET(WS-VEND-IDX, 3) TO WS-RPT-BUCKET(3)
               MOVE WS-VEND-BUCKET(WS-VEND-IDX, 4) TO WS-RPT-BUCKET(4)
               MOVE WS-VEND-TOTAL(WS-VEND-IDX) TO WS-RPT-ALL-BUCKETS
               MOVE WS-RPT-DETAIL TO WS-RPT-PRINT-LINE
               MOVE "W" TO WS-RPT-FUNCTION
               CALL "RPT-WRITER" USING WS-RPT-FUNCTION
                   WS-RPT-FILE-NAME WS-RPT-TITLE WS-RPT-COLUMN-HEAD
                   WS-RPT-PRINT-LINE
           END-IF.
       PrintTotals.
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE "SUBLEDGER TOTAL" TO WS-RPT-NAME
           MOVE WS-GRAND-BUCKET(1) TO WS-RPT-BUCKET(1)
           MOVE WS-GRAND-BUCKET(2) TO WS-RPT-BUCKET(2)
           MOVE WS-GRAND-BUCKET(3) TO WS-RPT-BUCKET(3)
           MOVE WS-GRAND-BUCKET(4) TO WS-RPT-BUCKET(4)
           MOVE WS-GRAND-TOTAL     TO WS-RPT-ALL-BUCKETS
           MOVE WS-RPT-DETAIL TO WS-RPT-PRINT-LINE
           MOVE "T" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE
           MOVE SPACES TO WS-RPT-VERDICT-LINE
           STRING "AP CONTROL " WS-AP-CONTROL-ACCOUNT
               " CLOSING BALANCE"
               DELIMITED BY SIZE INTO WS-VERDICT-TEXT
           MOVE WS-CONTROL-BALANCE TO WS-VERDICT-AMOUNT
           MOVE WS-RPT-VERDICT-LINE TO WS-RPT-PRINT-LINE
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE
           MOVE SPACES TO WS-RPT-VERDICT-LINE
           EVALUATE TRUE
               WHEN WS-LEDGER-ERROR
                   MOVE "*** CONTROL NOT AVAILABLE - NOT PROVED"
                       TO WS-VERDICT-TEXT
               WHEN WS-DIFFERENCE = 0
                   MOVE "*** SUBLEDGER AGREES TO AP CONTROL"
                       TO WS-VERDICT-TEXT
               WHEN OTHER
                   MOVE "*** SUBLEDGER DOES NOT AGREE - DIFFERENCE"
                       TO WS-VERDICT-TEXT
           END-EVALUATE
           MOVE WS-DIFFERENCE TO WS-VERDICT-AMOUNT
           MOVE WS-RPT-VERDICT-LINE TO WS-RPT-PRINT-LINE
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
       WriteStartAudit.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           MOVE "AP-AGING" TO WS-AUDIT-PROGRAM-ID
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
           MOVE "AP-AGING"       TO WS-AUDIT-PROGRAM-ID
           MOVE WS-END-TIMESTAMP TO WS-AUDIT-TIMESTAMP
           MOVE WS-OPERATOR-ID   TO WS-AUDIT-OPERATOR-ID
           IF WS-DIFFERENCE NOT = 0 OR WS-LEDGER-ERROR
               MOVE "ABEND"      TO WS-AUDIT-OUTCOME
           ELSE
               MOVE "SUCCESS"    TO WS-AUDIT-OUTCOME
           END-IF
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM-ID
               WS-AUDIT-TIMESTAMP WS-AUDIT-OPERATOR-ID
               WS-AUDIT-OUTCOME.
       WriteStepResult.
           MOVE "APAGING" TO WS-STEP-NAME
           MOVE WS-BUSINESS-DATE TO WS-STEP-DATE
           MOVE RETURN-CODE TO WS-STEP-RC
           CALL "STEP-LOG" USING WS-STEP-NAME WS-STEP-DATE
               WS-STEP-RC
           MOVE WS-STEP-RC TO RETURN-CODE.
       END PROGRAM AP-AGING.
