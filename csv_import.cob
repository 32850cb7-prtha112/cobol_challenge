       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSV-IMPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CSV-INPUT-FILE ASSIGN TO "CSVIN.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-INPUT-STATUS.
           SELECT CSV-PARM-FILE ASSIGN TO "CSVPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-PARM-STATUS.
           SELECT CSV-XREF-FILE ASSIGN TO "CSVXREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-XREF-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "TRANFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTION-STATUS.
           SELECT FILE-REGISTER-FILE ASSIGN TO "FILEREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-REGISTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CSV-INPUT-FILE.
       01  CSV-INPUT-RECORD     PIC X(256).
       FD  CSV-PARM-FILE.
       01  CSV-PARM-RECORD.
           05 CSP-SOURCE         PIC X(8).
           05 FILLER             PIC X.
           05 CSP-CREATE-DATE    PIC 9(8).
       FD  CSV-XREF-FILE.
       01  CSV-XREF-RECORD.
           05 CSX-TRAN-ID        PIC 9(8).
           05 FILLER             PIC X.
           05 CSX-BUSINESS-DATE  PIC 9(8).
           05 FILLER             PIC X.
           05 CSX-SOURCE         PIC X(8).
           05 FILLER             PIC X.
           05 CSX-LINE-NUMBER    PIC 9(6).
           05 FILLER             PIC X.
           05 CSX-REFERENCE      PIC X(40).
           05 FILLER             PIC X.
           05 CSX-LOADED-BY      PIC X(8).
       FD  TRANSACTION-FILE.
           COPY TRANREC.
       FD  FILE-REGISTER-FILE.
           COPY FILEREGR.
       WORKING-STORAGE SECTION.
           01 WS-CSV-INPUT-STATUS     PIC XX.
           01 WS-CSV-PARM-STATUS      PIC XX.
           01 WS-CSV-XREF-STATUS      PIC XX.
           01 WS-TRANSACTION-STATUS   PIC XX.
           01 WS-FILE-REGISTER-STATUS PIC XX.
           01 WS-CSV-EOF-FLAG         PIC X VALUE "N".
               88 WS-CSV-EOF VALUE "Y".
           01 WS-SCAN-EOF-FLAG        PIC X VALUE "N".
               88 WS-SCAN-EOF VALUE "Y".
           01 WS-FILEREG-EOF-FLAG     PIC X VALUE "N".
               88 WS-FILEREG-EOF VALUE "Y".
           01 WS-REFUSED-FLAG         PIC X VALUE "N".
               88 WS-REFUSED VALUE "Y".
           01 WS-WRITE-PASS-FLAG      PIC X VALUE "N".
               88 WS-WRITE-PASS VALUE "Y".
           01 WS-ENVELOPE-SEEN-FLAG   PIC X VALUE "N".
               88 WS-ENVELOPE-SEEN VALUE "Y".
           01 WS-RECEIPT-FOUND-FLAG   PIC X VALUE "N".
               88 WS-RECEIPT-FOUND VALUE "Y".
           01 WS-REFUSAL-REASON       PIC X(60) VALUE SPACES.
           01 WS-IMPORT-SOURCE        PIC X(8) VALUE "CSVIMPRT".
           01 WS-IMPORT-CREATE-DATE   PIC 9(8) VALUE 0.
      * Envelope identity of a TRANFILE.DAT already on disk, so an
      * arrived file that the edit has not yet taken is never
      * overwritten by an import.
           01 WS-PENDING-SOURCE       PIC X(8) VALUE SPACES.
           01 WS-PENDING-CREATE-DATE  PIC 9(8) VALUE 0.
           01 WS-PENDING-TRL-COUNT    PIC 9(9) VALUE 0.
           01 WS-PENDING-HASH         PIC 9(15) VALUE 0.
           01 WS-PENDING-DETAILS      PIC 9(9) VALUE 0.
      * Line counts and the trailer totals of the converted file.
           01 WS-LINE-NUMBER          PIC 9(6) VALUE 0.
           01 WS-CONVERTED-COUNT      PIC 9(9) VALUE 0.
           01 WS-ERROR-COUNT          PIC 9(6) VALUE 0.
           01 WS-SKIPPED-COUNT        PIC 9(6) VALUE 0.
           01 WS-HASH-TOTAL           PIC 9(15) VALUE 0.
           01 WS-AMOUNT-TOTAL         PIC 9(13)V99 VALUE 0.
      * One CSV line split into its columns. Quoted columns may
      * hold commas; a doubled quote inside quotes is one quote.
           01 WS-CSV-LINE             PIC X(256).
           01 WS-LINE-LENGTH          PIC 9(3).
           01 WS-CHAR-IDX             PIC 9(3).
           01 WS-CHAR                 PIC X.
           01 WS-FIELD-COUNT          PIC 9(3).
           01 WS-FIELD-POS            PIC 9(3).
           01 WS-IN-QUOTES-FLAG       PIC X.
               88 WS-IN-QUOTES VALUE "Y".
           01 WS-FIELD-LONG-FLAG      PIC X.
               88 WS-FIELD-LONG VALUE "Y".
           01 WS-CSV-FIELDS.
               05 WS-CF-DATE          PIC X(40).
               05 WS-CF-ACCOUNT       PIC X(40).
               05 WS-CF-TYPE          PIC X(40).
               05 WS-CF-AMOUNT        PIC X(40).
               05 WS-CF-CURRENCY      PIC X(40).
               05 WS-CF-COST-CENTER   PIC X(40).
               05 WS-CF-ENTITY        PIC X(40).
               05 WS-CF-REFERENCE     PIC X(40).
           01 WS-CSV-FIELD-TABLE REDEFINES WS-CSV-FIELDS.
               05 WS-CF-VALUE         PIC X(40) OCCURS 8 TIMES.
           01 WS-LINE-ERROR           PIC X(30).
           01 WS-HEADING-TEXT         PIC X(4).
      * Conversion work fields.
           01 WS-DATE-TEXT            PIC X(40).
           01 WS-DATE-8               PIC 9(8).
           01 WS-AMOUNT-CHAR-IDX      PIC 9(2).
           01 WS-AMOUNT-DIGIT         PIC 9.
           01 WS-AMOUNT-INTEGER       PIC 9(9).
           01 WS-AMOUNT-DECIMAL       PIC 9(2).
           01 WS-INTEGER-DIGITS       PIC 9(2).
           01 WS-DECIMAL-DIGITS       PIC 9.
           01 WS-DIGITS-SEEN          PIC 9(2).
           01 WS-POINT-SEEN-FLAG      PIC X.
               88 WS-POINT-SEEN VALUE "Y".
           01 WS-AMOUNT-ENDED-FLAG    PIC X.
               88 WS-AMOUNT-ENDED VALUE "Y".
           01 WS-CONVERT-AMOUNT       PIC 9(9)V99.
           01 WS-CONVERT-CENTS        PIC 9(11).
           COPY ENVREC.
           01 WS-RPT-COLUMN-LINE.
               05 FILLER PIC X(8)  VALUE "  LINE".
               05 FILLER PIC X(31) VALUE "REASON".
               05 FILLER PIC X(12) VALUE "SOURCE TEXT".
           01 WS-RPT-DETAIL.
               05 WS-RPT-LINE        PIC ZZZZZ9.
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-RPT-REASON      PIC X(30).
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-TEXT        PIC X(93).
           01 WS-RPT-COUNT-LINE.
               05 WS-RPT-CNT-LABEL   PIC X(30).
               05 WS-RPT-CNT-VALUE   PIC ZZZ,ZZZ,ZZ9.
           01 WS-RPT-AMOUNT-LINE.
               05 FILLER             PIC X(30) VALUE
                  "AMOUNT TOTAL CONVERTED".
               05 WS-RPT-AMT-VALUE   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           01 WS-RUN-TIMESTAMP PIC X(22).
           01 WS-END-TIMESTAMP PIC X(22).
           01 WS-DATE-FORMAT-CODE PIC X VALUE SPACE.
           01 WS-JOB-MODE-FLAG   PIC X VALUE "U".
           01 WS-OPERATOR-ID   PIC X(8).
           COPY AUDITREC.
           COPY STEPREC.
           COPY RPTWRIT.
           COPY BUSDTE.
           COPY DOCNUM.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "DATE-TIME" USING WS-RUN-TIMESTAMP WS-DATE-FORMAT-CODE
               WS-JOB-MODE-FLAG
           PERFORM WriteStartAudit
           MOVE "G" TO WS-BUSDATE-FUNCTION
           CALL "BUSDATE" USING WS-BUSDATE-FUNCTION WS-BUSINESS-DATE
           PERFORM ReadImportParm
           PERFORM OpenErrorReport
           PERFORM CheckPendingTranFile
           IF NOT WS-REFUSED
               PERFORM ConvertCsvFile
           END-IF
           IF NOT WS-REFUSED
               PERFORM CheckImportRegister
           END-IF
           IF NOT WS-REFUSED
               PERFORM WriteTranFile
           END-IF
           PERFORM CloseErrorReport
           IF WS-REFUSED
               DISPLAY "CSV-IMPORT: IMPORT REFUSED - " WS-REFUSAL-REASON
           ELSE
               DISPLAY "CSV-IMPORT: " WS-CONVERTED-COUNT
                   " TRANSACTION(S) WRITTEN TO TRANFILE.DAT, "
                   WS-ERROR-COUNT " LINE(S) REJECTED - SEE CSVERR.RPT"
           END-IF
           PERFORM WriteAuditEntry
      * RETURN-CODE is set after the closing audit call because a
      * CALL resets the register; STEP-LOG preserves it from here.
           IF WS-ERROR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-REFUSED
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM WriteStepResult
           GOBACK.
      * CSVPARM.DAT names the sending system for the envelope
      * header and, optionally, the file's create date; blanks
      * mean CSVIMPRT and the business date. A deliberate second
      * import of the same content on one business date needs a
      * different create date.
       ReadImportParm.
           MOVE WS-BUSINESS-DATE TO WS-IMPORT-CREATE-DATE
           OPEN INPUT CSV-PARM-FILE
           IF WS-CSV-PARM-STATUS = "00"
               READ CSV-PARM-FILE
                   NOT AT END
                       IF CSP-SOURCE NOT = SPACES
                           MOVE CSP-SOURCE TO WS-IMPORT-SOURCE
                       END-IF
                       IF CSP-CREATE-DATE NUMERIC
                           AND CSP-CREATE-DATE > 0
                           MOVE CSP-CREATE-DATE
                               TO WS-IMPORT-CREATE-DATE
                       END-IF
               END-READ
               CLOSE CSV-PARM-FILE
           END-IF.
      * A TRANFILE.DAT holding detail records may only be replaced
      * once TRAN-EDIT has taken it, which is proved by an edit
      * receipt on FILEREG.DAT for its envelope identity. A file
      * with no envelope cannot be proved and is never replaced.
       CheckPendingTranFile.
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS NOT = "00"
               SET WS-SCAN-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-SCAN-EOF
               READ TRANSACTION-FILE
                   AT END SET WS-SCAN-EOF TO TRUE
                   NOT AT END
                       PERFORM ScanPendingRecord
               END-READ
           END-PERFORM
           IF WS-TRANSACTION-STATUS = "00" OR "10"
               CLOSE TRANSACTION-FILE
           END-IF
           IF WS-PENDING-DETAILS > 0
               IF WS-ENVELOPE-SEEN
                   PERFORM FindEditReceipt
               END-IF
               IF NOT WS-RECEIPT-FOUND
                   SET WS-REFUSED TO TRUE
                   MOVE "TRANFILE.DAT HOLDS A FILE NOT YET EDITED"
                       TO WS-REFUSAL-REASON
               END-IF
           END-IF.
       ScanPendingRecord.
           EVALUATE TRANSACTION-RECORD(1:3)
               WHEN "HDR"
                   MOVE TRANSACTION-RECORD(1:24) TO ENV-HEADER-RECORD
                   SET WS-ENVELOPE-SEEN TO TRUE
                   MOVE ENV-HDR-SOURCE TO WS-PENDING-SOURCE
                   IF ENV-HDR-CREATE-DATE NUMERIC
                       MOVE ENV-HDR-CREATE-DATE
                           TO WS-PENDING-CREATE-DATE
                   END-IF
               WHEN "TRL"
                   MOVE TRANSACTION-RECORD(1:29) TO ENV-TRAILER-RECORD
                   IF ENV-TRL-COUNT NUMERIC
                       MOVE ENV-TRL-COUNT TO WS-PENDING-TRL-COUNT
                   END-IF
                   IF ENV-TRL-HASH NUMERIC
                       MOVE ENV-TRL-HASH TO WS-PENDING-HASH
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-PENDING-DETAILS
           END-EVALUATE.
       FindEditReceipt.
           MOVE "N" TO WS-FILEREG-EOF-FLAG
           OPEN INPUT FILE-REGISTER-FILE
           IF WS-FILE-REGISTER-STATUS NOT = "00"
               SET WS-FILEREG-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-FILEREG-EOF
               READ FILE-REGISTER-FILE
                   AT END SET WS-FILEREG-EOF TO TRUE
                   NOT AT END
                       IF FRG-EDIT-RECEIPT
                           AND FRG-SOURCE = WS-PENDING-SOURCE
                           AND FRG-CREATE-DATE
                               = WS-PENDING-CREATE-DATE
                           AND FRG-TRL-COUNT = WS-PENDING-TRL-COUNT
                           AND FRG-HASH = WS-PENDING-HASH
                           SET WS-RECEIPT-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FILE-REGISTER-STATUS = "00" OR "10"
               CLOSE FILE-REGISTER-FILE
           END-IF.
      * The CSV is read twice. The first pass validates every line,
      * reports the ones that cannot be converted and totals the
      * rest for the trailer; the second writes the good lines, so
      * nothing reaches TRANFILE.DAT until the import is known to
      * be wanted.
       ConvertCsvFile.
           MOVE "N" TO WS-CSV-EOF-FLAG
           MOVE 0 TO WS-LINE-NUMBER
           OPEN INPUT CSV-INPUT-FILE
           IF WS-CSV-INPUT-STATUS NOT = "00"
               SET WS-REFUSED TO TRUE
               MOVE SPACES TO WS-REFUSAL-REASON
               STRING "CSVIN.CSV NOT AVAILABLE - STATUS "
                   WS-CSV-INPUT-STATUS
                   DELIMITED BY SIZE INTO WS-REFUSAL-REASON
               SET WS-CSV-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-CSV-EOF
               READ CSV-INPUT-FILE
                   AT END SET WS-CSV-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINE-NUMBER
                       PERFORM ConvertLine
               END-READ
           END-PERFORM
           IF WS-CSV-INPUT-STATUS = "00" OR "10"
               CLOSE CSV-INPUT-FILE
           END-IF.
      * Blank lines and a leading column-heading row carry no
      * transaction; they are counted as skipped, not lost.
       ConvertLine.
           MOVE CSV-INPUT-RECORD TO WS-CSV-LINE
           MOVE SPACES TO WS-LINE-ERROR
           IF WS-CSV-LINE = SPACES
               IF NOT WS-WRITE-PASS
                   ADD 1 TO WS-SKIPPED-COUNT
               END-IF
           ELSE
               PERFORM SplitLine
               MOVE WS-CF-DATE(1:4) TO WS-HEADING-TEXT
               INSPECT WS-HEADING-TEXT CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF WS-LINE-NUMBER = 1 AND WS-HEADING-TEXT = "DATE"
                   IF NOT WS-WRITE-PASS
                       ADD 1 TO WS-SKIPPED-COUNT
                   END-IF
               ELSE
                   PERFORM ValidateLine
                   PERFORM TakeLine
               END-IF
           END-IF.
       TakeLine.
           IF WS-LINE-ERROR NOT = SPACES
               IF NOT WS-WRITE-PASS
                   ADD 1 TO WS-ERROR-COUNT
                   PERFORM PrintLineError
               END-IF
           ELSE
               IF WS-WRITE-PASS
                   PERFORM WriteTransaction
               ELSE
                   ADD 1 TO WS-CONVERTED-COUNT
                   ADD WS-CONVERT-AMOUNT TO WS-AMOUNT-TOTAL
                   COMPUTE WS-CONVERT-CENTS = WS-CONVERT-AMOUNT * 100
                   COMPUTE WS-HASH-TOTAL =
                       FUNCTION MOD(WS-HASH-TOTAL + WS-CONVERT-CENTS,
                       1000000000000000)
               END-IF
           END-IF.
       SplitLine.
           MOVE SPACES TO WS-CSV-FIELDS
           MOVE 1 TO WS-FIELD-COUNT
           MOVE 0 TO WS-FIELD-POS
           MOVE "N" TO WS-IN-QUOTES-FLAG
           MOVE "N" TO WS-FIELD-LONG-FLAG
           MOVE 0 TO WS-LINE-LENGTH
           PERFORM VARYING WS-CHAR-IDX FROM 256 BY -1
                   UNTIL WS-CHAR-IDX < 1 OR WS-LINE-LENGTH > 0
               IF WS-CSV-LINE(WS-CHAR-IDX:1) NOT = SPACE
                   MOVE WS-CHAR-IDX TO WS-LINE-LENGTH
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > WS-LINE-LENGTH
               MOVE WS-CSV-LINE(WS-CHAR-IDX:1) TO WS-CHAR
               PERFORM SplitCharacter
           END-PERFORM.
       SplitCharacter.
           EVALUATE TRUE
               WHEN WS-IN-QUOTES
                   IF WS-CHAR = QUOTE
                       IF WS-CHAR-IDX < WS-LINE-LENGTH
                           AND WS-CSV-LINE(WS-CHAR-IDX + 1:1) = QUOTE
                           ADD 1 TO WS-CHAR-IDX
                           PERFORM StoreCharacter
                       ELSE
                           MOVE "N" TO WS-IN-QUOTES-FLAG
                       END-IF
                   ELSE
                       PERFORM StoreCharacter
                   END-IF
               WHEN WS-CHAR = QUOTE
                   SET WS-IN-QUOTES TO TRUE
               WHEN WS-CHAR = ","
                   IF WS-FIELD-COUNT < 999
                       ADD 1 TO WS-FIELD-COUNT
                   END-IF
                   MOVE 0 TO WS-FIELD-POS
               WHEN OTHER
                   PERFORM StoreCharacter
           END-EVALUATE.
      * Leading spaces are dropped so a padded column lines up with
      * the fixed-width field it converts into.
       StoreCharacter.
           IF WS-FIELD-COUNT <= 8
               AND NOT (WS-FIELD-POS = 0 AND WS-CHAR = SPACE)
               IF WS-FIELD-POS < 40
                   ADD 1 TO WS-FIELD-POS
                   MOVE WS-CHAR TO
                       WS-CF-VALUE(WS-FIELD-COUNT)(WS-FIELD-POS:1)
               ELSE
                   SET WS-FIELD-LONG TO TRUE
               END-IF
           END-IF.
      * The first fault found names the line's error. Reference
      * data (account, cost center, entity, currency) is only
      * checked for shape here; TRAN-EDIT validates it against the
      * masters exactly as for any other inbound record.
       ValidateLine.
           EVALUATE TRUE
               WHEN WS-IN-QUOTES
                   MOVE "UNMATCHED QUOTE" TO WS-LINE-ERROR
               WHEN WS-FIELD-COUNT > 8
                   MOVE "TOO MANY COLUMNS" TO WS-LINE-ERROR
               WHEN WS-FIELD-COUNT < 7
                   MOVE "TOO FEW COLUMNS" TO WS-LINE-ERROR
               WHEN WS-FIELD-LONG
                   MOVE "COLUMN OVER 40 CHARACTERS" TO WS-LINE-ERROR
               WHEN OTHER
                   PERFORM ValidateDate
           END-EVALUATE
           IF WS-LINE-ERROR = SPACES
               IF WS-CF-ACCOUNT = SPACES
                   OR WS-CF-ACCOUNT(9:32) NOT = SPACES
                   MOVE "BAD ACCOUNT CODE" TO WS-LINE-ERROR
               END-IF
           END-IF
           IF WS-LINE-ERROR = SPACES
               INSPECT WS-CF-TYPE CONVERTING "dc" TO "DC"
               IF WS-CF-TYPE NOT = "D" AND WS-CF-TYPE NOT = "C"
                   MOVE "DEBIT/CREDIT NOT D OR C" TO WS-LINE-ERROR
               END-IF
           END-IF
           IF WS-LINE-ERROR = SPACES
               PERFORM ValidateAmount
           END-IF
           IF WS-LINE-ERROR = SPACES
               IF WS-CF-CURRENCY(4:37) NOT = SPACES
                   MOVE "BAD CURRENCY CODE" TO WS-LINE-ERROR
               END-IF
           END-IF
           IF WS-LINE-ERROR = SPACES
               IF WS-CF-COST-CENTER(5:36) NOT = SPACES
                   MOVE "BAD COST CENTER" TO WS-LINE-ERROR
               END-IF
           END-IF
           IF WS-LINE-ERROR = SPACES
               IF WS-CF-ENTITY(4:37) NOT = SPACES
                   MOVE "BAD ENTITY CODE" TO WS-LINE-ERROR
               END-IF
           END-IF.
      * Dates arrive as YYYYMMDD or YYYY-MM-DD (or with slashes)
      * and must be real calendar dates.
       ValidateDate.
           MOVE WS-CF-DATE TO WS-DATE-TEXT
           IF (WS-CF-DATE(5:1) = "-" AND WS-CF-DATE(8:1) = "-")
               OR (WS-CF-DATE(5:1) = "/" AND WS-CF-DATE(8:1) = "/")
               MOVE SPACES TO WS-DATE-TEXT
               STRING WS-CF-DATE(1:4) WS-CF-DATE(6:2)
                   WS-CF-DATE(9:2) WS-CF-DATE(11:30)
                   DELIMITED BY SIZE INTO WS-DATE-TEXT
           END-IF
           IF WS-DATE-TEXT(1:8) NOT NUMERIC
               OR WS-DATE-TEXT(9:32) NOT = SPACES
               MOVE "BAD DATE" TO WS-LINE-ERROR
           ELSE
               MOVE WS-DATE-TEXT(1:8) TO WS-DATE-8
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-8) NOT = 0
                   MOVE "BAD DATE" TO WS-LINE-ERROR
               END-IF
           END-IF.
      * Amounts are unsigned with at most nine whole digits and two
      * decimals; the sign is carried by the D/C column. Grouping
      * commas in a quoted amount are ignored.
       ValidateAmount.
           MOVE 0 TO WS-AMOUNT-INTEGER
           MOVE 0 TO WS-AMOUNT-DECIMAL
           MOVE 0 TO WS-INTEGER-DIGITS
           MOVE 0 TO WS-DECIMAL-DIGITS
           MOVE 0 TO WS-DIGITS-SEEN
           MOVE "N" TO WS-POINT-SEEN-FLAG
           MOVE "N" TO WS-AMOUNT-ENDED-FLAG
           PERFORM VARYING WS-AMOUNT-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-AMOUNT-CHAR-IDX > 40
                   OR WS-LINE-ERROR NOT = SPACES
               MOVE WS-CF-AMOUNT(WS-AMOUNT-CHAR-IDX:1) TO WS-CHAR
               PERFORM ValidateAmountCharacter
           END-PERFORM
           IF WS-LINE-ERROR = SPACES
               AND WS-DIGITS-SEEN = 0
               MOVE "NON-NUMERIC AMOUNT" TO WS-LINE-ERROR
           END-IF
           IF WS-LINE-ERROR = SPACES
               IF WS-DECIMAL-DIGITS = 1
                   COMPUTE WS-AMOUNT-DECIMAL = WS-AMOUNT-DECIMAL * 10
               END-IF
               COMPUTE WS-CONVERT-AMOUNT =
                   WS-AMOUNT-INTEGER + WS-AMOUNT-DECIMAL / 100
           END-IF.
       ValidateAmountCharacter.
           EVALUATE TRUE
               WHEN WS-CHAR = SPACE
                   SET WS-AMOUNT-ENDED TO TRUE
               WHEN WS-AMOUNT-ENDED
                   MOVE "NON-NUMERIC AMOUNT" TO WS-LINE-ERROR
               WHEN WS-CHAR = "-"
                   MOVE "NEGATIVE AMOUNT - USE D/C" TO WS-LINE-ERROR
               WHEN WS-CHAR = "."
                   IF WS-POINT-SEEN
                       MOVE "NON-NUMERIC AMOUNT" TO WS-LINE-ERROR
                   ELSE
                       SET WS-POINT-SEEN TO TRUE
                   END-IF
               WHEN WS-CHAR = "," AND NOT WS-POINT-SEEN
                   CONTINUE
               WHEN WS-CHAR IS NUMERIC
                   MOVE WS-CHAR TO WS-AMOUNT-DIGIT
                   PERFORM TakeAmountDigit
               WHEN OTHER
                   MOVE "NON-NUMERIC AMOUNT" TO WS-LINE-ERROR
           END-EVALUATE.
       TakeAmountDigit.
           IF WS-DIGITS-SEEN < 99
               ADD 1 TO WS-DIGITS-SEEN
           END-IF
           IF WS-POINT-SEEN
               IF WS-DECIMAL-DIGITS >= 2
                   MOVE "MORE THAN 2 DECIMALS" TO WS-LINE-ERROR
               ELSE
                   ADD 1 TO WS-DECIMAL-DIGITS
                   COMPUTE WS-AMOUNT-DECIMAL =
                       WS-AMOUNT-DECIMAL * 10 + WS-AMOUNT-DIGIT
               END-IF
           ELSE
               IF WS-INTEGER-DIGITS = 0 AND WS-AMOUNT-DIGIT = 0
                   CONTINUE
               ELSE
                   IF WS-INTEGER-DIGITS >= 9
                       MOVE "AMOUNT TOO LARGE" TO WS-LINE-ERROR
                   ELSE
                       ADD 1 TO WS-INTEGER-DIGITS
                       COMPUTE WS-AMOUNT-INTEGER =
                           WS-AMOUNT-INTEGER * 10 + WS-AMOUNT-DIGIT
                   END-IF
               END-IF
           END-IF.
      * Only once the first pass has totalled the file is its
      * envelope identity known; the same content converted
      * already for this business date is not imported twice.
      * A file with no convertible line is not written at all.
       CheckImportRegister.
           IF WS-CONVERTED-COUNT = 0
               SET WS-REFUSED TO TRUE
               MOVE "NO CONVERTIBLE LINES IN CSVIN.CSV"
                   TO WS-REFUSAL-REASON
           ELSE
               MOVE "N" TO WS-FILEREG-EOF-FLAG
               OPEN INPUT FILE-REGISTER-FILE
               IF WS-FILE-REGISTER-STATUS NOT = "00"
                   SET WS-FILEREG-EOF TO TRUE
               END-IF
               PERFORM UNTIL WS-FILEREG-EOF
                   READ FILE-REGISTER-FILE
                       AT END SET WS-FILEREG-EOF TO TRUE
                       NOT AT END
                           PERFORM CheckRegisterEntry
                   END-READ
               END-PERFORM
               IF WS-FILE-REGISTER-STATUS = "00" OR "10"
                   CLOSE FILE-REGISTER-FILE
               END-IF
           END-IF.
       CheckRegisterEntry.
           IF FRG-CONVERTED-RECEIPT
               AND FRG-BUSINESS-DATE = WS-BUSINESS-DATE
               AND FRG-SOURCE = WS-IMPORT-SOURCE
               AND FRG-CREATE-DATE = WS-IMPORT-CREATE-DATE
               AND FRG-TRL-COUNT = WS-CONVERTED-COUNT
               AND FRG-HASH = WS-HASH-TOTAL
               SET WS-REFUSED TO TRUE
               MOVE "SAME CSV CONTENT ALREADY IMPORTED TODAY"
                   TO WS-REFUSAL-REASON
           END-IF.
      * The converted file carries the standard envelope so the
      * edit's arrival and resend checks treat it like any other
      * inbound TRANFILE.DAT. Each line's reference and source
      * line number go to CSVXREF.DAT against its transaction id,
      * since the transaction record has no room for them, with
      * the operator who ran the import as its loader. If the
      * CSVIMPRT id range runs out part way, the partial file is
      * emptied again and the import refused, so no line goes in
      * without an id; the ids already drawn show as gaps on the
      * DOCNUM-RPT range report.
       WriteTranFile.
           OPEN OUTPUT TRANSACTION-FILE
           OPEN EXTEND CSV-XREF-FILE
           IF WS-CSV-XREF-STATUS = "35"
               OPEN OUTPUT CSV-XREF-FILE
           END-IF
           MOVE SPACES TO ENV-HEADER-RECORD
           MOVE "HDR"                 TO ENV-HDR-ID
           MOVE WS-IMPORT-CREATE-DATE TO ENV-HDR-CREATE-DATE
           MOVE WS-IMPORT-SOURCE      TO ENV-HDR-SOURCE
           MOVE 1                     TO ENV-HDR-BATCH-SEQ
           MOVE SPACES TO TRANSACTION-RECORD
           WRITE TRANSACTION-RECORD FROM ENV-HEADER-RECORD
           SET WS-WRITE-PASS TO TRUE
           PERFORM ConvertCsvFile
           IF WS-REFUSED
               CLOSE TRANSACTION-FILE
               CLOSE CSV-XREF-FILE
               OPEN OUTPUT TRANSACTION-FILE
               CLOSE TRANSACTION-FILE
           ELSE
               PERFORM FinishTranFile
           END-IF.
       FinishTranFile.
           MOVE SPACES TO ENV-TRAILER-RECORD
           MOVE "TRL"              TO ENV-TRL-ID
           MOVE WS-CONVERTED-COUNT TO ENV-TRL-COUNT
           MOVE WS-HASH-TOTAL      TO ENV-TRL-HASH
           MOVE SPACES TO TRANSACTION-RECORD
           WRITE TRANSACTION-RECORD FROM ENV-TRAILER-RECORD
           CLOSE TRANSACTION-FILE
           CLOSE CSV-XREF-FILE
           PERFORM WriteFileRegister.
      * Imported transaction ids come from the CSVIMPRT range on
      * DOCNUM.DAT through DOC-NUM, apart from every other source.
       WriteTransaction.
           IF NOT WS-REFUSED
               MOVE "CSVIMPRT" TO WS-DOCNUM-SOURCE
               CALL "DOC-NUM" USING WS-DOCNUM-SOURCE WS-DOCNUM-ID
                   WS-DOCNUM-RESULT
               IF WS-DOCNUM-ISSUED
                   PERFORM WriteIdentifiedTransaction
               ELSE
                   SET WS-REFUSED TO TRUE
                   MOVE "NO TRANSACTION ID AVAILABLE FOR CSVIMPRT"
                       TO WS-REFUSAL-REASON
               END-IF
           END-IF.
       WriteIdentifiedTransaction.
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE WS-DOCNUM-ID       TO TR-TRAN-ID
           MOVE WS-DATE-8          TO TR-TRAN-DATE
           MOVE WS-CF-ACCOUNT      TO TR-ACCOUNT-CODE
           MOVE WS-CF-TYPE         TO TR-TYPE-CODE
           MOVE WS-CONVERT-AMOUNT  TO TR-AMOUNT
           MOVE WS-CF-CURRENCY     TO TR-CURRENCY
           MOVE WS-CF-COST-CENTER  TO TR-COST-CENTER
           MOVE WS-CF-ENTITY       TO TR-ENTITY
           WRITE TRANSACTION-RECORD
           MOVE SPACES TO CSV-XREF-RECORD
           MOVE TR-TRAN-ID         TO CSX-TRAN-ID
           MOVE WS-BUSINESS-DATE   TO CSX-BUSINESS-DATE
           MOVE WS-IMPORT-SOURCE   TO CSX-SOURCE
           MOVE WS-LINE-NUMBER     TO CSX-LINE-NUMBER
           MOVE WS-CF-REFERENCE    TO CSX-REFERENCE
           MOVE WS-OPERATOR-ID     TO CSX-LOADED-BY
           WRITE CSV-XREF-RECORD.
       WriteFileRegister.
           OPEN EXTEND FILE-REGISTER-FILE
           IF WS-FILE-REGISTER-STATUS = "35"
               OPEN OUTPUT FILE-REGISTER-FILE
           END-IF
           MOVE SPACES TO FILE-REGISTER-RECORD
           MOVE WS-RUN-TIMESTAMP      TO FRG-ARRIVAL-TS
           MOVE WS-BUSINESS-DATE      TO FRG-BUSINESS-DATE
           MOVE WS-IMPORT-SOURCE      TO FRG-SOURCE
           MOVE WS-IMPORT-CREATE-DATE TO FRG-CREATE-DATE
           MOVE WS-CONVERTED-COUNT    TO FRG-TRL-COUNT
           MOVE WS-HASH-TOTAL         TO FRG-HASH
           SET FRG-CONVERTED-RECEIPT  TO TRUE
           MOVE WS-OPERATOR-ID        TO FRG-LOADED-BY
           WRITE FILE-REGISTER-RECORD
           CLOSE FILE-REGISTER-FILE.
       PrintLineError.
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE WS-LINE-NUMBER TO WS-RPT-LINE
           MOVE WS-LINE-ERROR  TO WS-RPT-REASON
           MOVE WS-CSV-LINE    TO WS-RPT-TEXT
           MOVE WS-RPT-DETAIL TO WS-RPT-PRINT-LINE
           PERFORM WriteDetailLine.
       OpenErrorReport.
           MOVE "O" TO WS-RPT-FUNCTION
           MOVE "CSVERR.RPT" TO WS-RPT-FILE-NAME
           MOVE "CSV IMPORT CONVERSION ERRORS" TO WS-RPT-TITLE
           MOVE WS-RPT-COLUMN-LINE TO WS-RPT-COLUMN-HEAD
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
       CloseErrorReport.
           IF WS-REFUSED
               MOVE SPACES TO WS-RPT-PRINT-LINE
               STRING "*** IMPORT REFUSED - " WS-REFUSAL-REASON
                   DELIMITED BY SIZE INTO WS-RPT-PRINT-LINE
               PERFORM WriteDetailLine
           END-IF
           MOVE "LINES READ" TO WS-RPT-CNT-LABEL
           MOVE WS-LINE-NUMBER TO WS-RPT-CNT-VALUE
           PERFORM WriteCountLine
           MOVE "BLANK/HEADING LINES SKIPPED" TO WS-RPT-CNT-LABEL
           MOVE WS-SKIPPED-COUNT TO WS-RPT-CNT-VALUE
           PERFORM WriteCountLine
           MOVE "LINES REJECTED" TO WS-RPT-CNT-LABEL
           MOVE WS-ERROR-COUNT TO WS-RPT-CNT-VALUE
           PERFORM WriteCountLine
           MOVE "LINES CONVERTED" TO WS-RPT-CNT-LABEL
           MOVE WS-CONVERTED-COUNT TO WS-RPT-CNT-VALUE
           PERFORM WriteCountLine
           MOVE WS-AMOUNT-TOTAL TO WS-RPT-AMT-VALUE
           MOVE WS-RPT-AMOUNT-LINE TO WS-RPT-PRINT-LINE
           MOVE "T" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE
           MOVE "C" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
       WriteCountLine.
           MOVE WS-RPT-COUNT-LINE TO WS-RPT-PRINT-LINE
           MOVE "T" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
       WriteDetailLine.
           MOVE "W" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
       WriteStartAudit.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           MOVE "CSV-IMPORT"     TO WS-AUDIT-PROGRAM-ID
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
           MOVE "CSV-IMPORT"     TO WS-AUDIT-PROGRAM-ID
           MOVE WS-END-TIMESTAMP TO WS-AUDIT-TIMESTAMP
           MOVE WS-OPERATOR-ID   TO WS-AUDIT-OPERATOR-ID
           IF WS-REFUSED
               MOVE "REFUSED" TO WS-AUDIT-OUTCOME
           ELSE
               MOVE "SUCCESS" TO WS-AUDIT-OUTCOME
           END-IF
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM-ID
               WS-AUDIT-TIMESTAMP WS-AUDIT-OPERATOR-ID
               WS-AUDIT-OUTCOME.
       WriteStepResult.
           MOVE "CSVIMP" TO WS-STEP-NAME
           MOVE WS-BUSINESS-DATE TO WS-STEP-DATE
           MOVE RETURN-CODE TO WS-STEP-RC
           CALL "STEP-LOG" USING WS-STEP-NAME WS-STEP-DATE
               WS-STEP-RC
           MOVE WS-STEP-RC TO RETURN-CODE.
       END PROGRAM CSV-IMPORT.
