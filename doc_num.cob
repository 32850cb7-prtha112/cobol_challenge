       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOC-NUM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOC-RANGE-FILE ASSIGN TO "DOCNUM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DR-SOURCE
               FILE STATUS IS WS-DOC-RANGE-STATUS.
           SELECT DOC-ISSUE-FILE ASSIGN TO "DOCISSUE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DI-TRAN-ID
               FILE STATUS IS WS-DOC-ISSUE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DOC-RANGE-FILE.
           COPY DOCRNG.
       FD  DOC-ISSUE-FILE.
           COPY DOCISS.
       WORKING-STORAGE SECTION.
           01 WS-DOC-RANGE-STATUS  PIC XX.
           01 WS-DOC-ISSUE-STATUS  PIC XX.
           01 WS-RANGE-OPEN-FLAG   PIC X VALUE "N".
               88 WS-RANGE-OPEN VALUE "Y".
           01 WS-ISSUE-OPEN-FLAG   PIC X VALUE "N".
               88 WS-ISSUE-OPEN VALUE "Y".
           01 WS-RANGE-FOUND-FLAG  PIC X VALUE "N".
               88 WS-RANGE-FOUND VALUE "Y".
           01 WS-NEXT-ID           PIC 9(9).
      * Ranges a known source starts with when DOCNUM.DAT has no
      * record for it yet: source, description, low id, high id.
      * Each keeps the leading digit the source's ids have always
      * carried. The subledgers, whose ids were once built from
      * the voucher, claim, asset or rule number, start half way
      * up their digit's block, clear of every id built that way.
           01 WS-DEFAULT-RANGE-TABLE.
               05 FILLER PIC X(44) VALUE
                  "ADJENTRYKEYED ADJUSTMENTS   0100000109999999".
               05 FILLER PIC X(44) VALUE
                  "EXPCLAIMEXPENSE CLAIMS      1500000119999999".
               05 FILLER PIC X(44) VALUE
                  "CSVIMPRTCSV IMPORT          2000000129999999".
               05 FILLER PIC X(44) VALUE
                  "ALLOCRUNALLOCATIONS         3500000139999999".
               05 FILLER PIC X(44) VALUE
                  "FADEPR  FIXED ASSETS        4500000149999999".
               05 FILLER PIC X(44) VALUE
                  "APPAY   AP PAYMENTS         5500000159999999".
               05 FILLER PIC X(44) VALUE
                  "APENTRY AP INVOICES         6500000169999999".
               05 FILLER PIC X(44) VALUE
                  "TRANREV TRAN REVERSALS      7000000179999999".
               05 FILLER PIC X(44) VALUE
                  "STJREV  STANDING REVERSALS  8000000189999999".
               05 FILLER PIC X(44) VALUE
                  "STJGEN  STANDING JOURNALS   9000000199999999".
           01 WS-DEFAULT-RANGES REDEFINES WS-DEFAULT-RANGE-TABLE.
               05 WS-DEFAULT-ENTRY OCCURS 10 TIMES.
                   10 WS-DEF-SOURCE      PIC X(8).
                   10 WS-DEF-DESCRIPTION PIC X(20).
                   10 WS-DEF-LOW-ID      PIC 9(8).
                   10 WS-DEF-HIGH-ID     PIC 9(8).
           01 WS-DEFAULT-MAX       PIC 9(2) VALUE 10.
           01 WS-DEFAULT-IDX       PIC 9(2).
           01 WS-DEFAULT-WARN-PCT  PIC 9(3) VALUE 90.
           01 WS-RUN-TIMESTAMP PIC X(22).
           01 WS-DATE-FORMAT-CODE PIC X VALUE SPACE.
           01 WS-JOB-MODE-FLAG   PIC X VALUE "U".
           01 WS-OPERATOR-ID   PIC X(8).
           COPY BUSDTE.
           COPY ALERTREC.
       LINKAGE SECTION.
           COPY DOCNUM.
       PROCEDURE DIVISION USING WS-DOCNUM-SOURCE WS-DOCNUM-ID
               WS-DOCNUM-RESULT.
       MAIN-PROCEDURE.
           MOVE 0 TO WS-DOCNUM-ID
           SET WS-DOCNUM-FAILED TO TRUE
           MOVE "G" TO WS-BUSDATE-FUNCTION
           CALL "BUSDATE" USING WS-BUSDATE-FUNCTION WS-BUSINESS-DATE
           CALL "DATE-TIME" USING WS-RUN-TIMESTAMP WS-DATE-FORMAT-CODE
               WS-JOB-MODE-FLAG
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           PERFORM OpenNumberFiles
           IF WS-RANGE-OPEN AND WS-ISSUE-OPEN
               PERFORM ReadRange
           END-IF
           IF WS-RANGE-FOUND
               MOVE " " TO WS-DOCNUM-RESULT
               PERFORM IssueNextId UNTIL WS-DOCNUM-ISSUED
                   OR WS-DOCNUM-EXHAUSTED OR WS-DOCNUM-FAILED
           END-IF
           PERFORM CloseNumberFiles
           IF WS-DOCNUM-EXHAUSTED
               PERFORM RaiseExhaustedAlert
           END-IF
           GOBACK.
       OpenNumberFiles.
           MOVE "N" TO WS-RANGE-OPEN-FLAG
           MOVE "N" TO WS-ISSUE-OPEN-FLAG
           OPEN I-O DOC-RANGE-FILE
           IF WS-DOC-RANGE-STATUS = "35"
               OPEN OUTPUT DOC-RANGE-FILE
               CLOSE DOC-RANGE-FILE
               OPEN I-O DOC-RANGE-FILE
           END-IF
           IF WS-DOC-RANGE-STATUS = "00"
               SET WS-RANGE-OPEN TO TRUE
           ELSE
               DISPLAY "DOC-NUM: DOCNUM.DAT OPEN FAILED - STATUS "
                   WS-DOC-RANGE-STATUS " - NO ID ISSUED"
           END-IF
           OPEN I-O DOC-ISSUE-FILE
           IF WS-DOC-ISSUE-STATUS = "35"
               OPEN OUTPUT DOC-ISSUE-FILE
               CLOSE DOC-ISSUE-FILE
               OPEN I-O DOC-ISSUE-FILE
           END-IF
           IF WS-DOC-ISSUE-STATUS = "00"
               SET WS-ISSUE-OPEN TO TRUE
           ELSE
               DISPLAY "DOC-NUM: DOCISSUE.DAT OPEN FAILED - STATUS "
                   WS-DOC-ISSUE-STATUS " - NO ID ISSUED"
           END-IF.
       CloseNumberFiles.
           IF WS-RANGE-OPEN
               CLOSE DOC-RANGE-FILE
           END-IF
           IF WS-ISSUE-OPEN
               CLOSE DOC-ISSUE-FILE
           END-IF.
       ReadRange.
           MOVE "N" TO WS-RANGE-FOUND-FLAG
           MOVE WS-DOCNUM-SOURCE TO DR-SOURCE
           READ DOC-RANGE-FILE
               INVALID KEY
                   PERFORM SeedRange
               NOT INVALID KEY
                   SET WS-RANGE-FOUND TO TRUE
           END-READ.
      * A source's first call creates its range from the defaults;
      * a source with no default has to be set up in DOCNUM-MAINT.
       SeedRange.
           PERFORM VARYING WS-DEFAULT-IDX FROM 1 BY 1
                   UNTIL WS-DEFAULT-IDX > WS-DEFAULT-MAX
                   OR WS-RANGE-FOUND
               IF WS-DEF-SOURCE(WS-DEFAULT-IDX) = WS-DOCNUM-SOURCE
                   MOVE SPACES TO DOC-RANGE-RECORD
                   MOVE WS-DOCNUM-SOURCE TO DR-SOURCE
                   MOVE WS-DEF-DESCRIPTION(WS-DEFAULT-IDX)
                       TO DR-DESCRIPTION
                   MOVE WS-DEF-LOW-ID(WS-DEFAULT-IDX) TO DR-LOW-ID
                   MOVE WS-DEF-HIGH-ID(WS-DEFAULT-IDX) TO DR-HIGH-ID
                   MOVE 0 TO DR-LAST-ISSUED
                   MOVE 0 TO DR-LAST-ISSUE-DATE
                   MOVE WS-DEFAULT-WARN-PCT TO DR-WARN-PERCENT
                   WRITE DOC-RANGE-RECORD
                       INVALID KEY
                           DISPLAY "DOC-NUM: RANGE FOR "
                               WS-DOCNUM-SOURCE " COULD NOT BE ADDED"
                       NOT INVALID KEY
                           SET WS-RANGE-FOUND TO TRUE
                   END-WRITE
               END-IF
           END-PERFORM
           IF NOT WS-RANGE-FOUND
               DISPLAY "DOC-NUM: NO RANGE FOR SOURCE "
                   WS-DOCNUM-SOURCE " - NO ID ISSUED"
           END-IF.
      * The range record is rewritten with the new last-issued id
      * before the id is registered or returned, so a failure
      * after this point can only leave a gap, never a reissue.
      * An id already on the register (an overlapping range, or
      * one moved back by hand) is stepped over.
       IssueNextId.
           IF DR-LAST-ISSUED < DR-LOW-ID
               MOVE DR-LOW-ID TO WS-NEXT-ID
           ELSE
               COMPUTE WS-NEXT-ID = DR-LAST-ISSUED + 1
           END-IF
           IF WS-NEXT-ID > DR-HIGH-ID
               SET WS-DOCNUM-EXHAUSTED TO TRUE
           ELSE
               MOVE WS-NEXT-ID       TO DR-LAST-ISSUED
               MOVE WS-BUSINESS-DATE TO DR-LAST-ISSUE-DATE
               REWRITE DOC-RANGE-RECORD
                   INVALID KEY
                       DISPLAY "DOC-NUM: DOCNUM.DAT REWRITE FAILED "
                           "FOR " WS-DOCNUM-SOURCE " - NO ID ISSUED"
                       SET WS-DOCNUM-FAILED TO TRUE
                   NOT INVALID KEY
                       PERFORM RegisterIssuedId
               END-REWRITE
           END-IF.
       RegisterIssuedId.
           MOVE SPACES           TO DOC-ISSUE-RECORD
           MOVE WS-NEXT-ID       TO DI-TRAN-ID
           MOVE WS-DOCNUM-SOURCE TO DI-SOURCE
           SET DI-ISSUED         TO TRUE
           MOVE WS-BUSINESS-DATE TO DI-ISSUE-DATE
           MOVE 0                TO DI-POSTED-DATE
           MOVE WS-OPERATOR-ID   TO DI-ISSUED-BY
           MOVE WS-RUN-TIMESTAMP TO DI-ISSUE-TS
           WRITE DOC-ISSUE-RECORD
               INVALID KEY
                   DISPLAY "DOC-NUM: ID " WS-NEXT-ID
                       " ALREADY ISSUED - SKIPPED"
               NOT INVALID KEY
                   MOVE WS-NEXT-ID TO WS-DOCNUM-ID
                   SET WS-DOCNUM-ISSUED TO TRUE
           END-WRITE.
       RaiseExhaustedAlert.
           DISPLAY "DOC-NUM: RANGE FOR " WS-DOCNUM-SOURCE
               " EXHAUSTED - NO ID ISSUED"
           MOVE 8                TO WS-ALERT-SEVERITY
           MOVE "DOC-NUM"        TO WS-ALERT-PROGRAM
           MOVE WS-BUSINESS-DATE TO WS-ALERT-DATE
           MOVE SPACES           TO WS-ALERT-MESSAGE
           STRING "ID RANGE EXHAUSTED FOR SOURCE " WS-DOCNUM-SOURCE
               DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
           CALL "ALERT-LOG" USING WS-ALERT-SEVERITY WS-ALERT-PROGRAM
               WS-ALERT-DATE WS-ALERT-MESSAGE.
       END PROGRAM DOC-NUM.
