       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCNUM-RPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOC-RANGE-FILE ASSIGN TO "DOCNUM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DR-SOURCE
               FILE STATUS IS WS-DOC-RANGE-STATUS.
           SELECT DOC-ISSUE-FILE ASSIGN TO "DOCISSUE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DI-TRAN-ID
               FILE STATUS IS WS-DOC-ISSUE-STATUS.
           SELECT REJECT-FILE ASSIGN TO "TRANREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DOC-RANGE-FILE.
           COPY DOCRNG.
       FD  DOC-ISSUE-FILE.
           COPY DOCISS.
       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05 REJ-TRAN-DATA     PIC X(58).
           05 FILLER            PIC X.
           05 REJ-REASON-CODE   PIC 99.
       WORKING-STORAGE SECTION.
           01 WS-DOC-RANGE-STATUS  PIC XX.
           01 WS-DOC-ISSUE-STATUS  PIC XX.
           01 WS-REJECT-STATUS     PIC XX.
           01 WS-RANGE-EOF-FLAG    PIC X VALUE "N".
               88 WS-RANGE-EOF VALUE "Y".
           01 WS-ISSUE-EOF-FLAG    PIC X VALUE "N".
               88 WS-ISSUE-EOF VALUE "Y".
           01 WS-REJECT-EOF-FLAG   PIC X VALUE "N".
               88 WS-REJECT-EOF VALUE "Y".
           01 WS-RANGE-FOUND-FLAG  PIC X VALUE "N".
               88 WS-RANGE-FOUND VALUE "Y".
      * Every range on DOCNUM.DAT with its tallies from the issue
      * register.
           01 WS-RANGE-TABLE.
               05 WS-RNG-ENTRY OCCURS 50 TIMES.
                   10 WS-RNG-SOURCE      PIC X(8).
                   10 WS-RNG-LOW-ID      PIC 9(8).
                   10 WS-RNG-HIGH-ID     PIC 9(8).
                   10 WS-RNG-LAST-ISSUED PIC 9(8).
                   10 WS-RNG-WARN-PCT    PIC 9(3).
                   10 WS-RNG-ISSUED      PIC 9(8).
                   10 WS-RNG-TONIGHT     PIC 9(8).
                   10 WS-RNG-OUTSTANDING PIC 9(8).
                   10 WS-RNG-GAPS        PIC 9(8).
           01 WS-RNG-COUNT         PIC 9(2) VALUE 0.
           01 WS-RNG-MAX           PIC 9(2) VALUE 50.
           01 WS-RNG-IDX           PIC 9(2).
           01 WS-FOUND-IDX         PIC 9(2).
           01 WS-FIND-ID           PIC 9(8).
           01 WS-USED-COUNT        PIC 9(9).
           01 WS-RANGE-SIZE        PIC 9(9).
           01 WS-REMAINING         PIC 9(9).
           01 WS-USED-PCT          PIC 9(3)V9.
           01 WS-AGE-DAYS          PIC 9(5).
           01 WS-NEAR-COUNT        PIC 9(4) VALUE 0.
           01 WS-EXHAUSTED-COUNT   PIC 9(4) VALUE 0.
           01 WS-GAP-COUNT         PIC 9(6) VALUE 0.
           01 WS-DUP-COUNT         PIC 9(6) VALUE 0.
           01 WS-RPT-COLUMN-LINE.
               05 FILLER PIC X(9)  VALUE "SOURCE".
               05 FILLER PIC X(9)  VALUE "LOW ID".
               05 FILLER PIC X(9)  VALUE "HIGH ID".
               05 FILLER PIC X(9)  VALUE "LAST ISS".
               05 FILLER PIC X(11) VALUE "  REMAINING".
               05 FILLER PIC X(7)  VALUE "  %USED".
               05 FILLER PIC X(9)  VALUE "   ISSUED".
               05 FILLER PIC X(9)  VALUE "  TONIGHT".
               05 FILLER PIC X(9)  VALUE " UNPOSTED".
               05 FILLER PIC X(9)  VALUE "     GAPS".
               05 FILLER PIC X(17) VALUE "  STATUS".
           01 WS-RPT-RANGE-LINE.
               05 WS-RPT-SOURCE      PIC X(8).
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-LOW-ID      PIC 9(8).
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-HIGH-ID     PIC 9(8).
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-LAST-ISSUED PIC 9(8).
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-REMAINING   PIC ZZZ,ZZZ,ZZ9.
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-USED-PCT    PIC ZZ9.9.
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-ISSUED      PIC ZZZZZZZ9.
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-TONIGHT     PIC ZZZZZZZ9.
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-OUTSTANDING PIC ZZZZZZZ9.
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-GAPS        PIC ZZZZZZZ9.
               05 FILLER             PIC XX VALUE SPACES.
               05 WS-RPT-FLAG        PIC X(15).
           01 WS-RPT-GAP-HEAD.
               05 FILLER PIC X(9)  VALUE "TRAN ID".
               05 FILLER PIC X(9)  VALUE "SOURCE".
               05 FILLER PIC X(9)  VALUE "ISSUED".
               05 FILLER PIC X(6)  VALUE " DAYS".
               05 FILLER PIC X(9)  VALUE "BY".
           01 WS-RPT-GAP-LINE.
               05 WS-RPT-GAP-ID      PIC 9(8).
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-GAP-SOURCE  PIC X(8).
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-GAP-DATE    PIC 9(8).
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-GAP-DAYS    PIC ZZZZ9.
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-GAP-BY      PIC X(8).
           01 WS-RPT-DUP-HEAD.
               05 FILLER PIC X(9)  VALUE "TRAN ID".
               05 FILLER PIC X(9)  VALUE "SOURCE".
               05 FILLER PIC X(9)  VALUE "DATE".
               05 FILLER PIC X(9)  VALUE "ACCOUNT".
               05 FILLER PIC X(4)  VALUE "D/C".
               05 FILLER PIC X(15) VALUE "         AMOUNT".
           01 WS-RPT-DUP-LINE.
               05 WS-RPT-DUP-ID      PIC 9(8).
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-DUP-SOURCE  PIC X(8).
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-DUP-DATE    PIC 9(8).
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-DUP-ACCOUNT PIC X(8).
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-DUP-TYPE    PIC X.
               05 FILLER             PIC X(3) VALUE SPACES.
               05 WS-RPT-DUP-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-RPT-COUNT-LINE.
               05 WS-COUNT-TEXT     PIC X(40).
               05 WS-COUNT-VALUE    PIC ZZZ,ZZ9.
           01 WS-RUN-TIMESTAMP PIC X(22).
           01 WS-END-TIMESTAMP PIC X(22).
           01 WS-DATE-FORMAT-CODE PIC X VALUE SPACE.
           01 WS-JOB-MODE-FLAG   PIC X VALUE "U".
           01 WS-OPERATOR-ID   PIC X(8).
           COPY TRANREC.
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
           PERFORM LoadRanges
           PERFORM TallyIssueRegister
           PERFORM OpenReport
           PERFORM PrintRanges
               VARYING WS-RNG-IDX FROM 1 BY 1
               UNTIL WS-RNG-IDX > WS-RNG-COUNT
           PERFORM PrintRangeTotals
           PERFORM PrintGaps
           PERFORM PrintDuplicates
           MOVE "C" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE
           DISPLAY "DOCNUM-RPT: " WS-RNG-COUNT " RANGE(S), "
               WS-NEAR-COUNT " NEAR EXHAUSTION, "
               WS-EXHAUSTED-COUNT " EXHAUSTED, "
               WS-GAP-COUNT " GAP(S), " WS-DUP-COUNT " DUPLICATE(S)"
           PERFORM WriteAuditEntry
           PERFORM WriteStepResult
           GOBACK.
       OpenReport.
           MOVE "O" TO WS-RPT-FUNCTION
           MOVE "DOCNUM.RPT" TO WS-RPT-FILE-NAME
           MOVE SPACES TO WS-RPT-TITLE
           STRING "DOCUMENT NUMBER RANGES - AS AT "
               WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-RPT-TITLE
           MOVE WS-RPT-COLUMN-LINE TO WS-RPT-COLUMN-HEAD
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
       LoadRanges.
           OPEN INPUT DOC-RANGE-FILE
           IF WS-DOC-RANGE-STATUS NOT = "00"
               SET WS-RANGE-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-RANGE-EOF
               READ DOC-RANGE-FILE
                   AT END SET WS-RANGE-EOF TO TRUE
                   NOT AT END
                       PERFORM LoadOneRange
               END-READ
           END-PERFORM
           IF WS-DOC-RANGE-STATUS = "00" OR "10"
               CLOSE DOC-RANGE-FILE
           END-IF.
       LoadOneRange.
           IF WS-RNG-COUNT < WS-RNG-MAX
               ADD 1 TO WS-RNG-COUNT
               MOVE DR-SOURCE      TO WS-RNG-SOURCE(WS-RNG-COUNT)
               MOVE DR-LOW-ID      TO WS-RNG-LOW-ID(WS-RNG-COUNT)
               MOVE DR-HIGH-ID     TO WS-RNG-HIGH-ID(WS-RNG-COUNT)
               MOVE DR-LAST-ISSUED TO WS-RNG-LAST-ISSUED(WS-RNG-COUNT)
               MOVE DR-WARN-PERCENT TO WS-RNG-WARN-PCT(WS-RNG-COUNT)
               MOVE 0 TO WS-RNG-ISSUED(WS-RNG-COUNT)
               MOVE 0 TO WS-RNG-TONIGHT(WS-RNG-COUNT)
               MOVE 0 TO WS-RNG-OUTSTANDING(WS-RNG-COUNT)
               MOVE 0 TO WS-RNG-GAPS(WS-RNG-COUNT)
           ELSE
               DISPLAY "DOCNUM-RPT: RANGE TABLE FULL - "
                   DR-SOURCE " NOT REPORTED"
           END-IF.
      * An id still "I" after the business date it was issued on
      * never reached an accepted edit: a gap in the sequence.
      * One issued tonight may simply not have been edited yet.
       TallyIssueRegister.
           OPEN INPUT DOC-ISSUE-FILE
           IF WS-DOC-ISSUE-STATUS NOT = "00"
               SET WS-ISSUE-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-ISSUE-EOF
               READ DOC-ISSUE-FILE
                   AT END SET WS-ISSUE-EOF TO TRUE
                   NOT AT END
                       PERFORM TallyOneIssue
               END-READ
           END-PERFORM
           IF WS-DOC-ISSUE-STATUS = "00" OR "10"
               CLOSE DOC-ISSUE-FILE
           END-IF.
       TallyOneIssue.
           PERFORM FindSourceRange
           IF WS-RANGE-FOUND
               ADD 1 TO WS-RNG-ISSUED(WS-FOUND-IDX)
               IF DI-ISSUE-DATE = WS-BUSINESS-DATE
                   ADD 1 TO WS-RNG-TONIGHT(WS-FOUND-IDX)
               END-IF
               IF DI-ISSUED
                   ADD 1 TO WS-RNG-OUTSTANDING(WS-FOUND-IDX)
                   IF DI-ISSUE-DATE < WS-BUSINESS-DATE
                       ADD 1 TO WS-RNG-GAPS(WS-FOUND-IDX)
                   END-IF
               END-IF
           END-IF.
       FindSourceRange.
           MOVE "N" TO WS-RANGE-FOUND-FLAG
           PERFORM VARYING WS-RNG-IDX FROM 1 BY 1
                   UNTIL WS-RNG-IDX > WS-RNG-COUNT OR WS-RANGE-FOUND
               IF WS-RNG-SOURCE(WS-RNG-IDX) = DI-SOURCE
                   SET WS-RANGE-FOUND TO TRUE
                   MOVE WS-RNG-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
      * A range is near exhaustion once the share used reaches its
      * warning percentage and exhausted once the last issued id
      * is its high id; either is raised on the night's alerts.
       PrintRanges.
           MOVE 0 TO WS-USED-COUNT
           IF WS-RNG-LAST-ISSUED(WS-RNG-IDX)
               >= WS-RNG-LOW-ID(WS-RNG-IDX)
               COMPUTE WS-USED-COUNT = WS-RNG-LAST-ISSUED(WS-RNG-IDX)
                   - WS-RNG-LOW-ID(WS-RNG-IDX) + 1
           END-IF
           COMPUTE WS-RANGE-SIZE = WS-RNG-HIGH-ID(WS-RNG-IDX)
               - WS-RNG-LOW-ID(WS-RNG-IDX) + 1
           IF WS-USED-COUNT >= WS-RANGE-SIZE
               MOVE 0 TO WS-REMAINING
               MOVE 100 TO WS-USED-PCT
           ELSE
               COMPUTE WS-REMAINING = WS-RANGE-SIZE - WS-USED-COUNT
               COMPUTE WS-USED-PCT ROUNDED =
                   WS-USED-COUNT * 100 / WS-RANGE-SIZE
           END-IF
           MOVE SPACES TO WS-RPT-RANGE-LINE
           MOVE WS-RNG-SOURCE(WS-RNG-IDX)      TO WS-RPT-SOURCE
           MOVE WS-RNG-LOW-ID(WS-RNG-IDX)      TO WS-RPT-LOW-ID
           MOVE WS-RNG-HIGH-ID(WS-RNG-IDX)     TO WS-RPT-HIGH-ID
           MOVE WS-RNG-LAST-ISSUED(WS-RNG-IDX) TO WS-RPT-LAST-ISSUED
           MOVE WS-REMAINING                   TO WS-RPT-REMAINING
           MOVE WS-USED-PCT                    TO WS-RPT-USED-PCT
           MOVE WS-RNG-ISSUED(WS-RNG-IDX)      TO WS-RPT-ISSUED
           MOVE WS-RNG-TONIGHT(WS-RNG-IDX)     TO WS-RPT-TONIGHT
           MOVE WS-RNG-OUTSTANDING(WS-RNG-IDX) TO WS-RPT-OUTSTANDING
           MOVE WS-RNG-GAPS(WS-RNG-IDX)        TO WS-RPT-GAPS
           EVALUATE TRUE
               WHEN WS-REMAINING = 0
                   MOVE "EXHAUSTED" TO WS-RPT-FLAG
                   ADD 1 TO WS-EXHAUSTED-COUNT
                   MOVE 7 TO WS-ALERT-SEVERITY
                   PERFORM RaiseRangeAlert
               WHEN WS-USED-PCT >= WS-RNG-WARN-PCT(WS-RNG-IDX)
                   MOVE "NEAR EXHAUSTION" TO WS-RPT-FLAG
                   ADD 1 TO WS-NEAR-COUNT
                   MOVE 5 TO WS-ALERT-SEVERITY
                   PERFORM RaiseRangeAlert
               WHEN OTHER
                   MOVE SPACES TO WS-RPT-FLAG
           END-EVALUATE
           MOVE WS-RPT-RANGE-LINE TO WS-RPT-PRINT-LINE
           MOVE "W" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
       RaiseRangeAlert.
           MOVE "DOCNUM-RPT"     TO WS-ALERT-PROGRAM
           MOVE WS-BUSINESS-DATE TO WS-ALERT-DATE
           MOVE SPACES           TO WS-ALERT-MESSAGE
           STRING "ID RANGE " WS-RNG-SOURCE(WS-RNG-IDX) " "
               WS-RPT-FLAG " - " WS-REMAINING " IDS LEFT"
               DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
           CALL "ALERT-LOG" USING WS-ALERT-SEVERITY WS-ALERT-PROGRAM
               WS-ALERT-DATE WS-ALERT-MESSAGE.
       PrintRangeTotals.
           IF WS-DOC-RANGE-STATUS NOT = "00" AND NOT = "10"
               MOVE SPACES TO WS-RPT-COUNT-LINE
               MOVE "*** DOCNUM.DAT NOT AVAILABLE - NO RANGES"
                   TO WS-COUNT-TEXT
               PERFORM WriteCountLine
           END-IF
           MOVE SPACES TO WS-RPT-COUNT-LINE
           MOVE "RANGES:" TO WS-COUNT-TEXT
           MOVE WS-RNG-COUNT TO WS-COUNT-VALUE
           PERFORM WriteCountLine
           MOVE SPACES TO WS-RPT-COUNT-LINE
           MOVE "NEAR EXHAUSTION:" TO WS-COUNT-TEXT
           MOVE WS-NEAR-COUNT TO WS-COUNT-VALUE
           PERFORM WriteCountLine
           MOVE SPACES TO WS-RPT-COUNT-LINE
           MOVE "EXHAUSTED:" TO WS-COUNT-TEXT
           MOVE WS-EXHAUSTED-COUNT TO WS-COUNT-VALUE
           PERFORM WriteCountLine.
      * The gap detail re-reads the register in id order, listing
      * each id issued before tonight that was never accepted.
       PrintGaps.
           MOVE SPACES TO WS-RPT-PRINT-LINE
           MOVE "GAPS - IDS ISSUED BUT NEVER POSTED"
               TO WS-RPT-PRINT-LINE
           PERFORM WriteDetailLine
           MOVE WS-RPT-GAP-HEAD TO WS-RPT-PRINT-LINE
           PERFORM WriteDetailLine
           MOVE "N" TO WS-ISSUE-EOF-FLAG
           OPEN INPUT DOC-ISSUE-FILE
           IF WS-DOC-ISSUE-STATUS NOT = "00"
               SET WS-ISSUE-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-ISSUE-EOF
               READ DOC-ISSUE-FILE
                   AT END SET WS-ISSUE-EOF TO TRUE
                   NOT AT END
                       IF DI-ISSUED
                           AND DI-ISSUE-DATE < WS-BUSINESS-DATE
                           PERFORM PrintOneGap
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DOC-ISSUE-STATUS = "00" OR "10"
               CLOSE DOC-ISSUE-FILE
           END-IF
           MOVE SPACES TO WS-RPT-COUNT-LINE
           MOVE "GAPS:" TO WS-COUNT-TEXT
           MOVE WS-GAP-COUNT TO WS-COUNT-VALUE
           PERFORM WriteCountLine.
       PrintOneGap.
           ADD 1 TO WS-GAP-COUNT
           MOVE 0 TO WS-AGE-DAYS
           IF DI-ISSUE-DATE NUMERIC AND DI-ISSUE-DATE > 0
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                   - FUNCTION INTEGER-OF-DATE(DI-ISSUE-DATE)
           END-IF
           MOVE SPACES TO WS-RPT-GAP-LINE
           MOVE DI-TRAN-ID    TO WS-RPT-GAP-ID
           MOVE DI-SOURCE     TO WS-RPT-GAP-SOURCE
           MOVE DI-ISSUE-DATE TO WS-RPT-GAP-DATE
           MOVE WS-AGE-DAYS   TO WS-RPT-GAP-DAYS
           MOVE DI-ISSUED-BY  TO WS-RPT-GAP-BY
           MOVE WS-RPT-GAP-LINE TO WS-RPT-PRINT-LINE
           PERFORM WriteDetailLine.
      * Tonight's reason-08 rejects are ids the edit had already
      * seen; one inside a managed range means an id was used
      * twice, whether keyed by hand or taken outside DOC-NUM.
       PrintDuplicates.
           MOVE SPACES TO WS-RPT-PRINT-LINE
           MOVE "DUPLICATES - MANAGED IDS REJECTED AS ALREADY SEEN"
               TO WS-RPT-PRINT-LINE
           PERFORM WriteDetailLine
           MOVE WS-RPT-DUP-HEAD TO WS-RPT-PRINT-LINE
           PERFORM WriteDetailLine
           OPEN INPUT REJECT-FILE
           IF WS-REJECT-STATUS NOT = "00"
               SET WS-REJECT-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-REJECT-EOF
               READ REJECT-FILE
                   AT END SET WS-REJECT-EOF TO TRUE
                   NOT AT END
                       IF REJ-REASON-CODE = 8
                           PERFORM CheckDuplicateReject
                       END-IF
               END-READ
           END-PERFORM
           IF WS-REJECT-STATUS = "00" OR "10"
               CLOSE REJECT-FILE
           END-IF
           MOVE SPACES TO WS-RPT-COUNT-LINE
           MOVE "DUPLICATES:" TO WS-COUNT-TEXT
           MOVE WS-DUP-COUNT TO WS-COUNT-VALUE
           PERFORM WriteCountLine.
       CheckDuplicateReject.
           MOVE REJ-TRAN-DATA TO TRANSACTION-RECORD
           MOVE "N" TO WS-RANGE-FOUND-FLAG
           IF TR-TRAN-ID NUMERIC
               MOVE TR-TRAN-ID TO WS-FIND-ID
               PERFORM VARYING WS-RNG-IDX FROM 1 BY 1
                       UNTIL WS-RNG-IDX > WS-RNG-COUNT
                       OR WS-RANGE-FOUND
                   IF WS-FIND-ID >= WS-RNG-LOW-ID(WS-RNG-IDX)
                       AND WS-FIND-ID <= WS-RNG-HIGH-ID(WS-RNG-IDX)
                       SET WS-RANGE-FOUND TO TRUE
                       MOVE WS-RNG-IDX TO WS-FOUND-IDX
                   END-IF
               END-PERFORM
           END-IF
           IF WS-RANGE-FOUND
               ADD 1 TO WS-DUP-COUNT
               MOVE SPACES TO WS-RPT-DUP-LINE
               MOVE TR-TRAN-ID      TO WS-RPT-DUP-ID
               MOVE WS-RNG-SOURCE(WS-FOUND-IDX) TO WS-RPT-DUP-SOURCE
               MOVE TR-TRAN-DATE    TO WS-RPT-DUP-DATE
               MOVE TR-ACCOUNT-CODE TO WS-RPT-DUP-ACCOUNT
               MOVE TR-TYPE-CODE    TO WS-RPT-DUP-TYPE
               MOVE TR-AMOUNT       TO WS-RPT-DUP-AMOUNT
               MOVE WS-RPT-DUP-LINE TO WS-RPT-PRINT-LINE
               PERFORM WriteDetailLine
           END-IF.
       WriteDetailLine.
           MOVE "W" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
       WriteCountLine.
           MOVE WS-RPT-COUNT-LINE TO WS-RPT-PRINT-LINE
           MOVE "T" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
       WriteStartAudit.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           MOVE "DOCNUM-RPT" TO WS-AUDIT-PROGRAM-ID
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
           MOVE "DOCNUM-RPT"     TO WS-AUDIT-PROGRAM-ID
           MOVE WS-END-TIMESTAMP TO WS-AUDIT-TIMESTAMP
           MOVE WS-OPERATOR-ID   TO WS-AUDIT-OPERATOR-ID
           MOVE "SUCCESS"        TO WS-AUDIT-OUTCOME
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM-ID
               WS-AUDIT-TIMESTAMP WS-AUDIT-OPERATOR-ID
               WS-AUDIT-OUTCOME.
       WriteStepResult.
           MOVE "DOCNUMRP" TO WS-STEP-NAME
           MOVE WS-BUSINESS-DATE TO WS-STEP-DATE
           MOVE RETURN-CODE TO WS-STEP-RC
           CALL "STEP-LOG" USING WS-STEP-NAME WS-STEP-DATE
               WS-STEP-RC
           MOVE WS-STEP-RC TO RETURN-CODE.
       END PROGRAM DOCNUM-RPT.
