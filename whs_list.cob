       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHS-LIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WAREHOUSE-FILE ASSIGN TO "TRANWHS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAREHOUSE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".
       DATA DIVISION.
       FILE SECTION.
       FD  WAREHOUSE-FILE.
           COPY WHSREC.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SR-DUE-DATE       PIC 9(8).
           05 SR-TRAN-ID        PIC 9(8).
           05 SR-PARKED-DATE    PIC 9(8).
           05 SR-TRAN-DATA      PIC X(58).
       WORKING-STORAGE SECTION.
           01 WS-WAREHOUSE-STATUS  PIC XX.
           01 WS-WHS-EOF-FLAG      PIC X VALUE "N".
               88 WS-WHS-EOF VALUE "Y".
           01 WS-SORT-EOF-FLAG     PIC X VALUE "N".
               88 WS-SORT-EOF VALUE "Y".
           01 WS-FILE-MISSING-FLAG PIC X VALUE "N".
               88 WS-FILE-MISSING VALUE "Y".
           01 WS-PARKED-COUNT      PIC 9(6) VALUE 0.
           01 WS-RELEASED-COUNT    PIC 9(6) VALUE 0.
           01 WS-DATE-COUNT        PIC 9(6) VALUE 0.
           01 WS-DUE-DATE-COUNT    PIC 9(6) VALUE 0.
           01 WS-CURRENT-DUE-DATE  PIC 9(8) VALUE 0.
           01 WS-AGE-DAYS          PIC 9(5).
           01 WS-RPT-COLUMN-LINE.
               05 FILLER PIC X(9)  VALUE "DUE DATE".
               05 FILLER PIC X(9)  VALUE "TRAN ID".
               05 FILLER PIC X(9)  VALUE "PARKED".
               05 FILLER PIC X(6)  VALUE " DAYS".
               05 FILLER PIC X(4)  VALUE "ENT".
               05 FILLER PIC X(9)  VALUE "ACCOUNT".
               05 FILLER PIC X(5)  VALUE "CCTR".
               05 FILLER PIC X(4)  VALUE "D/C".
               05 FILLER PIC X(4)  VALUE "CUR".
               05 FILLER PIC X(15) VALUE "         AMOUNT".
           01 WS-RPT-DETAIL.
               05 WS-RPT-DUE-DATE   PIC 9(8).
               05 FILLER            PIC X VALUE SPACE.
               05 WS-RPT-TRAN-ID    PIC 9(8).
               05 FILLER            PIC X VALUE SPACE.
               05 WS-RPT-PARKED     PIC 9(8).
               05 FILLER            PIC X VALUE SPACE.
               05 WS-RPT-DAYS       PIC ZZZZ9.
               05 FILLER            PIC X VALUE SPACE.
               05 WS-RPT-ENTITY     PIC X(3).
               05 FILLER            PIC X VALUE SPACE.
               05 WS-RPT-ACCOUNT    PIC X(8).
               05 FILLER            PIC X VALUE SPACE.
               05 WS-RPT-CCTR       PIC X(4).
               05 FILLER            PIC X VALUE SPACE.
               05 WS-RPT-TYPE       PIC X.
               05 FILLER            PIC X(3) VALUE SPACES.
               05 WS-RPT-CURRENCY   PIC X(3).
               05 FILLER            PIC X VALUE SPACE.
               05 WS-RPT-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99.
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
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "DATE-TIME" USING WS-RUN-TIMESTAMP WS-DATE-FORMAT-CODE
               WS-JOB-MODE-FLAG
           PERFORM WriteStartAudit
           MOVE "G" TO WS-BUSDATE-FUNCTION
           CALL "BUSDATE" USING WS-BUSDATE-FUNCTION WS-BUSINESS-DATE
           PERFORM OpenReport
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-DUE-DATE SR-TRAN-ID
               INPUT PROCEDURE IS ReleaseParkedItems
               OUTPUT PROCEDURE IS PrintParkedItems
           PERFORM PrintTotals
           MOVE "C" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE
           DISPLAY "WHS-LIST: " WS-PARKED-COUNT " PARKED, "
               WS-DUE-DATE-COUNT " DUE DATE(S), "
               WS-RELEASED-COUNT " RELEASED TONIGHT"
           PERFORM WriteAuditEntry
           PERFORM WriteStepResult
           GOBACK.
       OpenReport.
           MOVE "O" TO WS-RPT-FUNCTION
           MOVE "TRANWHS.RPT" TO WS-RPT-FILE-NAME
           MOVE SPACES TO WS-RPT-TITLE
           STRING "FUTURE-DATED WAREHOUSE - AS AT "
               WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-RPT-TITLE
           MOVE WS-RPT-COLUMN-LINE TO WS-RPT-COLUMN-HEAD
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
      * Released records stay on the warehouse until the next
      * business date only so a rerun can release them again;
      * they have gone to posting and are counted, not listed.
       ReleaseParkedItems.
           OPEN INPUT WAREHOUSE-FILE
           IF WS-WAREHOUSE-STATUS NOT = "00"
               SET WS-FILE-MISSING TO TRUE
               SET WS-WHS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-WHS-EOF
               READ WAREHOUSE-FILE
                   AT END SET WS-WHS-EOF TO TRUE
                   NOT AT END
                       IF WHS-PARKED
                           MOVE WHS-DUE-DATE    TO SR-DUE-DATE
                           MOVE WHS-TRAN-DATA(1:8) TO SR-TRAN-ID
                           MOVE WHS-PARKED-DATE TO SR-PARKED-DATE
                           MOVE WHS-TRAN-DATA   TO SR-TRAN-DATA
                           RELEASE SORT-RECORD
                       ELSE
                           ADD 1 TO WS-RELEASED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-WAREHOUSE-STATUS = "00" OR "10"
               CLOSE WAREHOUSE-FILE
           END-IF.
       PrintParkedItems.
           PERFORM UNTIL WS-SORT-EOF
               RETURN SORT-WORK-FILE
                   AT END SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       PERFORM PrintOneItem
               END-RETURN
           END-PERFORM
           IF WS-DATE-COUNT > 0
               PERFORM PrintDueDateTotal
           END-IF.
       PrintOneItem.
           IF SR-DUE-DATE NOT = WS-CURRENT-DUE-DATE
               IF WS-DATE-COUNT > 0
                   PERFORM PrintDueDateTotal
               END-IF
               MOVE SR-DUE-DATE TO WS-CURRENT-DUE-DATE
               ADD 1 TO WS-DUE-DATE-COUNT
           END-IF
           ADD 1 TO WS-PARKED-COUNT
           ADD 1 TO WS-DATE-COUNT
           MOVE SR-TRAN-DATA TO TRANSACTION-RECORD
           MOVE 0 TO WS-AGE-DAYS
           IF SR-PARKED-DATE NUMERIC AND SR-PARKED-DATE > 0
               AND SR-PARKED-DATE < WS-BUSINESS-DATE
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                   - FUNCTION INTEGER-OF-DATE(SR-PARKED-DATE)
           END-IF
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE SR-DUE-DATE     TO WS-RPT-DUE-DATE
           MOVE TR-TRAN-ID      TO WS-RPT-TRAN-ID
           MOVE SR-PARKED-DATE  TO WS-RPT-PARKED
           MOVE WS-AGE-DAYS     TO WS-RPT-DAYS
           MOVE TR-ENTITY       TO WS-RPT-ENTITY
           MOVE TR-ACCOUNT-CODE TO WS-RPT-ACCOUNT
           MOVE TR-COST-CENTER  TO WS-RPT-CCTR
           MOVE TR-TYPE-CODE    TO WS-RPT-TYPE
           IF TR-CURRENCY = SPACES
               MOVE "USD" TO WS-RPT-CURRENCY
           ELSE
               MOVE TR-CURRENCY TO WS-RPT-CURRENCY
           END-IF
           MOVE TR-AMOUNT       TO WS-RPT-AMOUNT
           MOVE WS-RPT-DETAIL TO WS-RPT-PRINT-LINE
           MOVE "W" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
       PrintDueDateTotal.
           MOVE SPACES TO WS-RPT-COUNT-LINE
           STRING "  ITEMS DUE " WS-CURRENT-DUE-DATE ":"
               DELIMITED BY SIZE INTO WS-COUNT-TEXT
           MOVE WS-DATE-COUNT TO WS-COUNT-VALUE
           MOVE WS-RPT-COUNT-LINE TO WS-RPT-PRINT-LINE
           MOVE "T" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE
           MOVE 0 TO WS-DATE-COUNT.
       PrintTotals.
           IF WS-FILE-MISSING
               MOVE SPACES TO WS-RPT-COUNT-LINE
               MOVE "*** TRANWHS.DAT NOT AVAILABLE - NOTHING PARKED"
                   TO WS-COUNT-TEXT
               PERFORM WriteCountLine
           END-IF
           MOVE SPACES TO WS-RPT-COUNT-LINE
           MOVE "ITEMS PARKED:" TO WS-COUNT-TEXT
           MOVE WS-PARKED-COUNT TO WS-COUNT-VALUE
           PERFORM WriteCountLine
           MOVE SPACES TO WS-RPT-COUNT-LINE
           MOVE "DUE DATES:" TO WS-COUNT-TEXT
           MOVE WS-DUE-DATE-COUNT TO WS-COUNT-VALUE
           PERFORM WriteCountLine
           MOVE SPACES TO WS-RPT-COUNT-LINE
           MOVE "RELEASED TO POSTING TONIGHT:" TO WS-COUNT-TEXT
           MOVE WS-RELEASED-COUNT TO WS-COUNT-VALUE
           PERFORM WriteCountLine.
       WriteCountLine.
           MOVE WS-RPT-COUNT-LINE TO WS-RPT-PRINT-LINE
           MOVE "T" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
       WriteStartAudit.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           MOVE "WHS-LIST" TO WS-AUDIT-PROGRAM-ID
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
           MOVE "WHS-LIST"       TO WS-AUDIT-PROGRAM-ID
           MOVE WS-END-TIMESTAMP TO WS-AUDIT-TIMESTAMP
           MOVE WS-OPERATOR-ID   TO WS-AUDIT-OPERATOR-ID
           MOVE "SUCCESS"        TO WS-AUDIT-OUTCOME
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM-ID
               WS-AUDIT-TIMESTAMP WS-AUDIT-OPERATOR-ID
               WS-AUDIT-OUTCOME.
       WriteStepResult.
           MOVE "WHSLIST" TO WS-STEP-NAME
           MOVE WS-BUSINESS-DATE TO WS-STEP-DATE
           MOVE RETURN-CODE TO WS-STEP-RC
           CALL "STEP-LOG" USING WS-STEP-NAME WS-STEP-DATE
               WS-STEP-RC
           MOVE WS-STEP-RC TO RETURN-CODE.
       END PROGRAM WHS-LIST.
