       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHG-INQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-HISTORY-FILE ASSIGN TO "CHGHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-HISTORY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-HISTORY-FILE.
           COPY CHGHREC.
       WORKING-STORAGE SECTION.
           01 WS-CHANGE-HISTORY-STATUS PIC XX.
           01 WS-HISTORY-EOF-FLAG PIC X VALUE "N".
               88 WS-HISTORY-EOF VALUE "Y".
           01 WS-READ-COUNT       PIC 9(7) VALUE 0.
           01 WS-MATCH-COUNT      PIC 9(7) VALUE 0.
           01 WS-WK-DATE-8        PIC 9(8).
           01 WS-FILTER-FILE      PIC X(12).
           01 WS-FILTER-KEY       PIC X(20).
           01 WS-FILTER-OPERATOR  PIC X(8).
           01 WS-FILTER-FROM-DATE PIC X(8).
           01 WS-FILTER-TO-DATE   PIC X(8).
           01 WS-FILTER-FROM-8    PIC 9(8) VALUE 0.
           01 WS-FILTER-TO-8      PIC 9(8) VALUE 99999999.
           COPY RPTWRIT.
           01 WS-RPT-COLUMN-LINE.
               05 FILLER PIC X(23) VALUE "TIMESTAMP".
               05 FILLER PIC X(9)  VALUE "OPERATOR".
               05 FILLER PIC X(21) VALUE "PROGRAM".
               05 FILLER PIC X(13) VALUE "FILE".
               05 FILLER PIC X(7)  VALUE "ACTION".
               05 FILLER PIC X(20) VALUE "KEY".
           01 WS-RPT-DETAIL.
               05 WS-RPT-TIMESTAMP   PIC X(22).
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-OPERATOR    PIC X(8).
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-PROGRAM     PIC X(20).
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-FILE        PIC X(12).
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-ACTION      PIC X(6).
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-KEY         PIC X(20).
           01 WS-RPT-IMAGE-LINE.
               05 FILLER             PIC X(4) VALUE SPACES.
               05 WS-RPT-IMAGE-LABEL PIC X(8).
               05 WS-RPT-IMAGE       PIC X(60).
           01 WS-RPT-COUNT-LINE.
               05 FILLER             PIC X(24) VALUE
                  "MATCHING CHANGES:".
               05 WS-RPT-COUNT       PIC Z,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM AcceptFilters
           PERFORM OpenReport
           PERFORM ScanHistory
           PERFORM CloseReport
           DISPLAY "CHG-INQ: " WS-MATCH-COUNT " MATCHING CHANGE(S) OF "
               WS-READ-COUNT " ON FILE - SEE CHGHIST.RPT"
           GOBACK.
       AcceptFilters.
           DISPLAY "File name e.g. ACCTMAST.DAT (blank for all): "
               WITH NO ADVANCING
           ACCEPT WS-FILTER-FILE
           DISPLAY "Record key (blank for all): " WITH NO ADVANCING
           ACCEPT WS-FILTER-KEY
           DISPLAY "Operator (blank for all): " WITH NO ADVANCING
           ACCEPT WS-FILTER-OPERATOR
           DISPLAY "From date YYYYMMDD (blank for all): "
               WITH NO ADVANCING
           ACCEPT WS-FILTER-FROM-DATE
           DISPLAY "To date YYYYMMDD (blank for all): "
               WITH NO ADVANCING
           ACCEPT WS-FILTER-TO-DATE
           IF WS-FILTER-FROM-DATE NOT = SPACES
               AND WS-FILTER-FROM-DATE NUMERIC
               MOVE WS-FILTER-FROM-DATE TO WS-FILTER-FROM-8
           END-IF
           IF WS-FILTER-TO-DATE NOT = SPACES
               AND WS-FILTER-TO-DATE NUMERIC
               MOVE WS-FILTER-TO-DATE TO WS-FILTER-TO-8
           END-IF.
      * The history is appended in time order, so one pass prints
      * the matching changes oldest first - the order an auditor
      * follows a record through its life.
       ScanHistory.
           OPEN INPUT CHANGE-HISTORY-FILE
           IF WS-CHANGE-HISTORY-STATUS NOT = "00"
               DISPLAY "CHG-INQ: CHGHIST.DAT NOT AVAILABLE - "
                   "STATUS " WS-CHANGE-HISTORY-STATUS
               SET WS-HISTORY-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-HISTORY-EOF
               READ CHANGE-HISTORY-FILE
                   AT END SET WS-HISTORY-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM FilterEntry
               END-READ
           END-PERFORM
           IF WS-CHANGE-HISTORY-STATUS = "00" OR "10"
               CLOSE CHANGE-HISTORY-FILE
           END-IF.
       FilterEntry.
           IF WS-FILTER-FILE NOT = SPACES
               AND CH-FILE-NAME NOT = WS-FILTER-FILE
               CONTINUE
           ELSE
               IF WS-FILTER-KEY NOT = SPACES
                   AND CH-KEY NOT = WS-FILTER-KEY
                   CONTINUE
               ELSE
                   IF WS-FILTER-OPERATOR NOT = SPACES
                       AND CH-OPERATOR-ID NOT = WS-FILTER-OPERATOR
                       CONTINUE
                   ELSE
                       PERFORM FilterEntryDate
                   END-IF
               END-IF
           END-IF.
       FilterEntryDate.
           MOVE 0 TO WS-WK-DATE-8
           IF CH-TIMESTAMP(1:4) NUMERIC
               AND CH-TIMESTAMP(6:2) NUMERIC
               AND CH-TIMESTAMP(9:2) NUMERIC
               MOVE CH-TIMESTAMP(1:4) TO WS-WK-DATE-8(1:4)
               MOVE CH-TIMESTAMP(6:2) TO WS-WK-DATE-8(5:2)
               MOVE CH-TIMESTAMP(9:2) TO WS-WK-DATE-8(7:2)
           END-IF
           IF WS-WK-DATE-8 >= WS-FILTER-FROM-8
               AND WS-WK-DATE-8 <= WS-FILTER-TO-8
               PERFORM PrintEntry
           END-IF.
      * Each change prints as a heading line followed by the
      * before and after images, so a field-by-field comparison
      * reads straight down the page.
       PrintEntry.
           ADD 1 TO WS-MATCH-COUNT
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE CH-TIMESTAMP   TO WS-RPT-TIMESTAMP
           MOVE CH-OPERATOR-ID TO WS-RPT-OPERATOR
           MOVE CH-PROGRAM-ID  TO WS-RPT-PROGRAM
           MOVE CH-FILE-NAME   TO WS-RPT-FILE
           MOVE CH-ACTION      TO WS-RPT-ACTION
           MOVE CH-KEY         TO WS-RPT-KEY
           MOVE WS-RPT-DETAIL TO WS-RPT-PRINT-LINE
           PERFORM WriteDetailLine
           MOVE "BEFORE:"       TO WS-RPT-IMAGE-LABEL
           MOVE CH-BEFORE-IMAGE TO WS-RPT-IMAGE
           MOVE WS-RPT-IMAGE-LINE TO WS-RPT-PRINT-LINE
           PERFORM WriteDetailLine
           MOVE "AFTER:"        TO WS-RPT-IMAGE-LABEL
           MOVE CH-AFTER-IMAGE  TO WS-RPT-IMAGE
           MOVE WS-RPT-IMAGE-LINE TO WS-RPT-PRINT-LINE
           PERFORM WriteDetailLine.
       OpenReport.
           MOVE "O" TO WS-RPT-FUNCTION
           MOVE "CHGHIST.RPT" TO WS-RPT-FILE-NAME
           MOVE "MASTER FILE CHANGE HISTORY" TO WS-RPT-TITLE
           MOVE WS-RPT-COLUMN-LINE TO WS-RPT-COLUMN-HEAD
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
       CloseReport.
           MOVE WS-MATCH-COUNT TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT-LINE TO WS-RPT-PRINT-LINE
           MOVE "T" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE
           MOVE "C" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
       WriteDetailLine.
           MOVE "W" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
       END PROGRAM CHG-INQ.
