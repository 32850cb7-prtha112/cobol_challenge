       DATA DIVISION.
       FILE SECTION.
       FD  SHIFT-LOG-FILE.
           COPY SHIFTLOG.
       FD  SHIFT-REPORT-FILE.
       01  SHIFT-REPORT-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
           01 WS-OPER-FOUND-FLAG     PIC X.
               88 WS-OPER-FOUND VALUE "Y".
           01 WS-MATCH-OPERATOR      PIC X(8).
      * Handover exceptions ("N" checklist answers) from the whole
      * of SHIFTLOG.DAT, closed off by later acknowledge events.
           01 WS-EXC-TABLE.
               05 WS-EXC-ENTRY OCCURS 200 TIMES.
                   10 WS-EXC-DATE     PIC X(8).
                   10 WS-EXC-SHIFT    PIC X.
                   10 WS-EXC-OPERATOR PIC X(8).
                   10 WS-EXC-ITEM     PIC X(4).
                   10 WS-EXC-TS       PIC X(22).
                   10 WS-EXC-TEXT     PIC X(60).
                   10 WS-EXC-OPEN     PIC X.
           01 WS-EXC-COUNT           PIC 9(3) VALUE 0.
           01 WS-EXC-IDX             PIC 9(3).
           01 WS-EXC-OPEN-COUNT      PIC 9(3).
           01 WS-TS-WORK             PIC X(22).
           01 WS-TS-DATE-8           PIC 9(8).
           01 WS-TS-SECONDS          PIC 9(12).
           PERFORM ProcessShiftLog
           PERFORM ReportUnmatchedOpen
           PERFORM ReportOperatorTotals
           PERFORM ReportHandoverExceptions
           CLOSE SHIFT-REPORT-FILE
           DISPLAY "SHIFT-RPT: REPORT WRITTEN TO SHIFT.RPT"
           PERFORM WriteAuditEntry
               READ SHIFT-LOG-FILE
                   AT END SET WS-SHIFT-EOF TO TRUE
                   NOT AT END
                       PERFORM TrackHandoverException
                       IF SH-DATE >= WS-WEEK-START
                           AND SH-DATE <= WS-BUSINESS-DATE
                           PERFORM ProcessOneEvent
               CLOSE SHIFT-LOG-FILE
           END-IF.
       ProcessOneEvent.
           EVALUATE TRUE
               WHEN SH-SIGN-IN
                   PERFORM RecordSignIn
               WHEN SH-SIGN-OUT
                   PERFORM MatchSignOut
           END-EVALUATE.
       TrackHandoverException.
           EVALUATE TRUE
               WHEN SH-CHECK-ANSWER AND SH-ANSWER = "N"
                   IF WS-EXC-COUNT < 200
                       ADD 1 TO WS-EXC-COUNT
                       MOVE SH-DATE      TO WS-EXC-DATE(WS-EXC-COUNT)
                       MOVE SH-SHIFT     TO WS-EXC-SHIFT(WS-EXC-COUNT)
                       MOVE SH-OPERATOR
                           TO WS-EXC-OPERATOR(WS-EXC-COUNT)
                       MOVE SH-ITEM-CODE TO WS-EXC-ITEM(WS-EXC-COUNT)
                       MOVE SH-TIMESTAMP TO WS-EXC-TS(WS-EXC-COUNT)
                       MOVE SH-ITEM-TEXT TO WS-EXC-TEXT(WS-EXC-COUNT)
                       MOVE "Y"          TO WS-EXC-OPEN(WS-EXC-COUNT)
                   END-IF
               WHEN SH-ACKNOWLEDGE
                   PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
                           UNTIL WS-EXC-IDX > WS-EXC-COUNT
                       IF WS-EXC-DATE(WS-EXC-IDX) = SH-REF-DATE
                           AND WS-EXC-SHIFT(WS-EXC-IDX) = SH-REF-SHIFT
                           AND WS-EXC-OPERATOR(WS-EXC-IDX)
                               = SH-REF-OPERATOR
                           AND WS-EXC-ITEM(WS-EXC-IDX) = SH-ITEM-CODE
                           MOVE "N" TO WS-EXC-OPEN(WS-EXC-IDX)
                       END-IF
                   END-PERFORM
           END-EVALUATE.
       RecordSignIn.
           PERFORM FindOpenShift
           IF WS-OPEN-FOUND
           MOVE WS-SHIFT-HOURS TO WS-TOT-HOURS
           MOVE WS-OPR-UNMATCHED(WS-OPER-IDX) TO WS-TOT-UNMATCHED
           WRITE SHIFT-REPORT-RECORD FROM WS-RPT-TOTAL.
      * Every handover exception not yet acknowledged at a sign-in
      * is listed, however old, until someone takes it on.
       ReportHandoverExceptions.
           MOVE SPACES TO WS-RPT-LINE
           WRITE SHIFT-REPORT-RECORD FROM WS-RPT-LINE
           MOVE "UNRESOLVED HANDOVER EXCEPTIONS" TO WS-RPT-LINE
           WRITE SHIFT-REPORT-RECORD FROM WS-RPT-LINE
           MOVE 0 TO WS-EXC-OPEN-COUNT
           PERFORM ReportOneException
               VARYING WS-EXC-IDX FROM 1 BY 1
               UNTIL WS-EXC-IDX > WS-EXC-COUNT
           IF WS-EXC-OPEN-COUNT = 0
               MOVE "  NONE" TO WS-RPT-LINE
               WRITE SHIFT-REPORT-RECORD FROM WS-RPT-LINE
           END-IF.
       ReportOneException.
           IF WS-EXC-OPEN(WS-EXC-IDX) = "Y"
               ADD 1 TO WS-EXC-OPEN-COUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING "  " WS-EXC-OPERATOR(WS-EXC-IDX)
                   " SHIFT " WS-EXC-SHIFT(WS-EXC-IDX)
                   " " WS-EXC-DATE(WS-EXC-IDX)
                   " ITEM " WS-EXC-ITEM(WS-EXC-IDX)
                   " ANSWERED N AT " WS-EXC-TS(WS-EXC-IDX)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE SHIFT-REPORT-RECORD FROM WS-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "    " WS-EXC-TEXT(WS-EXC-IDX)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE SHIFT-REPORT-RECORD FROM WS-RPT-LINE
           END-IF.
       WriteStartAudit.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           MOVE "SHIFT-RPT"      TO WS-AUDIT-PROGRAM-ID
