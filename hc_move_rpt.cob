       IDENTIFICATION DIVISION.
       PROGRAM-ID. HC-MOVE-RPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HC-PARM-FILE ASSIGN TO "HCPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HC-PARM-STATUS.
           SELECT EMPLOYEE-HISTORY-FILE ASSIGN TO "EMPHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-HISTORY-STATUS.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HC-PARM-FILE.
       01  HC-PARM-RECORD.
           05 HC-PARM-PERIOD    PIC 9(6).
       FD  EMPLOYEE-HISTORY-FILE.
           COPY EMPHREC.
       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPREC.
       WORKING-STORAGE SECTION.
           01 WS-HC-PARM-STATUS          PIC XX.
           01 WS-EMPLOYEE-HISTORY-STATUS PIC XX.
           01 WS-EMPLOYEE-MASTER-STATUS  PIC XX.
           01 WS-HISTORY-EOF-FLAG        PIC X VALUE "N".
               88 WS-HISTORY-EOF VALUE "Y".
           01 WS-EMPLOYEE-EOF-FLAG       PIC X VALUE "N".
               88 WS-EMPLOYEE-EOF VALUE "Y".
           01 WS-DEPT-FOUND-FLAG         PIC X.
               88 WS-DEPT-FOUND VALUE "Y".
           01 WS-TABLE-FULL-FLAG         PIC X VALUE "N".
               88 WS-TABLE-FULL VALUE "Y".
           01 WS-REPORT-PERIOD           PIC 9(6).
           01 WS-PERIOD-START            PIC 9(8).
           01 WS-PERIOD-END              PIC 9(8).
      * One row per department seen on the history or the master.
      * Opening is the headcount from every movement effective
      * before the period, later the net of those effective after
      * it; closing plus later must equal today's roster.
           01 WS-DEPT-TABLE.
               05 WS-DEPT-ENTRY OCCURS 200 TIMES.
                   10 WS-DPT-CODE       PIC X(4).
                   10 WS-DPT-OPENING    PIC S9(6).
                   10 WS-DPT-JOINERS    PIC 9(6).
                   10 WS-DPT-LEAVERS    PIC 9(6).
                   10 WS-DPT-XFER-IN    PIC 9(6).
                   10 WS-DPT-XFER-OUT   PIC 9(6).
                   10 WS-DPT-LATER      PIC S9(6).
                   10 WS-DPT-ROSTER     PIC 9(6).
           01 WS-DEPT-COUNT              PIC 9(3) VALUE 0.
           01 WS-DEPT-IDX                PIC 9(3).
           01 WS-SHIFT-IDX               PIC 9(3).
           01 WS-FIND-DEPT               PIC X(4).
           01 WS-CLOSING                 PIC S9(6).
           01 WS-CLOSING-CHECK           PIC S9(6).
           01 WS-TOTAL-OPENING           PIC S9(6) VALUE 0.
           01 WS-TOTAL-JOINERS           PIC 9(6) VALUE 0.
           01 WS-TOTAL-LEAVERS           PIC 9(6) VALUE 0.
           01 WS-TOTAL-XFER-IN           PIC 9(6) VALUE 0.
           01 WS-TOTAL-XFER-OUT          PIC 9(6) VALUE 0.
           01 WS-TOTAL-CLOSING           PIC S9(6) VALUE 0.
           01 WS-TOTAL-LATER             PIC S9(6) VALUE 0.
           01 WS-TOTAL-ROSTER            PIC 9(6) VALUE 0.
           01 WS-HISTORY-COUNT           PIC 9(7) VALUE 0.
           01 WS-DIFFER-COUNT            PIC 9(3) VALUE 0.
           01 WS-RPT-COLUMN-LINE.
               05 FILLER PIC X(6)  VALUE "DEPT".
               05 FILLER PIC X(9)  VALUE "  OPENING".
               05 FILLER PIC X(9)  VALUE "  JOINERS".
               05 FILLER PIC X(9)  VALUE "  LEAVERS".
               05 FILLER PIC X(9)  VALUE "  XFER IN".
               05 FILLER PIC X(9)  VALUE " XFER OUT".
               05 FILLER PIC X(9)  VALUE "  CLOSING".
               05 FILLER PIC X(9)  VALUE "    LATER".
               05 FILLER PIC X(9)  VALUE "   ROSTER".
               05 FILLER PIC X(10) VALUE "  CHECK".
           01 WS-RPT-DEPT-LINE.
               05 WS-RPT-DEPT        PIC X(4).
               05 FILLER             PIC XX VALUE SPACES.
               05 WS-RPT-OPENING     PIC -(7)9.
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-JOINERS     PIC Z(7)9.
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-LEAVERS     PIC Z(7)9.
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-XFER-IN     PIC Z(7)9.
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-XFER-OUT    PIC Z(7)9.
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-CLOSING     PIC -(7)9.
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-LATER       PIC -(7)9.
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-ROSTER      PIC Z(7)9.
               05 FILLER             PIC XX VALUE SPACES.
               05 WS-RPT-CHECK       PIC X(8).
           01 WS-RPT-COUNT-LINE.
               05 WS-COUNT-TEXT     PIC X(40).
               05 WS-COUNT-VALUE    PIC ZZZ,ZZ9.
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
           COPY EMPHLOG.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "DATE-TIME" USING WS-RUN-TIMESTAMP WS-DATE-FORMAT-CODE
               WS-JOB-MODE-FLAG
           PERFORM WriteStartAudit
           MOVE "G" TO WS-BUSDATE-FUNCTION
           CALL "BUSDATE" USING WS-BUSDATE-FUNCTION WS-BUSINESS-DATE
           PERFORM ReadPeriodParm
           PERFORM TakeHistoryBaseline
           PERFORM TallyHistory
           PERFORM CountRoster
           PERFORM OpenReport
           PERFORM PrintDepartment
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
           PERFORM PrintTotals
           MOVE "C" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE
           DISPLAY "HC-MOVE-RPT: PERIOD " WS-REPORT-PERIOD " - "
               WS-DEPT-COUNT " DEPARTMENT(S), " WS-DIFFER-COUNT
               " NOT AGREEING TO THE ROSTER"
           IF WS-DIFFER-COUNT > 0
               PERFORM RaiseDifferAlert
           END-IF
           PERFORM WriteAuditEntry
      * RETURN-CODE is set after the closing audit call because a
      * CALL resets the register; STEP-LOG preserves it from here.
           IF WS-DIFFER-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM WriteStepResult
           GOBACK.
      * HCPARM.DAT may name the month (YYYYMM) to report; else
      * the month of the business date is taken.
       ReadPeriodParm.
           MOVE WS-BUSINESS-DATE(1:6) TO WS-REPORT-PERIOD
           OPEN INPUT HC-PARM-FILE
           IF WS-HC-PARM-STATUS = "00"
               READ HC-PARM-FILE
                   NOT AT END
                       IF HC-PARM-PERIOD NUMERIC
                           AND HC-PARM-PERIOD > 0
                           MOVE HC-PARM-PERIOD TO WS-REPORT-PERIOD
                       END-IF
               END-READ
               CLOSE HC-PARM-FILE
           END-IF
           COMPUTE WS-PERIOD-START = WS-REPORT-PERIOD * 100 + 1
           COMPUTE WS-PERIOD-END   = WS-REPORT-PERIOD * 100 + 31.
       TakeHistoryBaseline.
           MOVE "B"              TO WS-EMH-FUNCTION
           MOVE WS-BUSINESS-DATE TO WS-EMH-EFFECTIVE-DATE
           MOVE WS-OPERATOR-ID   TO WS-EMH-OPERATOR-ID
           MOVE WS-RUN-TIMESTAMP TO WS-EMH-TIMESTAMP
           CALL "EMP-HIST" USING WS-EMH-FUNCTION WS-EMH-EMPLOYEE-ID
               WS-EMH-EFFECTIVE-DATE WS-EMH-ACTION WS-EMH-OLD-DEPT
               WS-EMH-OLD-STATUS WS-EMH-NEW-DEPT WS-EMH-NEW-STATUS
               WS-EMH-OPERATOR-ID WS-EMH-TIMESTAMP WS-EMH-WRITTEN
           IF WS-EMH-WRITTEN > 0
               DISPLAY "HC-MOVE-RPT: EMPLOYEE HISTORY STARTED - "
                   WS-EMH-WRITTEN " BASELINE RECORD(S)"
           END-IF.
       TallyHistory.
           OPEN INPUT EMPLOYEE-HISTORY-FILE
           IF WS-EMPLOYEE-HISTORY-STATUS NOT = "00"
               SET WS-HISTORY-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-HISTORY-EOF
               READ EMPLOYEE-HISTORY-FILE
                   AT END SET WS-HISTORY-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-HISTORY-COUNT
                       PERFORM TallyOneMovement
               END-READ
           END-PERFORM
           IF WS-EMPLOYEE-HISTORY-STATUS = "00" OR "10"
               CLOSE EMPLOYEE-HISTORY-FILE
           END-IF.
      * Only an active employee counts. Within the period a
      * movement from active to active in another department is a
      * transfer, into active a joiner and out of active a leaver.
       TallyOneMovement.
           EVALUATE TRUE
               WHEN EH-EFFECTIVE-DATE < WS-PERIOD-START
                   IF EH-WAS-ACTIVE
                       MOVE EH-OLD-DEPT TO WS-FIND-DEPT
                       PERFORM FindDepartment
                       SUBTRACT 1 FROM WS-DPT-OPENING(WS-DEPT-IDX)
                   END-IF
                   IF EH-NOW-ACTIVE
                       MOVE EH-NEW-DEPT TO WS-FIND-DEPT
                       PERFORM FindDepartment
                       ADD 1 TO WS-DPT-OPENING(WS-DEPT-IDX)
                   END-IF
               WHEN EH-EFFECTIVE-DATE > WS-PERIOD-END
                   IF EH-WAS-ACTIVE
                       MOVE EH-OLD-DEPT TO WS-FIND-DEPT
                       PERFORM FindDepartment
                       SUBTRACT 1 FROM WS-DPT-LATER(WS-DEPT-IDX)
                   END-IF
                   IF EH-NOW-ACTIVE
                       MOVE EH-NEW-DEPT TO WS-FIND-DEPT
                       PERFORM FindDepartment
                       ADD 1 TO WS-DPT-LATER(WS-DEPT-IDX)
                   END-IF
               WHEN EH-WAS-ACTIVE AND EH-NOW-ACTIVE
                   IF EH-OLD-DEPT NOT = EH-NEW-DEPT
                       MOVE EH-OLD-DEPT TO WS-FIND-DEPT
                       PERFORM FindDepartment
                       ADD 1 TO WS-DPT-XFER-OUT(WS-DEPT-IDX)
                       MOVE EH-NEW-DEPT TO WS-FIND-DEPT
                       PERFORM FindDepartment
                       ADD 1 TO WS-DPT-XFER-IN(WS-DEPT-IDX)
                   END-IF
               WHEN EH-WAS-ACTIVE
                   MOVE EH-OLD-DEPT TO WS-FIND-DEPT
                   PERFORM FindDepartment
                   ADD 1 TO WS-DPT-LEAVERS(WS-DEPT-IDX)
               WHEN EH-NOW-ACTIVE
                   MOVE EH-NEW-DEPT TO WS-FIND-DEPT
                   PERFORM FindDepartment
                   ADD 1 TO WS-DPT-JOINERS(WS-DEPT-IDX)
           END-EVALUATE.
       CountRoster.
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-EMPLOYEE-MASTER-STATUS NOT = "00"
               DISPLAY "HC-MOVE-RPT: EMPMAST.DAT NOT AVAILABLE - "
                   "ROSTER TAKEN AS EMPTY"
               SET WS-EMPLOYEE-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EMPLOYEE-EOF
               READ EMPLOYEE-MASTER-FILE
                   AT END SET WS-EMPLOYEE-EOF TO TRUE
                   NOT AT END
                       IF EM-ACTIVE
                           MOVE EM-DEPT-CODE TO WS-FIND-DEPT
                           PERFORM FindDepartment
                           ADD 1 TO WS-DPT-ROSTER(WS-DEPT-IDX)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-EMPLOYEE-MASTER-STATUS = "00" OR "10"
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF.
      * Departments are kept in code order as they are found, so
      * the report needs no sort. A department beyond the table
      * is counted in the last row and the run flagged.
       FindDepartment.
           MOVE "N" TO WS-DEPT-FOUND-FLAG
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                   OR WS-DPT-CODE(WS-DEPT-IDX) >= WS-FIND-DEPT
               CONTINUE
           END-PERFORM
           IF WS-DEPT-IDX <= WS-DEPT-COUNT
               IF WS-DPT-CODE(WS-DEPT-IDX) = WS-FIND-DEPT
                   SET WS-DEPT-FOUND TO TRUE
               END-IF
           END-IF
           IF NOT WS-DEPT-FOUND
               IF WS-DEPT-COUNT < 200
                   PERFORM InsertDepartment
               ELSE
                   SET WS-TABLE-FULL TO TRUE
                   MOVE 200 TO WS-DEPT-IDX
               END-IF
           END-IF.
       InsertDepartment.
           PERFORM VARYING WS-SHIFT-IDX FROM WS-DEPT-COUNT BY -1
                   UNTIL WS-SHIFT-IDX < WS-DEPT-IDX
               MOVE WS-DEPT-ENTRY(WS-SHIFT-IDX)
                   TO WS-DEPT-ENTRY(WS-SHIFT-IDX + 1)
           END-PERFORM
           ADD 1 TO WS-DEPT-COUNT
           MOVE WS-FIND-DEPT TO WS-DPT-CODE(WS-DEPT-IDX)
           MOVE 0 TO WS-DPT-OPENING(WS-DEPT-IDX)
               WS-DPT-JOINERS(WS-DEPT-IDX) WS-DPT-LEAVERS(WS-DEPT-IDX)
               WS-DPT-XFER-IN(WS-DEPT-IDX)
               WS-DPT-XFER-OUT(WS-DEPT-IDX)
               WS-DPT-LATER(WS-DEPT-IDX) WS-DPT-ROSTER(WS-DEPT-IDX).
       OpenReport.
           MOVE "O" TO WS-RPT-FUNCTION
           MOVE "HCMOVE.RPT" TO WS-RPT-FILE-NAME
           MOVE SPACES TO WS-RPT-TITLE
           STRING "HEADCOUNT MOVEMENT BY DEPT - PERIOD "
               WS-REPORT-PERIOD
               DELIMITED BY SIZE INTO WS-RPT-TITLE
           MOVE WS-RPT-COLUMN-LINE TO WS-RPT-COLUMN-HEAD
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
       PrintDepartment.
           COMPUTE WS-CLOSING = WS-DPT-OPENING(WS-DEPT-IDX)
               + WS-DPT-JOINERS(WS-DEPT-IDX)
               - WS-DPT-LEAVERS(WS-DEPT-IDX)
               + WS-DPT-XFER-IN(WS-DEPT-IDX)
               - WS-DPT-XFER-OUT(WS-DEPT-IDX)
           COMPUTE WS-CLOSING-CHECK = WS-CLOSING
               + WS-DPT-LATER(WS-DEPT-IDX)
           MOVE SPACES TO WS-RPT-DEPT-LINE
           MOVE WS-DPT-CODE(WS-DEPT-IDX)     TO WS-RPT-DEPT
           MOVE WS-DPT-OPENING(WS-DEPT-IDX)  TO WS-RPT-OPENING
           MOVE WS-DPT-JOINERS(WS-DEPT-IDX)  TO WS-RPT-JOINERS
           MOVE WS-DPT-LEAVERS(WS-DEPT-IDX)  TO WS-RPT-LEAVERS
           MOVE WS-DPT-XFER-IN(WS-DEPT-IDX)  TO WS-RPT-XFER-IN
           MOVE WS-DPT-XFER-OUT(WS-DEPT-IDX) TO WS-RPT-XFER-OUT
           MOVE WS-CLOSING                   TO WS-RPT-CLOSING
           MOVE WS-DPT-LATER(WS-DEPT-IDX)    TO WS-RPT-LATER
           MOVE WS-DPT-ROSTER(WS-DEPT-IDX)   TO WS-RPT-ROSTER
           IF WS-CLOSING-CHECK = WS-DPT-ROSTER(WS-DEPT-IDX)
               MOVE "AGREES" TO WS-RPT-CHECK
           ELSE
               MOVE "DIFFERS" TO WS-RPT-CHECK
               ADD 1 TO WS-DIFFER-COUNT
           END-IF
           ADD WS-DPT-OPENING(WS-DEPT-IDX)  TO WS-TOTAL-OPENING
           ADD WS-DPT-JOINERS(WS-DEPT-IDX)  TO WS-TOTAL-JOINERS
           ADD WS-DPT-LEAVERS(WS-DEPT-IDX)  TO WS-TOTAL-LEAVERS
           ADD WS-DPT-XFER-IN(WS-DEPT-IDX)  TO WS-TOTAL-XFER-IN
           ADD WS-DPT-XFER-OUT(WS-DEPT-IDX) TO WS-TOTAL-XFER-OUT
           ADD WS-CLOSING                   TO WS-TOTAL-CLOSING
           ADD WS-DPT-LATER(WS-DEPT-IDX)    TO WS-TOTAL-LATER
           ADD WS-DPT-ROSTER(WS-DEPT-IDX)   TO WS-TOTAL-ROSTER
           MOVE WS-RPT-DEPT-LINE TO WS-RPT-PRINT-LINE
           PERFORM WriteDetailLine.
       PrintTotals.
           MOVE SPACES TO WS-RPT-DEPT-LINE
           MOVE "ALL"             TO WS-RPT-DEPT
           MOVE WS-TOTAL-OPENING  TO WS-RPT-OPENING
           MOVE WS-TOTAL-JOINERS  TO WS-RPT-JOINERS
           MOVE WS-TOTAL-LEAVERS  TO WS-RPT-LEAVERS
           MOVE WS-TOTAL-XFER-IN  TO WS-RPT-XFER-IN
           MOVE WS-TOTAL-XFER-OUT TO WS-RPT-XFER-OUT
           MOVE WS-TOTAL-CLOSING  TO WS-RPT-CLOSING
           MOVE WS-TOTAL-LATER    TO WS-RPT-LATER
           MOVE WS-TOTAL-ROSTER   TO WS-RPT-ROSTER
           IF WS-DIFFER-COUNT = 0
               MOVE "AGREES" TO WS-RPT-CHECK
           ELSE
               MOVE "DIFFERS" TO WS-RPT-CHECK
           END-IF
           MOVE WS-RPT-DEPT-LINE TO WS-RPT-PRINT-LINE
           PERFORM WriteTotalLine
           IF WS-TABLE-FULL
               MOVE SPACES TO WS-RPT-COUNT-LINE
               MOVE "*** OVER 200 DEPTS - EXCESS IN LAST ROW"
                   TO WS-COUNT-TEXT
               PERFORM WriteCountLine
           END-IF
           MOVE SPACES TO WS-RPT-COUNT-LINE
           MOVE "HISTORY RECORDS READ:" TO WS-COUNT-TEXT
           MOVE WS-HISTORY-COUNT TO WS-COUNT-VALUE
           PERFORM WriteCountLine
           MOVE SPACES TO WS-RPT-COUNT-LINE
           MOVE "DEPARTMENTS NOT AGREEING TO ROSTER:"
               TO WS-COUNT-TEXT
           MOVE WS-DIFFER-COUNT TO WS-COUNT-VALUE
           PERFORM WriteCountLine.
      * A department that does not agree means EMPMAST.DAT was
      * changed other than through NAME-MAINT, so the history no
      * longer accounts for the roster.
       RaiseDifferAlert.
           MOVE 6                TO WS-ALERT-SEVERITY
           MOVE "HC-MOVE-RPT"    TO WS-ALERT-PROGRAM
           MOVE WS-BUSINESS-DATE TO WS-ALERT-DATE
           MOVE SPACES           TO WS-ALERT-MESSAGE
           STRING "HEADCOUNT " WS-REPORT-PERIOD ": " WS-DIFFER-COUNT
               " DEPT(S) DO NOT AGREE TO THE ROSTER"
               DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
           CALL "ALERT-LOG" USING WS-ALERT-SEVERITY WS-ALERT-PROGRAM
               WS-ALERT-DATE WS-ALERT-MESSAGE.
       WriteDetailLine.
           MOVE "W" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
       WriteTotalLine.
           MOVE "T" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
       WriteCountLine.
           MOVE WS-RPT-COUNT-LINE TO WS-RPT-PRINT-LINE
           PERFORM WriteTotalLine.
       WriteStartAudit.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           MOVE "HC-MOVE-RPT"    TO WS-AUDIT-PROGRAM-ID
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
           MOVE "HC-MOVE-RPT"    TO WS-AUDIT-PROGRAM-ID
           MOVE WS-END-TIMESTAMP TO WS-AUDIT-TIMESTAMP
           MOVE WS-OPERATOR-ID   TO WS-AUDIT-OPERATOR-ID
           MOVE "SUCCESS"        TO WS-AUDIT-OUTCOME
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM-ID
               WS-AUDIT-TIMESTAMP WS-AUDIT-OPERATOR-ID
               WS-AUDIT-OUTCOME.
       WriteStepResult.
           MOVE "HCMOVE" TO WS-STEP-NAME
           MOVE WS-BUSINESS-DATE TO WS-STEP-DATE
           MOVE RETURN-CODE TO WS-STEP-RC
           CALL "STEP-LOG" USING WS-STEP-NAME WS-STEP-DATE
               WS-STEP-RC
           MOVE WS-STEP-RC TO RETURN-CODE.
       END PROGRAM HC-MOVE-RPT.
