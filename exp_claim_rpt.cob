       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXP-CLAIM-RPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXP-RPT-PARM-FILE ASSIGN TO "EXPRPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXP-RPT-PARM-STATUS.
           SELECT EXPENSE-CLAIM-FILE ASSIGN TO "EXPCLAIM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX-CLAIM-NO
               ALTERNATE RECORD KEY IS EX-EMPLOYEE-ID WITH DUPLICATES
               FILE STATUS IS WS-EXPENSE-CLAIM-STATUS.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXP-RPT-PARM-FILE.
       01  EXP-RPT-PARM-RECORD.
           05 EXR-PARM-EMPLOYEE PIC 9(6).
       FD  EXPENSE-CLAIM-FILE.
           COPY EXPCLM.
       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPREC.
       WORKING-STORAGE SECTION.
           01 WS-EXP-RPT-PARM-STATUS     PIC XX.
           01 WS-EXPENSE-CLAIM-STATUS    PIC XX.
           01 WS-EMPLOYEE-MASTER-STATUS  PIC XX.
           01 WS-CLAIM-EOF-FLAG          PIC X VALUE "N".
               88 WS-CLAIM-EOF VALUE "Y".
           01 WS-MASTER-OPEN-FLAG        PIC X VALUE "N".
               88 WS-MASTER-OPEN VALUE "Y".
           01 WS-SELECT-EMPLOYEE         PIC 9(6) VALUE 0.
           01 WS-CURRENT-EMPLOYEE        PIC 9(6) VALUE 0.
           01 WS-EMPLOYEE-COUNT          PIC 9(6) VALUE 0.
           01 WS-CLAIM-COUNT             PIC 9(7) VALUE 0.
           01 WS-TOTAL-IDX               PIC 9.
      * The claim totals kept per employee and for the whole
      * register. Approved includes claims since paid, so
      * submitted is always awaiting + approved + rejected.
           01 WS-TOTAL-LABEL-TABLE.
               05 FILLER PIC X(20) VALUE "SUBMITTED".
               05 FILLER PIC X(20) VALUE "AWAITING APPROVAL".
               05 FILLER PIC X(20) VALUE "APPROVED".
               05 FILLER PIC X(20) VALUE "REJECTED".
               05 FILLER PIC X(20) VALUE "PAID".
           01 WS-TOTAL-LABELS REDEFINES WS-TOTAL-LABEL-TABLE.
               05 WS-TOTAL-LABEL OCCURS 5 TIMES PIC X(20).
           01 WS-EMP-TOTAL-TABLE.
               05 WS-EMP-TOTAL OCCURS 5 TIMES.
                   10 WS-EMP-COUNT      PIC 9(6).
                   10 WS-EMP-BASE       PIC 9(11)V99.
           01 WS-ALL-TOTAL-TABLE.
               05 WS-ALL-TOTAL OCCURS 5 TIMES.
                   10 WS-ALL-COUNT      PIC 9(7).
                   10 WS-ALL-BASE       PIC 9(11)V99.
           01 WS-RPT-COLUMN-LINE.
               05 FILLER PIC X(8)  VALUE "CLAIM".
               05 FILLER PIC X(6)  VALUE "TYPE".
               05 FILLER PIC X(10) VALUE "EXP DATE".
               05 FILLER PIC X(4)  VALUE "CUR".
               05 FILLER PIC X(15) VALUE "         AMOUNT".
               05 FILLER PIC X(16) VALUE "     BASE AMOUNT".
               05 FILLER PIC X(10) VALUE "  STATUS".
               05 FILLER PIC X(9)  VALUE "BY".
               05 FILLER PIC X(9)  VALUE "ON".
               05 FILLER PIC X(12) VALUE "PAY REF".
           01 WS-RPT-EMPLOYEE-LINE.
               05 FILLER             PIC X(10) VALUE "EMPLOYEE ".
               05 WS-RPT-EMPLOYEE    PIC 9(6).
               05 FILLER             PIC XX VALUE SPACES.
               05 WS-RPT-NAME        PIC X(30).
               05 FILLER             PIC X(5) VALUE "  CC ".
               05 WS-RPT-DEPT        PIC X(4).
           01 WS-RPT-DETAIL-LINE.
               05 WS-RPT-CLAIM       PIC 9(6).
               05 FILLER             PIC XX VALUE SPACES.
               05 WS-RPT-TYPE        PIC X(4).
               05 FILLER             PIC XX VALUE SPACES.
               05 WS-RPT-EXP-DATE    PIC 9(8).
               05 FILLER             PIC XX VALUE SPACES.
               05 WS-RPT-CURRENCY    PIC X(3).
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER             PIC XX VALUE SPACES.
               05 WS-RPT-BASE        PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER             PIC XX VALUE SPACES.
               05 WS-RPT-STATUS      PIC X(8).
               05 FILLER             PIC XX VALUE SPACES.
               05 WS-RPT-BY          PIC X(8).
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-ON          PIC X(8).
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-PAY-REF     PIC X(12).
           01 WS-RPT-TOTAL-LINE.
               05 FILLER             PIC X(4) VALUE SPACES.
               05 WS-RPT-TOTAL-TEXT  PIC X(20).
               05 WS-RPT-TOTAL-COUNT PIC Z,ZZZ,ZZ9.
               05 FILLER             PIC X(10) VALUE " CLAIM(S) ".
               05 WS-RPT-TOTAL-BASE  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
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
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "DATE-TIME" USING WS-RUN-TIMESTAMP WS-DATE-FORMAT-CODE
               WS-JOB-MODE-FLAG
           PERFORM WriteStartAudit
           MOVE "G" TO WS-BUSDATE-FUNCTION
           CALL "BUSDATE" USING WS-BUSDATE-FUNCTION WS-BUSINESS-DATE
           PERFORM ReadEmployeeParm
           INITIALIZE WS-ALL-TOTAL-TABLE
           PERFORM OpenReport
           PERFORM OpenClaimFiles
           PERFORM UNTIL WS-CLAIM-EOF
               READ EXPENSE-CLAIM-FILE NEXT RECORD
                   AT END SET WS-CLAIM-EOF TO TRUE
                   NOT AT END
                       IF WS-SELECT-EMPLOYEE > 0
                           AND EX-EMPLOYEE-ID NOT = WS-SELECT-EMPLOYEE
                           SET WS-CLAIM-EOF TO TRUE
                       ELSE
                           PERFORM ReportClaim
                       END-IF
               END-READ
           END-PERFORM
           IF WS-EMPLOYEE-COUNT > 0
               PERFORM PrintEmployeeTotals
           END-IF
           PERFORM CloseClaimFiles
           PERFORM PrintGrandTotals
           MOVE "C" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE
           DISPLAY "EXP-CLAIM-RPT: " WS-CLAIM-COUNT " CLAIM(S) FOR "
               WS-EMPLOYEE-COUNT " EMPLOYEE(S)"
           PERFORM WriteAuditEntry
           PERFORM WriteStepResult
           GOBACK.
      * EXPRPARM.DAT may name one employee to report; else every
      * claimant on the register is taken.
       ReadEmployeeParm.
           OPEN INPUT EXP-RPT-PARM-FILE
           IF WS-EXP-RPT-PARM-STATUS = "00"
               READ EXP-RPT-PARM-FILE
                   NOT AT END
                       IF EXR-PARM-EMPLOYEE NUMERIC
                           MOVE EXR-PARM-EMPLOYEE
                               TO WS-SELECT-EMPLOYEE
                       END-IF
               END-READ
               CLOSE EXP-RPT-PARM-FILE
           END-IF.
      * The register is read along the employee alternate key so
      * each claimant's claims come together, in claim order.
       OpenClaimFiles.
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-EMPLOYEE-MASTER-STATUS = "00"
               SET WS-MASTER-OPEN TO TRUE
           END-IF
           OPEN INPUT EXPENSE-CLAIM-FILE
           IF WS-EXPENSE-CLAIM-STATUS NOT = "00"
               DISPLAY "EXP-CLAIM-RPT: EXPCLAIM.DAT NOT AVAILABLE - "
                   "STATUS " WS-EXPENSE-CLAIM-STATUS
               SET WS-CLAIM-EOF TO TRUE
           ELSE
               MOVE WS-SELECT-EMPLOYEE TO EX-EMPLOYEE-ID
               START EXPENSE-CLAIM-FILE KEY IS >= EX-EMPLOYEE-ID
                   INVALID KEY SET WS-CLAIM-EOF TO TRUE
               END-START
           END-IF.
       CloseClaimFiles.
           IF WS-EXPENSE-CLAIM-STATUS = "00" OR "10"
               CLOSE EXPENSE-CLAIM-FILE
           END-IF
           IF WS-MASTER-OPEN
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF.
       OpenReport.
           MOVE "O" TO WS-RPT-FUNCTION
           MOVE "EXPCLAIM.RPT" TO WS-RPT-FILE-NAME
           MOVE SPACES TO WS-RPT-TITLE
           STRING "EXPENSE CLAIMS HISTORY - " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-RPT-TITLE
           MOVE WS-RPT-COLUMN-LINE TO WS-RPT-COLUMN-HEAD
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
       ReportClaim.
           IF WS-EMPLOYEE-COUNT = 0
               OR EX-EMPLOYEE-ID NOT = WS-CURRENT-EMPLOYEE
               IF WS-EMPLOYEE-COUNT > 0
                   PERFORM PrintEmployeeTotals
               END-IF
               PERFORM StartEmployee
           END-IF
           ADD 1 TO WS-CLAIM-COUNT
           MOVE SPACES TO WS-RPT-DETAIL-LINE
           MOVE EX-CLAIM-NO     TO WS-RPT-CLAIM
           MOVE EX-EXPENSE-TYPE TO WS-RPT-TYPE
           MOVE EX-EXPENSE-DATE TO WS-RPT-EXP-DATE
           MOVE EX-CURRENCY     TO WS-RPT-CURRENCY
           MOVE EX-AMOUNT       TO WS-RPT-AMOUNT
           MOVE EX-BASE-AMOUNT  TO WS-RPT-BASE
           MOVE EX-DECIDED-BY   TO WS-RPT-BY
           MOVE 1 TO WS-TOTAL-IDX
           PERFORM AddToTotals
           EVALUATE TRUE
               WHEN EX-ENTERED
                   MOVE "ENTERED"  TO WS-RPT-STATUS
                   MOVE EX-ENTERED-BY TO WS-RPT-BY
                   MOVE EX-ENTERED-DATE TO WS-RPT-ON
                   MOVE 2 TO WS-TOTAL-IDX
                   PERFORM AddToTotals
               WHEN EX-APPROVED
                   MOVE "APPROVED" TO WS-RPT-STATUS
                   MOVE EX-DECIDED-DATE TO WS-RPT-ON
                   MOVE 3 TO WS-TOTAL-IDX
                   PERFORM AddToTotals
               WHEN EX-REJECTED
                   MOVE "REJECTED" TO WS-RPT-STATUS
                   MOVE EX-DECIDED-DATE TO WS-RPT-ON
                   MOVE 4 TO WS-TOTAL-IDX
                   PERFORM AddToTotals
               WHEN EX-PAID
                   MOVE "PAID"     TO WS-RPT-STATUS
                   MOVE EX-PAID-DATE TO WS-RPT-ON
                   MOVE EX-PAY-REF TO WS-RPT-PAY-REF
                   MOVE 3 TO WS-TOTAL-IDX
                   PERFORM AddToTotals
                   MOVE 5 TO WS-TOTAL-IDX
                   PERFORM AddToTotals
               WHEN OTHER
                   MOVE "UNKNOWN"  TO WS-RPT-STATUS
           END-EVALUATE
           MOVE WS-RPT-DETAIL-LINE TO WS-RPT-PRINT-LINE
           PERFORM WriteDetailLine.
      * A claimant no longer on the master still reports, under
      * their employee number alone.
       StartEmployee.
           ADD 1 TO WS-EMPLOYEE-COUNT
           MOVE EX-EMPLOYEE-ID TO WS-CURRENT-EMPLOYEE
           INITIALIZE WS-EMP-TOTAL-TABLE
           MOVE EX-EMPLOYEE-ID TO WS-RPT-EMPLOYEE
           MOVE EX-COST-CENTER TO WS-RPT-DEPT
           MOVE "NOT ON EMPMAST.DAT" TO WS-RPT-NAME
           IF WS-MASTER-OPEN
               MOVE EX-EMPLOYEE-ID TO EM-EMPLOYEE-ID
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE EM-FULL-NAME TO WS-RPT-NAME
                       MOVE EM-DEPT-CODE TO WS-RPT-DEPT
               END-READ
           END-IF
           MOVE WS-RPT-EMPLOYEE-LINE TO WS-RPT-PRINT-LINE
           PERFORM WriteTotalLine.
       AddToTotals.
           ADD 1 TO WS-EMP-COUNT(WS-TOTAL-IDX)
           ADD EX-BASE-AMOUNT TO WS-EMP-BASE(WS-TOTAL-IDX)
           ADD 1 TO WS-ALL-COUNT(WS-TOTAL-IDX)
           ADD EX-BASE-AMOUNT TO WS-ALL-BASE(WS-TOTAL-IDX).
       PrintEmployeeTotals.
           PERFORM PrintEmployeeTotal
               VARYING WS-TOTAL-IDX FROM 1 BY 1
               UNTIL WS-TOTAL-IDX > 5.
       PrintEmployeeTotal.
           MOVE WS-TOTAL-LABEL(WS-TOTAL-IDX) TO WS-RPT-TOTAL-TEXT
           MOVE WS-EMP-COUNT(WS-TOTAL-IDX)   TO WS-RPT-TOTAL-COUNT
           MOVE WS-EMP-BASE(WS-TOTAL-IDX)    TO WS-RPT-TOTAL-BASE
           MOVE WS-RPT-TOTAL-LINE TO WS-RPT-PRINT-LINE
           PERFORM WriteTotalLine.
       PrintGrandTotals.
           MOVE SPACES TO WS-RPT-COUNT-LINE
           MOVE "ALL EMPLOYEES:" TO WS-COUNT-TEXT
           MOVE WS-EMPLOYEE-COUNT TO WS-COUNT-VALUE
           PERFORM WriteCountLine
           PERFORM PrintGrandTotal
               VARYING WS-TOTAL-IDX FROM 1 BY 1
               UNTIL WS-TOTAL-IDX > 5.
       PrintGrandTotal.
           MOVE WS-TOTAL-LABEL(WS-TOTAL-IDX) TO WS-RPT-TOTAL-TEXT
           MOVE WS-ALL-COUNT(WS-TOTAL-IDX)   TO WS-RPT-TOTAL-COUNT
           MOVE WS-ALL-BASE(WS-TOTAL-IDX)    TO WS-RPT-TOTAL-BASE
           MOVE WS-RPT-TOTAL-LINE TO WS-RPT-PRINT-LINE
           PERFORM WriteTotalLine.
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
           MOVE "EXP-CLAIM-RPT"  TO WS-AUDIT-PROGRAM-ID
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
           MOVE "EXP-CLAIM-RPT"  TO WS-AUDIT-PROGRAM-ID
           MOVE WS-END-TIMESTAMP TO WS-AUDIT-TIMESTAMP
           MOVE WS-OPERATOR-ID   TO WS-AUDIT-OPERATOR-ID
           MOVE "SUCCESS"        TO WS-AUDIT-OUTCOME
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM-ID
               WS-AUDIT-TIMESTAMP WS-AUDIT-OPERATOR-ID
               WS-AUDIT-OUTCOME.
       WriteStepResult.
           MOVE "EXPCLMRP" TO WS-STEP-NAME
           MOVE WS-BUSINESS-DATE TO WS-STEP-DATE
           MOVE RETURN-CODE TO WS-STEP-RC
           CALL "STEP-LOG" USING WS-STEP-NAME WS-STEP-DATE
               WS-STEP-RC
           MOVE WS-STEP-RC TO RETURN-CODE.
       END PROGRAM EXP-CLAIM-RPT.
