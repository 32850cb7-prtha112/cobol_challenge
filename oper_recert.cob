       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPER-RECERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-SECURITY-FILE ASSIGN TO "OPERSEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-SECURITY-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY
               ALTERNATE RECORD KEY IS AL-PROGRAM-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS AL-OPERATOR-ID WITH DUPLICATES
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
           SELECT AUDIT-ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-ARCHIVE-STATUS.
           SELECT CHANGE-HISTORY-FILE ASSIGN TO "CHGHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-HISTORY-STATUS.
           SELECT ADJUSTMENT-PENDING-FILE ASSIGN TO "ADJPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJUSTMENT-PENDING-STATUS.
           SELECT RECERT-PARM-FILE ASSIGN TO "RCRTPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECERT-PARM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-SECURITY-FILE.
           COPY OPERSEC.
       FD  AUDIT-LOG-FILE.
           COPY AUDLOGR.
      * AUDIT-ARCH's archive layout: the trail's one-line text.
       FD  AUDIT-ARCHIVE-FILE.
       01  AUDIT-ARCHIVE-RECORD.
           05 AR-PROGRAM-ID     PIC X(20).
           05 FILLER            PIC X.
           05 AR-TIMESTAMP      PIC X(22).
           05 FILLER            PIC X.
           05 AR-OPERATOR-ID    PIC X(8).
           05 FILLER            PIC X.
           05 AR-OUTCOME        PIC X(8).
       FD  CHANGE-HISTORY-FILE.
           COPY CHGHREC.
       FD  ADJUSTMENT-PENDING-FILE.
       01  ADJUSTMENT-PENDING-RECORD.
           05 ADJ-SEQ           PIC 9(6).
           05 FILLER            PIC X.
           05 ADJ-STATUS        PIC X.
               88 ADJ-APPROVED VALUE "A".
           05 FILLER            PIC X.
           05 ADJ-MAKER         PIC X(8).
           05 FILLER            PIC X.
           05 ADJ-MAKER-LEVEL   PIC 9.
           05 FILLER            PIC X.
           05 ADJ-CHECKER       PIC X(8).
           05 FILLER            PIC X.
           05 ADJ-TRAN-DATA     PIC X(53).
           05 FILLER            PIC X.
           05 ADJ-KEY-TIMESTAMP PIC X(22).
       FD  RECERT-PARM-FILE.
       01  RECERT-PARM-RECORD.
           05 RCP-DORMANT-DAYS  PIC 9(3).
           05 FILLER            PIC X.
           05 RCP-FROM-DATE     PIC 9(8).
           05 FILLER            PIC X.
           05 RCP-TO-DATE       PIC 9(8).
       WORKING-STORAGE SECTION.
           01 WS-OPERATOR-SECURITY-STATUS  PIC XX.
           01 WS-AUDIT-LOG-STATUS          PIC XX.
           01 WS-AUDIT-ARCHIVE-STATUS      PIC XX.
           01 WS-CHANGE-HISTORY-STATUS     PIC XX.
           01 WS-ADJUSTMENT-PENDING-STATUS PIC XX.
           01 WS-RECERT-PARM-STATUS        PIC XX.
           01 WS-SECURITY-EOF-FLAG PIC X VALUE "N".
               88 WS-SECURITY-EOF VALUE "Y".
           01 WS-AUDIT-EOF-FLAG    PIC X VALUE "N".
               88 WS-AUDIT-EOF VALUE "Y".
           01 WS-SCAN-PROGRAM      PIC X(20).
           01 WS-ARCH-EOF-FLAG     PIC X.
               88 WS-ARCH-EOF VALUE "Y".
           01 WS-ARCHIVE-NAME      PIC X(20).
           01 WS-ARCHIVE-DATE      PIC 9(8).
           01 WS-ARCHIVE-INTEGER   PIC 9(8).
           01 WS-LAST-INTEGER      PIC 9(8).
           01 WS-SCAN-START-DATE   PIC 9(8).
           01 WS-ARCHIVES-READ     PIC 9(4) VALUE 0.
           01 WS-EV-PROGRAM        PIC X(20).
           01 WS-EV-OPERATOR       PIC X(8).
           01 WS-EV-OUTCOME        PIC X(8).
           01 WS-HISTORY-EOF-FLAG  PIC X VALUE "N".
               88 WS-HISTORY-EOF VALUE "Y".
           01 WS-PEND-EOF-FLAG     PIC X VALUE "N".
               88 WS-PEND-EOF VALUE "Y".
           01 WS-DORMANT-DAYS      PIC 9(3) VALUE 90.
           01 WS-FROM-DATE         PIC 9(8) VALUE 0.
           01 WS-TO-DATE           PIC 9(8) VALUE 0.
           01 WS-WORK-DATE.
               05 WS-WD-YEAR       PIC 9(4).
               05 WS-WD-MONTH      PIC 9(2).
               05 WS-WD-DAY        PIC 9(2).
           01 WS-WORK-DATE-8 REDEFINES WS-WORK-DATE PIC 9(8).
           01 WS-QUARTER           PIC 9.
           01 WS-MONTH-OFFSET      PIC 9(2).
           01 WS-EVENT-TIMESTAMP   PIC X(22).
           01 WS-EVENT-DATE-8      PIC 9(8).
      * Operators under review, with what the audit trail and the
      * change history show each one doing in the period.
           01 WS-OPER-TABLE.
               05 WS-OPER-ENTRY OCCURS 200 TIMES.
                   10 WS-OP-ID          PIC X(8).
                   10 WS-OP-LEVEL       PIC X.
                   10 WS-OP-STATUS      PIC X.
                   10 WS-OP-PWD-DATE    PIC X(8).
                   10 WS-OP-LAST-SIGNON PIC X(22).
                   10 WS-OP-KEYED       PIC 9(5).
                   10 WS-OP-APPROVED    PIC 9(5).
                   10 WS-OP-ACCT-CHANGES PIC 9(5).
           01 WS-OPER-COUNT        PIC 9(3) VALUE 0.
           01 WS-OPER-IDX          PIC 9(3).
           01 WS-OPER-FOUND-FLAG   PIC X.
               88 WS-OPER-FOUND VALUE "Y".
           01 WS-FIND-OPERATOR     PIC X(8).
      * Every account each operator maintained on ACCTMAST.DAT or
      * its POSTRULE.DAT posting rules in the period, for the
      * release-against-own-account check.
           01 WS-MAINT-TABLE.
               05 WS-MAINT-ENTRY OCCURS 500 TIMES.
                   10 WS-MT-OPERATOR    PIC X(8).
                   10 WS-MT-ACCOUNT     PIC X(8).
           01 WS-MAINT-COUNT       PIC 9(3) VALUE 0.
           01 WS-MAINT-IDX         PIC 9(3).
           01 WS-MAINT-FOUND-FLAG  PIC X.
               88 WS-MAINT-FOUND VALUE "Y".
           01 WS-FIND-ACCOUNT      PIC X(8).
           01 WS-PWD-AGE-DAYS      PIC S9(5).
           01 WS-IDLE-DAYS         PIC S9(5).
           01 WS-DORMANT-COUNT     PIC 9(3) VALUE 0.
           01 WS-CONFLICT-COUNT    PIC 9(4) VALUE 0.
           01 WS-REVIEWED-COUNT    PIC 9(3) VALUE 0.
           01 WS-RPT-COLUMN-LINE.
               05 FILLER PIC X(10) VALUE "OPERATOR".
               05 FILLER PIC X(4)  VALUE "LVL".
               05 FILLER PIC X(3)  VALUE "ST".
               05 FILLER PIC X(10) VALUE "PWD-DATE".
               05 FILLER PIC X(8)  VALUE "PWD-AGE".
               05 FILLER PIC X(21) VALUE "LAST SIGN-ON".
               05 FILLER PIC X(6)  VALUE " IDLE".
               05 FILLER PIC X(7)  VALUE "  KEYED".
               05 FILLER PIC X(7)  VALUE " APPRVD".
               05 FILLER PIC X(9)  VALUE " ACCT-CHG".
               05 FILLER PIC X(6)  VALUE "  FLAG".
           01 WS-RPT-DETAIL.
               05 WS-RPT-OPERATOR    PIC X(8).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-RPT-LEVEL       PIC X.
               05 FILLER             PIC X(3) VALUE SPACES.
               05 WS-RPT-STATUS      PIC X.
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-RPT-PWD-DATE    PIC X(8).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-RPT-PWD-AGE     PIC X(6).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-RPT-LAST-SIGNON PIC X(19).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-RPT-IDLE        PIC X(5).
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-KEYED       PIC ZZ,ZZ9.
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-APPROVED    PIC ZZ,ZZ9.
               05 FILLER             PIC X(3) VALUE SPACES.
               05 WS-RPT-ACCT-CHG    PIC ZZ,ZZ9.
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-RPT-FLAG        PIC X(30).
           01 WS-DAYS-EDITED       PIC ZZZZ9.
           01 WS-RPT-PERIOD-LINE.
               05 FILLER             PIC X(14) VALUE "REVIEW PERIOD ".
               05 WS-RPT-FROM-DATE   PIC 9(8).
               05 FILLER             PIC X(4)  VALUE " TO ".
               05 WS-RPT-TO-DATE     PIC 9(8).
               05 FILLER             PIC X(27) VALUE
                  " - NO SIGN-ON FLAGGED AFTER".
               05 WS-RPT-DORMANT     PIC ZZ9.
               05 FILLER             PIC X(5)  VALUE " DAYS".
           01 WS-RPT-CONFLICT-HEAD.
               05 FILLER PIC X(10) VALUE "OPERATOR".
               05 FILLER PIC X(42) VALUE "CONFLICT".
               05 FILLER PIC X(40) VALUE "DETAIL".
           01 WS-RPT-CONFLICT-LINE.
               05 WS-RPT-CF-OPERATOR PIC X(8).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-RPT-CF-TYPE     PIC X(40).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-RPT-CF-DETAIL   PIC X(60).
           01 WS-COUNT-EDITED      PIC ZZ,ZZ9.
           01 WS-COUNT-EDITED-2    PIC ZZ,ZZ9.
           01 WS-SEQ-EDITED        PIC 9(6).
           01 WS-RPT-COUNT-LINE.
               05 WS-RPT-CNT-LABEL   PIC X(44).
               05 WS-RPT-CNT-VALUE   PIC ZZ,ZZ9.
           01 WS-RUN-TIMESTAMP PIC X(22).
           01 WS-END-TIMESTAMP PIC X(22).
           01 WS-DATE-FORMAT-CODE PIC X VALUE SPACE.
           01 WS-JOB-MODE-FLAG   PIC X VALUE "U".
           01 WS-OPERATOR-ID   PIC X(8).
           COPY AUDITREC.
           COPY STEPREC.
           COPY RPTWRIT.
           COPY BUSDTE.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "DATE-TIME" USING WS-RUN-TIMESTAMP WS-DATE-FORMAT-CODE
               WS-JOB-MODE-FLAG
           PERFORM WriteStartAudit
           MOVE "G" TO WS-BUSDATE-FUNCTION
           CALL "BUSDATE" USING WS-BUSDATE-FUNCTION WS-BUSINESS-DATE
           PERFORM DetermineReviewPeriod
           PERFORM LoadOperators
           PERFORM ScanAuditLog
           PERFORM ScanAuditArchives
           PERFORM ScanChangeHistory
           PERFORM PrintReport
           DISPLAY "OPER-RECERT: " WS-REVIEWED-COUNT
               " OPERATOR(S) REVIEWED FOR " WS-FROM-DATE " TO "
               WS-TO-DATE " - " WS-DORMANT-COUNT " INACTIVE, "
               WS-CONFLICT-COUNT " DUTY CONFLICT(S)"
           PERFORM WriteAuditEntry
      * Anything flagged is a finding for the control owner, not
      * a failure of the run: RC 4, as ACCT-STMT does for its
      * exceptions. STEP-LOG preserves it from here.
           IF WS-DORMANT-COUNT > 0 OR WS-CONFLICT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM WriteStepResult
           GOBACK.
      * RCRTPARM.DAT holds the inactivity limit in days and the
      * first and last date of the review period. Zeros mean 90
      * days and the last complete calendar quarter before the
      * business date, which is the quarterly review as run.
       DetermineReviewPeriod.
           OPEN INPUT RECERT-PARM-FILE
           IF WS-RECERT-PARM-STATUS = "00"
               READ RECERT-PARM-FILE
                   NOT AT END
                       IF RCP-DORMANT-DAYS NUMERIC
                           AND RCP-DORMANT-DAYS > 0
                           MOVE RCP-DORMANT-DAYS TO WS-DORMANT-DAYS
                       END-IF
                       IF RCP-FROM-DATE NUMERIC
                           AND RCP-FROM-DATE > 0
                           MOVE RCP-FROM-DATE TO WS-FROM-DATE
                       END-IF
                       IF RCP-TO-DATE NUMERIC
                           AND RCP-TO-DATE > 0
                           MOVE RCP-TO-DATE TO WS-TO-DATE
                       END-IF
               END-READ
               CLOSE RECERT-PARM-FILE
           END-IF
           IF WS-FROM-DATE = 0
               MOVE WS-BUSINESS-DATE TO WS-WORK-DATE-8
               COMPUTE WS-MONTH-OFFSET = WS-WD-MONTH - 1
               DIVIDE WS-MONTH-OFFSET BY 3 GIVING WS-QUARTER
               COMPUTE WS-WD-MONTH = WS-QUARTER * 3 + 1
               MOVE 1 TO WS-WD-DAY
               COMPUTE WS-TO-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-8) - 1)
               MOVE WS-TO-DATE TO WS-WORK-DATE-8
               SUBTRACT 2 FROM WS-WD-MONTH
               MOVE 1 TO WS-WD-DAY
               MOVE WS-WORK-DATE-8 TO WS-FROM-DATE
           END-IF
           IF WS-TO-DATE < WS-FROM-DATE
               MOVE WS-BUSINESS-DATE TO WS-TO-DATE
           END-IF.
      * Every operator not disabled is up for recertification; a
      * locked id still holds its access until someone disables
      * it.
       LoadOperators.
           OPEN INPUT OPERATOR-SECURITY-FILE
           IF WS-OPERATOR-SECURITY-STATUS NOT = "00"
               DISPLAY "OPER-RECERT: OPERSEC.DAT NOT AVAILABLE - "
                   "STATUS " WS-OPERATOR-SECURITY-STATUS
               SET WS-SECURITY-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-SECURITY-EOF
               READ OPERATOR-SECURITY-FILE
                   AT END SET WS-SECURITY-EOF TO TRUE
                   NOT AT END
                       IF NOT OSEC-DISABLED AND WS-OPER-COUNT < 200
                           ADD 1 TO WS-OPER-COUNT
                           MOVE WS-OPER-COUNT TO WS-OPER-IDX
                           MOVE OSEC-OPERATOR-ID
                               TO WS-OP-ID(WS-OPER-IDX)
                           MOVE OSEC-LEVEL  TO WS-OP-LEVEL(WS-OPER-IDX)
                           MOVE OSEC-STATUS TO WS-OP-STATUS(WS-OPER-IDX)
                           MOVE OSEC-PWD-DATE
                               TO WS-OP-PWD-DATE(WS-OPER-IDX)
                           MOVE SPACES
                               TO WS-OP-LAST-SIGNON(WS-OPER-IDX)
                           MOVE 0 TO WS-OP-KEYED(WS-OPER-IDX)
                           MOVE 0 TO WS-OP-APPROVED(WS-OPER-IDX)
                           MOVE 0 TO WS-OP-ACCT-CHANGES(WS-OPER-IDX)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OPERATOR-SECURITY-STATUS = "00" OR "10"
               CLOSE OPERATOR-SECURITY-FILE
           END-IF
           MOVE WS-OPER-COUNT TO WS-REVIEWED-COUNT.
       FindOperator.
           MOVE "N" TO WS-OPER-FOUND-FLAG
           MOVE 0   TO WS-OPER-IDX
           PERFORM UNTIL WS-OPER-FOUND
                   OR WS-OPER-IDX >= WS-OPER-COUNT
               ADD 1 TO WS-OPER-IDX
               IF WS-OP-ID(WS-OPER-IDX) = WS-FIND-OPERATOR
                   SET WS-OPER-FOUND TO TRUE
               END-IF
           END-PERFORM.
      * The last sign-on is the latest MAIN-MENU SIGNON found,
      * whatever the period; adjustment keying and approval count
      * only inside the period. Only those two programs' entries
      * are read, each from its own position on the program key.
       ScanAuditLog.
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDIT-LOG-STATUS NOT = "00"
               DISPLAY "OPER-RECERT: AUDIT.LOG NOT AVAILABLE - "
                   "STATUS " WS-AUDIT-LOG-STATUS
           ELSE
               MOVE "MAIN-MENU" TO WS-SCAN-PROGRAM
               PERFORM ScanOneProgram
               MOVE "ADJ-ENTRY" TO WS-SCAN-PROGRAM
               PERFORM ScanOneProgram
               CLOSE AUDIT-LOG-FILE
           END-IF.
       ScanOneProgram.
           MOVE "N" TO WS-AUDIT-EOF-FLAG
           MOVE WS-SCAN-PROGRAM TO AL-PROGRAM-ID
           START AUDIT-LOG-FILE KEY IS EQUAL AL-PROGRAM-ID
               INVALID KEY SET WS-AUDIT-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-AUDIT-EOF
               READ AUDIT-LOG-FILE NEXT RECORD
                   AT END SET WS-AUDIT-EOF TO TRUE
                   NOT AT END
                       IF AL-PROGRAM-ID NOT = WS-SCAN-PROGRAM
                           SET WS-AUDIT-EOF TO TRUE
                       ELSE
                           MOVE AL-PROGRAM-ID  TO WS-EV-PROGRAM
                           MOVE AL-TIMESTAMP   TO WS-EVENT-TIMESTAMP
                           MOVE AL-OPERATOR-ID TO WS-EV-OPERATOR
                           MOVE AL-OUTCOME     TO WS-EV-OUTCOME
                           PERFORM TallyAuditEvent
                       END-IF
               END-READ
           END-PERFORM.
      * AUDIT-ARCH moves entries past their retention off the live
      * log into AUDARCH.yyyymmdd.DAT, named for the day it ran,
      * so an archive never holds an entry dated after its name.
      * Every archive from the start of the review period, or from
      * the start of the inactivity limit if that is earlier, up
      * to the business date is read, whatever the retention; a
      * day with no archive is passed over. An operator with no
      * sign-on found in all that is past the limit either way.
      * An entry restored to the log and archived again counts
      * twice in the keyed and approved tallies; neither flag
      * changes for it.
       ScanAuditArchives.
           COMPUTE WS-SCAN-START-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
               - WS-DORMANT-DAYS)
           IF WS-FROM-DATE < WS-SCAN-START-DATE
               MOVE WS-FROM-DATE TO WS-SCAN-START-DATE
           END-IF
           COMPUTE WS-ARCHIVE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-SCAN-START-DATE)
           COMPUTE WS-LAST-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
           PERFORM ScanOneArchive
               UNTIL WS-ARCHIVE-INTEGER > WS-LAST-INTEGER
           DISPLAY "OPER-RECERT: " WS-ARCHIVES-READ
               " AUDIT ARCHIVE(S) READ FROM " WS-SCAN-START-DATE.
       ScanOneArchive.
           COMPUTE WS-ARCHIVE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-ARCHIVE-INTEGER)
           MOVE SPACES TO WS-ARCHIVE-NAME
           STRING "AUDARCH." WS-ARCHIVE-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-ARCHIVE-NAME
           OPEN INPUT AUDIT-ARCHIVE-FILE
           IF WS-AUDIT-ARCHIVE-STATUS = "00"
               ADD 1 TO WS-ARCHIVES-READ
               MOVE "N" TO WS-ARCH-EOF-FLAG
               PERFORM UNTIL WS-ARCH-EOF
                   READ AUDIT-ARCHIVE-FILE
                       AT END SET WS-ARCH-EOF TO TRUE
                       NOT AT END
                           MOVE AR-PROGRAM-ID  TO WS-EV-PROGRAM
                           MOVE AR-TIMESTAMP   TO WS-EVENT-TIMESTAMP
                           MOVE AR-OPERATOR-ID TO WS-EV-OPERATOR
                           MOVE AR-OUTCOME     TO WS-EV-OUTCOME
                           PERFORM TallyAuditEvent
                   END-READ
               END-PERFORM
               CLOSE AUDIT-ARCHIVE-FILE
           END-IF
           ADD 1 TO WS-ARCHIVE-INTEGER.
      * One audit event, from the live log or an archive.
       TallyAuditEvent.
           MOVE WS-EV-OPERATOR TO WS-FIND-OPERATOR
           PERFORM FindOperator
           IF WS-OPER-FOUND
               PERFORM TallyOperatorEvent
           END-IF.
       TallyOperatorEvent.
           IF WS-EV-PROGRAM = "MAIN-MENU" AND WS-EV-OUTCOME = "SIGNON"
               IF WS-EVENT-TIMESTAMP
                   > WS-OP-LAST-SIGNON(WS-OPER-IDX)
                   MOVE WS-EVENT-TIMESTAMP
                       TO WS-OP-LAST-SIGNON(WS-OPER-IDX)
               END-IF
           END-IF
           IF WS-EV-PROGRAM = "ADJ-ENTRY"
               PERFORM TimestampToDate
               IF WS-EVENT-DATE-8 >= WS-FROM-DATE
                   AND WS-EVENT-DATE-8 <= WS-TO-DATE
                   EVALUATE WS-EV-OUTCOME
                       WHEN "ADJ-KEY"
                           ADD 1 TO WS-OP-KEYED(WS-OPER-IDX)
                       WHEN "ADJ-APPR"
                           ADD 1 TO WS-OP-APPROVED(WS-OPER-IDX)
                   END-EVALUATE
               END-IF
           END-IF.
       TimestampToDate.
           MOVE 0 TO WS-EVENT-DATE-8
           IF WS-EVENT-TIMESTAMP(1:4) NUMERIC
               AND WS-EVENT-TIMESTAMP(6:2) NUMERIC
               AND WS-EVENT-TIMESTAMP(9:2) NUMERIC
               MOVE WS-EVENT-TIMESTAMP(1:4) TO WS-EVENT-DATE-8(1:4)
               MOVE WS-EVENT-TIMESTAMP(6:2) TO WS-EVENT-DATE-8(5:2)
               MOVE WS-EVENT-TIMESTAMP(9:2) TO WS-EVENT-DATE-8(7:2)
           END-IF.
       ScanChangeHistory.
           OPEN INPUT CHANGE-HISTORY-FILE
           IF WS-CHANGE-HISTORY-STATUS NOT = "00"
               SET WS-HISTORY-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-HISTORY-EOF
               READ CHANGE-HISTORY-FILE
                   AT END SET WS-HISTORY-EOF TO TRUE
                   NOT AT END
                       IF CH-FILE-NAME = "ACCTMAST.DAT"
                           OR CH-FILE-NAME = "POSTRULE.DAT"
                           PERFORM TallyAccountChange
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CHANGE-HISTORY-STATUS = "00" OR "10"
               CLOSE CHANGE-HISTORY-FILE
           END-IF.
       TallyAccountChange.
           MOVE CH-TIMESTAMP TO WS-EVENT-TIMESTAMP
           PERFORM TimestampToDate
           IF WS-EVENT-DATE-8 >= WS-FROM-DATE
               AND WS-EVENT-DATE-8 <= WS-TO-DATE
               MOVE CH-OPERATOR-ID TO WS-FIND-OPERATOR
               PERFORM FindOperator
               IF WS-OPER-FOUND
                   ADD 1 TO WS-OP-ACCT-CHANGES(WS-OPER-IDX)
                   MOVE CH-KEY(1:8) TO WS-FIND-ACCOUNT
                   PERFORM FindMaintainedAccount
                   IF NOT WS-MAINT-FOUND AND WS-MAINT-COUNT < 500
                       ADD 1 TO WS-MAINT-COUNT
                       MOVE CH-OPERATOR-ID
                           TO WS-MT-OPERATOR(WS-MAINT-COUNT)
                       MOVE WS-FIND-ACCOUNT
                           TO WS-MT-ACCOUNT(WS-MAINT-COUNT)
                   END-IF
               END-IF
           END-IF.
       FindMaintainedAccount.
           MOVE "N" TO WS-MAINT-FOUND-FLAG
           MOVE 0   TO WS-MAINT-IDX
           PERFORM UNTIL WS-MAINT-FOUND
                   OR WS-MAINT-IDX >= WS-MAINT-COUNT
               ADD 1 TO WS-MAINT-IDX
               IF WS-MT-OPERATOR(WS-MAINT-IDX) = WS-FIND-OPERATOR
                   AND WS-MT-ACCOUNT(WS-MAINT-IDX) = WS-FIND-ACCOUNT
                   SET WS-MAINT-FOUND TO TRUE
               END-IF
           END-PERFORM.
       PrintReport.
           MOVE "O" TO WS-RPT-FUNCTION
           MOVE "RECERT.RPT" TO WS-RPT-FILE-NAME
           MOVE "OPERATOR ACCESS RECERTIFICATION"
               TO WS-RPT-TITLE
           MOVE WS-RPT-COLUMN-LINE TO WS-RPT-COLUMN-HEAD
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE
           MOVE WS-FROM-DATE    TO WS-RPT-FROM-DATE
           MOVE WS-TO-DATE      TO WS-RPT-TO-DATE
           MOVE WS-DORMANT-DAYS TO WS-RPT-DORMANT
           MOVE WS-RPT-PERIOD-LINE TO WS-RPT-PRINT-LINE
           PERFORM WriteDetailLine
           MOVE SPACES TO WS-RPT-PRINT-LINE
           PERFORM WriteDetailLine
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
                   UNTIL WS-OPER-IDX > WS-OPER-COUNT
               PERFORM PrintOperatorLine
           END-PERFORM
           PERFORM PrintConflicts
           MOVE "OPERATORS REVIEWED" TO WS-RPT-CNT-LABEL
           MOVE WS-REVIEWED-COUNT TO WS-RPT-CNT-VALUE
           PERFORM WriteTotalLine
           MOVE "OPERATORS FLAGGED INACTIVE" TO WS-RPT-CNT-LABEL
           MOVE WS-DORMANT-COUNT TO WS-RPT-CNT-VALUE
           PERFORM WriteTotalLine
           MOVE "SEGREGATION-OF-DUTIES CONFLICTS"
               TO WS-RPT-CNT-LABEL
           MOVE WS-CONFLICT-COUNT TO WS-RPT-CNT-VALUE
           PERFORM WriteTotalLine
           PERFORM PrintSignOff
           MOVE "C" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
      * Password age and idle days run to the business date; an
      * operator with no sign-on on the log or the archives read
      * is flagged the same as one past the limit.
       PrintOperatorLine.
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE WS-OP-ID(WS-OPER-IDX)       TO WS-RPT-OPERATOR
           MOVE WS-OP-LEVEL(WS-OPER-IDX)    TO WS-RPT-LEVEL
           MOVE WS-OP-STATUS(WS-OPER-IDX)   TO WS-RPT-STATUS
           MOVE WS-OP-PWD-DATE(WS-OPER-IDX) TO WS-RPT-PWD-DATE
           IF WS-OP-PWD-DATE(WS-OPER-IDX) NUMERIC
               AND WS-OP-PWD-DATE(WS-OPER-IDX) NOT = "00000000"
               MOVE WS-OP-PWD-DATE(WS-OPER-IDX) TO WS-WORK-DATE-8
               COMPUTE WS-PWD-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-8)
               MOVE WS-PWD-AGE-DAYS TO WS-DAYS-EDITED
               MOVE WS-DAYS-EDITED TO WS-RPT-PWD-AGE
           ELSE
               MOVE "NEVER" TO WS-RPT-PWD-AGE
           END-IF
           MOVE WS-OP-KEYED(WS-OPER-IDX)        TO WS-RPT-KEYED
           MOVE WS-OP-APPROVED(WS-OPER-IDX)     TO WS-RPT-APPROVED
           MOVE WS-OP-ACCT-CHANGES(WS-OPER-IDX) TO WS-RPT-ACCT-CHG
           IF WS-OP-LAST-SIGNON(WS-OPER-IDX) = SPACES
               STRING "NONE SINCE " WS-SCAN-START-DATE
                   DELIMITED BY SIZE INTO WS-RPT-LAST-SIGNON
               MOVE "NEVER" TO WS-RPT-IDLE
               MOVE "*** NO SIGN-ON ON RECORD" TO WS-RPT-FLAG
               ADD 1 TO WS-DORMANT-COUNT
           ELSE
               MOVE WS-OP-LAST-SIGNON(WS-OPER-IDX)
                   TO WS-RPT-LAST-SIGNON
               MOVE WS-OP-LAST-SIGNON(WS-OPER-IDX) TO WS-EVENT-TIMESTAMP
               PERFORM TimestampToDate
               COMPUTE WS-IDLE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-EVENT-DATE-8)
               MOVE WS-IDLE-DAYS TO WS-DAYS-EDITED
               MOVE WS-DAYS-EDITED TO WS-RPT-IDLE
               IF WS-IDLE-DAYS > WS-DORMANT-DAYS
                   MOVE "*** INACTIVE - REVIEW ACCESS" TO WS-RPT-FLAG
                   ADD 1 TO WS-DORMANT-COUNT
               END-IF
           END-IF
           MOVE WS-RPT-DETAIL TO WS-RPT-PRINT-LINE
           PERFORM WriteDetailLine.
      * Two conflicts are tested: one operator both keying and
      * approving adjustments in the period (never the same item -
      * ADJ-ENTRY refuses that - but the two roles together), and
      * an operator approving an adjustment against an account
      * they maintained on the account master in the period.
       PrintConflicts.
           MOVE SPACES TO WS-RPT-PRINT-LINE
           PERFORM WriteDetailLine
           MOVE "SEGREGATION-OF-DUTIES CONFLICTS IN THE PERIOD"
               TO WS-RPT-PRINT-LINE
           PERFORM WriteDetailLine
           MOVE WS-RPT-CONFLICT-HEAD TO WS-RPT-PRINT-LINE
           PERFORM WriteDetailLine
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
                   UNTIL WS-OPER-IDX > WS-OPER-COUNT
               IF WS-OP-KEYED(WS-OPER-IDX) > 0
                   AND WS-OP-APPROVED(WS-OPER-IDX) > 0
                   MOVE SPACES TO WS-RPT-CONFLICT-LINE
                   MOVE WS-OP-ID(WS-OPER-IDX) TO WS-RPT-CF-OPERATOR
                   MOVE "KEYED AND APPROVED ADJUSTMENTS"
                       TO WS-RPT-CF-TYPE
                   MOVE WS-OP-KEYED(WS-OPER-IDX) TO WS-COUNT-EDITED
                   MOVE WS-OP-APPROVED(WS-OPER-IDX)
                       TO WS-COUNT-EDITED-2
                   STRING WS-COUNT-EDITED " KEYED, "
                       WS-COUNT-EDITED-2 " APPROVED"
                       DELIMITED BY SIZE INTO WS-RPT-CF-DETAIL
                   PERFORM WriteConflictLine
               END-IF
           END-PERFORM
           IF WS-MAINT-COUNT > 0
               PERFORM ScanApprovedAdjustments
           END-IF
           IF WS-CONFLICT-COUNT = 0
               MOVE "NO CONFLICTS FOUND" TO WS-RPT-PRINT-LINE
               PERFORM WriteDetailLine
           END-IF
           MOVE SPACES TO WS-RPT-PRINT-LINE
           PERFORM WriteDetailLine.
       ScanApprovedAdjustments.
           OPEN INPUT ADJUSTMENT-PENDING-FILE
           IF WS-ADJUSTMENT-PENDING-STATUS NOT = "00"
               SET WS-PEND-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-PEND-EOF
               READ ADJUSTMENT-PENDING-FILE
                   AT END SET WS-PEND-EOF TO TRUE
                   NOT AT END
                       IF ADJ-APPROVED
                           PERFORM CheckApprovedAdjustment
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ADJUSTMENT-PENDING-STATUS = "00" OR "10"
               CLOSE ADJUSTMENT-PENDING-FILE
           END-IF.
       CheckApprovedAdjustment.
           MOVE ADJ-KEY-TIMESTAMP TO WS-EVENT-TIMESTAMP
           PERFORM TimestampToDate
           IF WS-EVENT-DATE-8 >= WS-FROM-DATE
               AND WS-EVENT-DATE-8 <= WS-TO-DATE
               MOVE ADJ-CHECKER TO WS-FIND-OPERATOR
               MOVE ADJ-TRAN-DATA(19:8) TO WS-FIND-ACCOUNT
               PERFORM FindMaintainedAccount
               IF WS-MAINT-FOUND
                   MOVE SPACES TO WS-RPT-CONFLICT-LINE
                   MOVE ADJ-CHECKER TO WS-RPT-CF-OPERATOR
                   MOVE "MAINTAINED ACCOUNT AND APPROVED ADJ"
                       TO WS-RPT-CF-TYPE
                   MOVE ADJ-SEQ TO WS-SEQ-EDITED
                   STRING "ACCOUNT " WS-FIND-ACCOUNT
                       " ADJUSTMENT " WS-SEQ-EDITED
                       DELIMITED BY SIZE INTO WS-RPT-CF-DETAIL
                   PERFORM WriteConflictLine
               END-IF
           END-IF.
       WriteConflictLine.
           ADD 1 TO WS-CONFLICT-COUNT
           MOVE WS-RPT-CONFLICT-LINE TO WS-RPT-PRINT-LINE
           PERFORM WriteDetailLine.
      * The attestation block the control owner signs each
      * quarter; the signed copy is the evidence for the review.
       PrintSignOff.
           MOVE SPACES TO WS-RPT-PRINT-LINE
           PERFORM WriteDetailLine
           MOVE "CONTROL OWNER ATTESTATION" TO WS-RPT-PRINT-LINE
           PERFORM WriteDetailLine
           MOVE SPACES TO WS-RPT-PRINT-LINE
           STRING "I HAVE REVIEWED EVERY OPERATOR LISTED ABOVE. "
               "EACH ONE STILL NEEDS THE ACCESS AND LEVEL SHOWN, "
               "AND EVERY FLAGGED ITEM"
               DELIMITED BY SIZE INTO WS-RPT-PRINT-LINE
           PERFORM WriteDetailLine
           MOVE SPACES TO WS-RPT-PRINT-LINE
           STRING "HAS BEEN RESOLVED OR ACCEPTED WITH THE REASON "
               "RECORDED BELOW."
               DELIMITED BY SIZE INTO WS-RPT-PRINT-LINE
           PERFORM WriteDetailLine
           MOVE SPACES TO WS-RPT-PRINT-LINE
           PERFORM WriteDetailLine
           MOVE SPACES TO WS-RPT-PRINT-LINE
           STRING "ACTIONS / ACCEPTED EXCEPTIONS: "
               "________________________________________"
               "________________________________________"
               DELIMITED BY SIZE INTO WS-RPT-PRINT-LINE
           PERFORM WriteDetailLine
           MOVE SPACES TO WS-RPT-PRINT-LINE
           PERFORM WriteDetailLine
           MOVE SPACES TO WS-RPT-PRINT-LINE
           STRING "CONTROL OWNER: ______________________________  "
               "SIGNATURE: ______________________________  "
               "DATE: ____________"
               DELIMITED BY SIZE INTO WS-RPT-PRINT-LINE
           PERFORM WriteDetailLine.
       WriteDetailLine.
           MOVE "W" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
       WriteTotalLine.
           MOVE WS-RPT-COUNT-LINE TO WS-RPT-PRINT-LINE
           MOVE "T" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
       WriteStartAudit.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           MOVE "OPER-RECERT"    TO WS-AUDIT-PROGRAM-ID
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
           MOVE "OPER-RECERT"    TO WS-AUDIT-PROGRAM-ID
           MOVE WS-END-TIMESTAMP TO WS-AUDIT-TIMESTAMP
           MOVE WS-OPERATOR-ID   TO WS-AUDIT-OPERATOR-ID
           MOVE "SUCCESS"        TO WS-AUDIT-OUTCOME
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM-ID
               WS-AUDIT-TIMESTAMP WS-AUDIT-OPERATOR-ID
               WS-AUDIT-OUTCOME.
       WriteStepResult.
           MOVE "RECERT" TO WS-STEP-NAME
           MOVE WS-BUSINESS-DATE TO WS-STEP-DATE
           MOVE RETURN-CODE TO WS-STEP-RC
           CALL "STEP-LOG" USING WS-STEP-NAME WS-STEP-DATE
               WS-STEP-RC
           MOVE WS-STEP-RC TO RETURN-CODE.
       END PROGRAM OPER-RECERT.
