       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOSE-CHECK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSE-TASK-FILE ASSIGN TO "CLOSETSK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-TASK-STATUS.
           SELECT STEP-RESULT-FILE ASSIGN TO "STEPRSLT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-RESULT-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY
               ALTERNATE RECORD KEY IS AL-PROGRAM-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS AL-OPERATOR-ID WITH DUPLICATES
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CLOSE-TASK-FILE.
           COPY CLSTASK.
       FD  STEP-RESULT-FILE.
       01  STEP-RESULT-RECORD.
           05 SR-DATE           PIC 9(8).
           05 FILLER            PIC X.
           05 SR-STEP           PIC X(8).
           05 FILLER            PIC X.
           05 SR-RC             PIC 9(4).
           05 FILLER            PIC X.
           05 SR-TIMESTAMP      PIC X(22).
       FD  AUDIT-LOG-FILE.
           COPY AUDLOGR.
       FD  SUSPENSE-FILE.
           COPY SUSPREC.
       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD      PIC 9(8).
       WORKING-STORAGE SECTION.
           01 WS-CLOSE-TASK-STATUS   PIC XX.
           01 WS-STEP-RESULT-STATUS  PIC XX.
           01 WS-AUDIT-LOG-STATUS    PIC XX.
           01 WS-SUSPENSE-STATUS     PIC XX.
           01 WS-CALENDAR-STATUS     PIC XX.
           01 WS-EOF-FLAG            PIC X.
               88 WS-EOF VALUE "Y".
           01 WS-AUDIT-OPEN-FLAG     PIC X.
               88 WS-AUDIT-OPEN VALUE "Y".
           01 WS-CHANGED-FLAG        PIC X.
               88 WS-CHANGED VALUE "Y".
           01 WS-OVERFLOW-FLAG       PIC X.
               88 WS-OVERFLOW VALUE "Y".
           01 WS-TEMPLATE-FLAG       PIC X.
               88 WS-TEMPLATE-FOUND VALUE "Y".
           01 WS-PERIOD-FLAG         PIC X.
               88 WS-PERIOD-FOUND VALUE "Y".
           01 WS-SUSPENSE-HELD-FLAG  PIC X.
               88 WS-SUSPENSE-HELD VALUE "Y".
           01 WS-TASK-TABLE.
               05 WS-TASK-ENTRY OCCURS 500 TIMES PIC X(119).
           01 WS-TASK-COUNT          PIC 9(3) VALUE 0.
           01 WS-TASK-IDX            PIC 9(3).
           01 WS-TEMPLATE-COUNT      PIC 9(3).
           01 WS-TEMPLATE-IDX        PIC 9(3).
      * A period's tasks are proved by runs from its last
      * business day to the end of the following month, the
      * window in which its close work is done; a run earlier in
      * the period belongs to the previous close. The step that
      * books the period's standing journal reversals proves that
      * task only from the first of the next month, when the
      * reversals fall due.
           01 WS-WINDOW-FROM         PIC 9(8).
           01 WS-WINDOW-TO           PIC 9(8).
           01 WS-NEXT-PERIOD         PIC 9(6).
           01 WS-REVERSAL-FROM       PIC 9(8).
           01 WS-TASK-FROM           PIC 9(8).
           01 WS-REVERSAL-STEP       PIC X(20) VALUE "STJGEN".
           01 WS-LAST-DAY-DATE       PIC 9(8).
           01 WS-LAST-DAY-INTEGER    PIC 9(8).
           01 WS-LAST-DAY-DOW        PIC 9.
           01 WS-BUSINESS-DAY-FLAG   PIC X.
               88 WS-BUSINESS-DAY VALUE "Y".
           01 WS-CALENDAR-EOF-FLAG   PIC X VALUE "N".
               88 WS-CALENDAR-EOF VALUE "Y".
           01 WS-HOLIDAY-TABLE.
               05 WS-HOLIDAY OCCURS 100 TIMES PIC 9(8).
           01 WS-HOLIDAY-COUNT       PIC 9(4) VALUE 0.
           01 WS-HOLIDAY-IDX         PIC 9(4).
           01 WS-HOLIDAY-FOUND-FLAG  PIC X.
               88 WS-HOLIDAY-FOUND VALUE "Y".
           01 WS-FROM-TEXT           PIC X(10).
           01 WS-TO-TEXT             PIC X(10).
           01 WS-PROOF-DATE          PIC 9(8).
           01 WS-PROOF-NAME          PIC X(20).
           01 WS-PROOF-TYPE          PIC X.
           01 WS-RUN-TIMESTAMP       PIC X(22).
           01 WS-DATE-FORMAT-CODE    PIC X VALUE SPACE.
           01 WS-UTIL-MODE-FLAG      PIC X VALUE "U".
      * The standing list used when CLOSETSK.DAT has none: the
      * five checks the suite itself can prove, and the manual
      * journal review a supervisor signs off.
           01 WS-DEFAULT-TASK-DATA.
               05 FILLER PIC X(60) VALUE
                  "SUSPENSESUSPENSE CLEARED FOR PERIOD   YQ".
               05 FILLER PIC X(60) VALUE
                  "BANKRECNBANK RECONCILIATION RUN       YABANK-RECON".
               05 FILLER PIC X(60) VALUE
                  "FXREVAL FX REVALUATION RUN            YAFX-REVAL".
               05 FILLER PIC X(60) VALUE
                  "STJGEN  STANDING JNL AUTO-REVERSALS   YSSTJGEN".
               05 FILLER PIC X(60) VALUE
                  "ICELIM  INTERCOMPANY ELIMINATIONS RUN YSICMATCH".
               05 FILLER PIC X(60) VALUE
                  "JNLREVW MANUAL JOURNALS REVIEWED      YM".
           01 WS-DEFAULT-TASKS REDEFINES WS-DEFAULT-TASK-DATA.
               05 WS-DEFAULT-TASK OCCURS 6 TIMES.
                   10 WS-DFT-TASK-ID     PIC X(8).
                   10 WS-DFT-DESCRIPTION PIC X(30).
                   10 WS-DFT-MANDATORY   PIC X.
                   10 WS-DFT-PROOF-TYPE  PIC X.
                   10 WS-DFT-PROOF-NAME  PIC X(20).
           01 WS-DEFAULT-IDX         PIC 9.
           COPY BUSDTE.
       LINKAGE SECTION.
           COPY CLSCHK.
       PROCEDURE DIVISION USING WS-CHK-FUNCTION WS-CHK-PERIOD
               WS-CHK-TASK-ID WS-CHK-OPERATOR WS-CHK-TASK-COUNT
               WS-CHK-OUTSTANDING WS-CHK-OPTIONAL-OPEN WS-CHK-RESULT.
       MAIN-PROCEDURE.
           MOVE SPACES TO WS-CHK-RESULT
           MOVE "N" TO WS-CHANGED-FLAG
           CALL "DATE-TIME" USING WS-RUN-TIMESTAMP WS-DATE-FORMAT-CODE
               WS-UTIL-MODE-FLAG
           MOVE "G" TO WS-BUSDATE-FUNCTION
           CALL "BUSDATE" USING WS-BUSDATE-FUNCTION WS-BUSINESS-DATE
           PERFORM LoadTasks
           IF WS-OVERFLOW
      * A checklist too large for the table is never rewritten,
      * so nothing beyond it can be dropped; the close stays
      * blocked until the file is trimmed.
               MOVE 999 TO WS-CHK-OUTSTANDING
               MOVE 0 TO WS-CHK-TASK-COUNT WS-CHK-OPTIONAL-OPEN
               MOVE "CLOSETSK.DAT HAS MORE THAN 500 ROWS - NOT CHECKED"
                   TO WS-CHK-RESULT
               GOBACK
           END-IF
           IF NOT WS-TEMPLATE-FOUND
               PERFORM AddDefaultTemplate
           END-IF
           IF NOT WS-PERIOD-FOUND
               PERFORM SeedPeriodTasks
           END-IF
           PERFORM SetProofWindow
           IF WS-CHK-SIGN-OFF
               PERFORM SignOffTask
           ELSE
               PERFORM ScanStepResults
               PERFORM ScanAuditLog
               PERFORM ScanSuspense
           END-IF
           PERFORM CountOutstanding
           IF WS-CHANGED
               PERFORM RewriteTasks
           END-IF
           GOBACK.
       LoadTasks.
           MOVE 0 TO WS-TASK-COUNT
           MOVE "N" TO WS-OVERFLOW-FLAG WS-TEMPLATE-FLAG
               WS-PERIOD-FLAG WS-EOF-FLAG
           OPEN INPUT CLOSE-TASK-FILE
           IF WS-CLOSE-TASK-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
               READ CLOSE-TASK-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM StoreTask
               END-READ
           END-PERFORM
           IF WS-CLOSE-TASK-STATUS = "00" OR "10"
               CLOSE CLOSE-TASK-FILE
           END-IF.
       StoreTask.
           IF WS-TASK-COUNT < 500
               ADD 1 TO WS-TASK-COUNT
               MOVE CLOSE-TASK-RECORD TO WS-TASK-ENTRY(WS-TASK-COUNT)
               IF CT-PERIOD = 0
                   SET WS-TEMPLATE-FOUND TO TRUE
               END-IF
               IF CT-PERIOD = WS-CHK-PERIOD
                   SET WS-PERIOD-FOUND TO TRUE
               END-IF
           ELSE
               SET WS-OVERFLOW TO TRUE
               SET WS-EOF TO TRUE
           END-IF.
       AddDefaultTemplate.
           PERFORM VARYING WS-DEFAULT-IDX FROM 1 BY 1
                   UNTIL WS-DEFAULT-IDX > 6 OR WS-TASK-COUNT = 500
               MOVE SPACES TO CLOSE-TASK-RECORD
               MOVE 0 TO CT-PERIOD
               MOVE WS-DFT-TASK-ID(WS-DEFAULT-IDX) TO CT-TASK-ID
               MOVE WS-DFT-DESCRIPTION(WS-DEFAULT-IDX)
                   TO CT-DESCRIPTION
               MOVE WS-DFT-MANDATORY(WS-DEFAULT-IDX) TO CT-MANDATORY
               MOVE WS-DFT-PROOF-TYPE(WS-DEFAULT-IDX) TO CT-PROOF-TYPE
               MOVE WS-DFT-PROOF-NAME(WS-DEFAULT-IDX) TO CT-PROOF-NAME
               MOVE 0 TO CT-DONE-DATE
               ADD 1 TO WS-TASK-COUNT
               MOVE CLOSE-TASK-RECORD TO WS-TASK-ENTRY(WS-TASK-COUNT)
           END-PERFORM
           SET WS-CHANGED TO TRUE.
       SeedPeriodTasks.
           MOVE WS-TASK-COUNT TO WS-TEMPLATE-COUNT
           PERFORM VARYING WS-TEMPLATE-IDX FROM 1 BY 1
                   UNTIL WS-TEMPLATE-IDX > WS-TEMPLATE-COUNT
               MOVE WS-TASK-ENTRY(WS-TEMPLATE-IDX) TO CLOSE-TASK-RECORD
               IF CT-PERIOD = 0 AND WS-TASK-COUNT < 500
                   MOVE WS-CHK-PERIOD TO CT-PERIOD
                   MOVE "OPEN"        TO CT-STATUS
                   MOVE 0             TO CT-DONE-DATE
                   MOVE SPACES        TO CT-DONE-BY CT-DONE-TS
                   ADD 1 TO WS-TASK-COUNT
                   MOVE CLOSE-TASK-RECORD
                       TO WS-TASK-ENTRY(WS-TASK-COUNT)
               END-IF
           END-PERFORM
           SET WS-CHANGED TO TRUE.
       SetProofWindow.
           IF WS-CHK-PERIOD(5:2) = "12"
               COMPUTE WS-NEXT-PERIOD = WS-CHK-PERIOD + 89
           ELSE
               COMPUTE WS-NEXT-PERIOD = WS-CHK-PERIOD + 1
           END-IF
           COMPUTE WS-REVERSAL-FROM = WS-NEXT-PERIOD * 100 + 1
           PERFORM FindLastBusinessDay
           MOVE WS-LAST-DAY-DATE TO WS-WINDOW-FROM
           COMPUTE WS-WINDOW-TO = WS-NEXT-PERIOD * 100 + 31
           MOVE SPACES TO WS-FROM-TEXT WS-TO-TEXT
           STRING WS-WINDOW-FROM(1:4) "-" WS-WINDOW-FROM(5:2) "-"
               WS-WINDOW-FROM(7:2) DELIMITED BY SIZE INTO WS-FROM-TEXT
           STRING WS-WINDOW-TO(1:4) "-" WS-WINDOW-TO(5:2) "-"
               WS-WINDOW-TO(7:2) DELIMITED BY SIZE INTO WS-TO-TEXT.
      * The period's last business day is its last calendar day,
      * stepped back over weekends and CALENDAR.DAT holidays as
      * BUSDATE skips them.
       FindLastBusinessDay.
           PERFORM LoadHolidayCalendar
           COMPUTE WS-LAST-DAY-INTEGER = FUNCTION INTEGER-OF-DATE(
               WS-REVERSAL-FROM) - 1
           PERFORM CheckBusinessDay
           PERFORM UNTIL WS-BUSINESS-DAY
               SUBTRACT 1 FROM WS-LAST-DAY-INTEGER
               PERFORM CheckBusinessDay
           END-PERFORM.
       CheckBusinessDay.
           SET WS-BUSINESS-DAY TO TRUE
           COMPUTE WS-LAST-DAY-DATE =
               FUNCTION DATE-OF-INTEGER(WS-LAST-DAY-INTEGER)
           COMPUTE WS-LAST-DAY-DOW =
               FUNCTION MOD(WS-LAST-DAY-INTEGER, 7) + 1
           IF WS-LAST-DAY-DOW = 1 OR WS-LAST-DAY-DOW = 7
               MOVE "N" TO WS-BUSINESS-DAY-FLAG
           ELSE
               PERFORM LookupHoliday
               IF WS-HOLIDAY-FOUND
                   MOVE "N" TO WS-BUSINESS-DAY-FLAG
               END-IF
           END-IF.
       LoadHolidayCalendar.
           MOVE 0 TO WS-HOLIDAY-COUNT
           MOVE "N" TO WS-CALENDAR-EOF-FLAG
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS = "00"
               PERFORM UNTIL WS-CALENDAR-EOF
                   READ CALENDAR-FILE
                       AT END SET WS-CALENDAR-EOF TO TRUE
                       NOT AT END
                           IF WS-HOLIDAY-COUNT < 100
                               AND CALENDAR-RECORD NUMERIC
                               ADD 1 TO WS-HOLIDAY-COUNT
                               MOVE CALENDAR-RECORD
                                   TO WS-HOLIDAY(WS-HOLIDAY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.
       LookupHoliday.
           MOVE "N" TO WS-HOLIDAY-FOUND-FLAG
           MOVE 0   TO WS-HOLIDAY-IDX
           PERFORM UNTIL WS-HOLIDAY-FOUND
                   OR WS-HOLIDAY-IDX >= WS-HOLIDAY-COUNT
               ADD 1 TO WS-HOLIDAY-IDX
               IF WS-HOLIDAY(WS-HOLIDAY-IDX) = WS-LAST-DAY-DATE
                   SET WS-HOLIDAY-FOUND TO TRUE
               END-IF
           END-PERFORM.
      * Only an OPEN manual task of the period can be signed off;
      * a task the suite proves must be proved by its run.
       SignOffTask.
           MOVE "TASK NOT ON THE PERIOD'S CHECKLIST" TO WS-CHK-RESULT
           PERFORM VARYING WS-TASK-IDX FROM 1 BY 1
                   UNTIL WS-TASK-IDX > WS-TASK-COUNT
               MOVE WS-TASK-ENTRY(WS-TASK-IDX) TO CLOSE-TASK-RECORD
               IF CT-PERIOD = WS-CHK-PERIOD
                   AND CT-TASK-ID = WS-CHK-TASK-ID
                   EVALUATE TRUE
                       WHEN NOT CT-PROOF-MANUAL
                           MOVE "TASK IS PROVED BY ITS RUN - NOT SIGNED"
                               TO WS-CHK-RESULT
                       WHEN NOT CT-OUTSTANDING
                           MOVE "TASK ALREADY COMPLETE"
                               TO WS-CHK-RESULT
                       WHEN OTHER
                           MOVE "SIGNED"         TO CT-STATUS
                           MOVE WS-BUSINESS-DATE TO CT-DONE-DATE
                           MOVE WS-CHK-OPERATOR  TO CT-DONE-BY
                           MOVE WS-RUN-TIMESTAMP TO CT-DONE-TS
                           MOVE CLOSE-TASK-RECORD
                               TO WS-TASK-ENTRY(WS-TASK-IDX)
                           SET WS-CHANGED TO TRUE
                           MOVE "TASK SIGNED OFF" TO WS-CHK-RESULT
                   END-EVALUATE
               END-IF
           END-PERFORM.
       ScanStepResults.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT STEP-RESULT-FILE
           IF WS-STEP-RESULT-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
               READ STEP-RESULT-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF SR-DATE >= WS-WINDOW-FROM
                           AND SR-DATE <= WS-WINDOW-TO
                           AND SR-RC < 4
                           MOVE "S"      TO WS-PROOF-TYPE
                           MOVE SR-STEP  TO WS-PROOF-NAME
                           MOVE SR-DATE  TO WS-PROOF-DATE
                           PERFORM TickProvedTasks
                       END-IF
               END-READ
           END-PERFORM
           IF WS-STEP-RESULT-STATUS = "00" OR "10"
               CLOSE STEP-RESULT-FILE
           END-IF.
      * The keyed audit trail is read from the window's first day
      * only, and no further than its last.
       ScanAuditLog.
           MOVE "N" TO WS-EOF-FLAG WS-AUDIT-OPEN-FLAG
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDIT-LOG-STATUS = "00"
               SET WS-AUDIT-OPEN TO TRUE
               MOVE LOW-VALUES TO AL-KEY
               MOVE WS-FROM-TEXT TO AL-TIMESTAMP(1:10)
               START AUDIT-LOG-FILE KEY IS NOT LESS THAN AL-KEY
                   INVALID KEY SET WS-EOF TO TRUE
               END-START
           ELSE
               SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
               READ AUDIT-LOG-FILE NEXT RECORD
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF AL-TIMESTAMP(1:10) > WS-TO-TEXT
                           SET WS-EOF TO TRUE
                       ELSE
                           IF AL-OUTCOME = "SUCCESS"
                               MOVE "A"           TO WS-PROOF-TYPE
                               MOVE AL-PROGRAM-ID TO WS-PROOF-NAME
                               STRING AL-TIMESTAMP(1:4)
                                   AL-TIMESTAMP(6:2) AL-TIMESTAMP(9:2)
                                   DELIMITED BY SIZE INTO WS-PROOF-DATE
                               PERFORM TickProvedTasks
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AUDIT-OPEN
               CLOSE AUDIT-LOG-FILE
           END-IF.
      * Suspense counts as cleared for the period when nothing
      * still in SUSPENSE.DAT was first rejected in or before it.
       ScanSuspense.
           MOVE "N" TO WS-EOF-FLAG WS-SUSPENSE-HELD-FLAG
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
               READ SUSPENSE-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF SUSP-FIRST-REJECT-DATE NUMERIC
                           AND SUSP-FIRST-REJECT-DATE(1:6)
                               <= WS-CHK-PERIOD
                           SET WS-SUSPENSE-HELD TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SUSPENSE-STATUS = "00" OR "10"
               CLOSE SUSPENSE-FILE
           END-IF
           IF NOT WS-SUSPENSE-HELD
               MOVE "Q"              TO WS-PROOF-TYPE
               MOVE SPACES           TO WS-PROOF-NAME
               MOVE WS-BUSINESS-DATE TO WS-PROOF-DATE
               PERFORM TickProvedTasks
           END-IF.
      * No proof dated before its task's window opens counts,
      * the suspense proof (dated the day it is checked) included.
       TickProvedTasks.
           PERFORM VARYING WS-TASK-IDX FROM 1 BY 1
                   UNTIL WS-TASK-IDX > WS-TASK-COUNT
               MOVE WS-TASK-ENTRY(WS-TASK-IDX) TO CLOSE-TASK-RECORD
               IF CT-PROOF-STEP AND CT-PROOF-NAME = WS-REVERSAL-STEP
                   MOVE WS-REVERSAL-FROM TO WS-TASK-FROM
               ELSE
                   MOVE WS-WINDOW-FROM   TO WS-TASK-FROM
               END-IF
               IF CT-PERIOD = WS-CHK-PERIOD
                   AND CT-OUTSTANDING
                   AND CT-PROOF-TYPE = WS-PROOF-TYPE
                   AND CT-PROOF-NAME = WS-PROOF-NAME
                   AND WS-PROOF-DATE >= WS-TASK-FROM
                   MOVE "AUTO"           TO CT-STATUS
                   MOVE WS-PROOF-DATE    TO CT-DONE-DATE
                   MOVE "AUTO"           TO CT-DONE-BY
                   MOVE WS-RUN-TIMESTAMP TO CT-DONE-TS
                   MOVE CLOSE-TASK-RECORD TO WS-TASK-ENTRY(WS-TASK-IDX)
                   SET WS-CHANGED TO TRUE
               END-IF
           END-PERFORM.
       CountOutstanding.
           MOVE 0 TO WS-CHK-TASK-COUNT WS-CHK-OUTSTANDING
               WS-CHK-OPTIONAL-OPEN
           PERFORM VARYING WS-TASK-IDX FROM 1 BY 1
                   UNTIL WS-TASK-IDX > WS-TASK-COUNT
               MOVE WS-TASK-ENTRY(WS-TASK-IDX) TO CLOSE-TASK-RECORD
               IF CT-PERIOD = WS-CHK-PERIOD
                   ADD 1 TO WS-CHK-TASK-COUNT
                   IF CT-OUTSTANDING
                       IF CT-IS-MANDATORY
                           ADD 1 TO WS-CHK-OUTSTANDING
                       ELSE
                           ADD 1 TO WS-CHK-OPTIONAL-OPEN
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CHK-RESULT = SPACES
               IF WS-CHK-OUTSTANDING = 0
                   MOVE "ALL MANDATORY CLOSE TASKS COMPLETE"
                       TO WS-CHK-RESULT
               ELSE
                   STRING WS-CHK-OUTSTANDING
                       " MANDATORY CLOSE TASK(S) OUTSTANDING"
                       DELIMITED BY SIZE INTO WS-CHK-RESULT
               END-IF
           END-IF.
       RewriteTasks.
           OPEN OUTPUT CLOSE-TASK-FILE
           PERFORM VARYING WS-TASK-IDX FROM 1 BY 1
                   UNTIL WS-TASK-IDX > WS-TASK-COUNT
               MOVE WS-TASK-ENTRY(WS-TASK-IDX) TO CLOSE-TASK-RECORD
               WRITE CLOSE-TASK-RECORD
           END-PERFORM
           CLOSE CLOSE-TASK-FILE.
       END PROGRAM CLOSE-CHECK.
