       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEAR-ARCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-DETAIL-FILE ASSIGN TO "GLDETAIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-DETAIL-STATUS.
           SELECT DETAIL-WORK-FILE ASSIGN TO "GLDETAIL.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETAIL-WORK-STATUS.
           SELECT DETAIL-ARCHIVE-FILE ASSIGN TO DYNAMIC
               WS-DETAIL-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETAIL-ARCHIVE-STATUS.
           SELECT DETAIL-RELOAD-FILE ASSIGN TO DYNAMIC
               WS-DETAIL-RELOAD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETAIL-RELOAD-STATUS.
           SELECT GL-HISTORY-FILE ASSIGN TO DYNAMIC
               WS-GL-HISTORY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-HISTORY-STATUS.
           SELECT HISTORY-ARCHIVE-FILE ASSIGN TO DYNAMIC
               WS-HISTORY-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-ARCHIVE-STATUS.
           SELECT HISTORY-RELOAD-FILE ASSIGN TO DYNAMIC
               WS-HISTORY-RELOAD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-RELOAD-STATUS.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERIODCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-CONTROL-STATUS.
           SELECT ARCHIVE-CONTROL-FILE ASSIGN TO "ARCHCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-CONTROL-STATUS.
           SELECT YEAR-ARCH-PARM-FILE ASSIGN TO "YAPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YEAR-ARCH-PARM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GL-DETAIL-FILE.
           COPY GLDETREC.
       FD  DETAIL-WORK-FILE.
       01  DETAIL-WORK-RECORD      PIC X(137).
       FD  DETAIL-ARCHIVE-FILE.
       01  DETAIL-ARCHIVE-RECORD   PIC X(137).
       FD  DETAIL-RELOAD-FILE.
       01  DETAIL-RELOAD-RECORD    PIC X(137).
       FD  GL-HISTORY-FILE.
       01  GL-HISTORY-RECORD       PIC X(92).
       FD  HISTORY-ARCHIVE-FILE.
       01  HISTORY-ARCHIVE-RECORD  PIC X(92).
       FD  HISTORY-RELOAD-FILE.
       01  HISTORY-RELOAD-RECORD   PIC X(92).
       FD  PERIOD-CONTROL-FILE.
       01  PERIOD-CONTROL-RECORD.
           05 PCTL-PERIOD       PIC 9(6).
           05 FILLER            PIC X.
           05 PCTL-STATUS       PIC X(6).
           05 FILLER            PIC X.
           05 PCTL-CLOSE-DATE   PIC 9(8).
       FD  ARCHIVE-CONTROL-FILE.
           COPY ARCHCTL.
       FD  YEAR-ARCH-PARM-FILE.
       01  YEAR-ARCH-PARM-RECORD.
           05 YA-PARM-MODE      PIC X.
           05 FILLER            PIC X.
           05 YA-PARM-YEAR      PIC 9(4).
       WORKING-STORAGE SECTION.
           01 WS-GL-DETAIL-STATUS        PIC XX.
           01 WS-DETAIL-WORK-STATUS      PIC XX.
           01 WS-DETAIL-ARCHIVE-STATUS   PIC XX.
           01 WS-DETAIL-RELOAD-STATUS    PIC XX.
           01 WS-GL-HISTORY-STATUS       PIC XX.
           01 WS-HISTORY-ARCHIVE-STATUS  PIC XX.
           01 WS-HISTORY-RELOAD-STATUS   PIC XX.
           01 WS-PERIOD-CONTROL-STATUS   PIC XX.
           01 WS-ARCHIVE-CONTROL-STATUS  PIC XX.
           01 WS-YEAR-ARCH-PARM-STATUS   PIC XX.
           01 WS-DETAIL-ARCHIVE-NAME     PIC X(12).
           01 WS-DETAIL-RELOAD-NAME      PIC X(12).
           01 WS-GL-HISTORY-NAME         PIC X(20).
           01 WS-HISTORY-ARCHIVE-NAME    PIC X(12).
           01 WS-HISTORY-RELOAD-NAME     PIC X(12).
           01 WS-WORK-FILE-NAME          PIC X(12) VALUE
              "GLDETAIL.WRK".
           01 WS-DELETE-NAME             PIC X(20).
           01 WS-MODE                    PIC X VALUE "A".
               88 WS-MODE-ARCHIVE VALUE "A".
               88 WS-MODE-RELOAD  VALUE "R".
           01 WS-ARCH-YEAR               PIC 9(4) VALUE 0.
           01 WS-LATEST-CLOSED-YEAR      PIC 9(4) VALUE 0.
           01 WS-ARCH-PERIOD             PIC 9(6).
           01 WS-RECORD-PERIOD           PIC 9(6).
           01 WS-MONTH                   PIC 9(2).
           01 WS-EOF-FLAG                PIC X.
               88 WS-EOF VALUE "Y".
           01 WS-YEAR-CLOSED-FLAG        PIC X VALUE "N".
               88 WS-YEAR-CLOSED VALUE "Y".
           01 WS-REFUSED-FLAG            PIC X VALUE "N".
               88 WS-REFUSED VALUE "Y".
           01 WS-REFUSE-REASON           PIC X(60) VALUE SPACES.
           01 WS-VERIFIED-FLAG           PIC X.
               88 WS-VERIFIED VALUE "Y".
      * Control figures for the year as found on ARCHCTL.DAT.
           01 WS-DETAIL-CTL-FLAG         PIC X VALUE "N".
               88 WS-DETAIL-CTL-FOUND VALUE "Y".
           01 WS-HISTORY-CTL-FLAG        PIC X VALUE "N".
               88 WS-HISTORY-CTL-FOUND VALUE "Y".
           01 WS-DETAIL-CTL-COUNT        PIC 9(9).
           01 WS-DETAIL-CTL-HASH-1       PIC S9(13)V99.
           01 WS-DETAIL-CTL-HASH-2       PIC S9(13)V99.
           01 WS-HISTORY-CTL-COUNT       PIC 9(9).
           01 WS-HISTORY-CTL-HASH-1      PIC S9(13)V99.
           01 WS-HISTORY-CTL-HASH-2      PIC S9(13)V99.
      * Figures for what was written to each archive, and the
      * same figures taken again from a second read of it.
           01 WS-DETAIL-ARCH-COUNT       PIC 9(9) VALUE 0.
           01 WS-DETAIL-ARCH-HASH-1      PIC S9(13)V99 VALUE 0.
           01 WS-DETAIL-ARCH-HASH-2      PIC S9(13)V99 VALUE 0.
           01 WS-DETAIL-KEPT-COUNT       PIC 9(9) VALUE 0.
           01 WS-DETAIL-EARLIER-COUNT    PIC 9(9) VALUE 0.
           01 WS-DETAIL-READ-COUNT       PIC 9(9) VALUE 0.
           01 WS-HISTORY-ARCH-COUNT      PIC 9(9) VALUE 0.
           01 WS-HISTORY-ARCH-HASH-1     PIC S9(13)V99 VALUE 0.
           01 WS-HISTORY-ARCH-HASH-2     PIC S9(13)V99 VALUE 0.
           01 WS-HISTORY-FILE-COUNT      PIC 9(2) VALUE 0.
           01 WS-CHECK-COUNT             PIC 9(9).
           01 WS-CHECK-HASH-1            PIC S9(13)V99.
           01 WS-CHECK-HASH-2            PIC S9(13)V99.
           01 WS-MONTH-TABLE.
               05 WS-MONTH-FOUND OCCURS 12 TIMES PIC X.
      * Field views of a detail line and a SUMOUT history line
      * for the period test and the hash totals.
           01 WS-DETAIL-IMAGE.
               05 WS-DI-ACCOUNT      PIC X(8).
               05 FILLER             PIC X.
               05 WS-DI-RUN-DATE     PIC 9(8).
               05 FILLER             PIC X.
               05 WS-DI-DEBIT        PIC 9(11)V99.
               05 FILLER             PIC X.
               05 WS-DI-CREDIT       PIC 9(11)V99.
               05 FILLER             PIC X(86).
               05 WS-DI-POST-PERIOD  PIC X(6).
           01 WS-HISTORY-IMAGE.
               05 FILLER             PIC X(16).
               05 WS-HI-RUN-DATE     PIC 9(8).
               05 FILLER             PIC X.
               05 WS-HI-TOTAL        PIC S9(9)V99
                                     SIGN LEADING SEPARATE.
               05 FILLER             PIC X.
               05 WS-HI-MULTIPLE     PIC 9(9).
               05 FILLER             PIC X(45).
           01 WS-RPT-COLUMN-LINE.
               05 FILLER PIC X(13) VALUE "FILE".
               05 FILLER PIC X(13) VALUE "ARCHIVE".
               05 FILLER PIC X(12) VALUE "     RECORDS".
               05 FILLER PIC X(22) VALUE "          HASH TOTAL 1".
               05 FILLER PIC X(22) VALUE "          HASH TOTAL 2".
               05 FILLER PIC X(20) VALUE "  RESULT".
           01 WS-RPT-FILE-LINE.
               05 WS-RPT-FILE-TYPE   PIC X(12).
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-ARCHIVE     PIC X(12).
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-RECORDS     PIC ZZZ,ZZZ,ZZ9.
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-HASH-1      PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-HASH-2      PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER             PIC XX VALUE SPACES.
               05 WS-RPT-RESULT      PIC X(20).
           01 WS-RPT-COUNT-LINE.
               05 WS-COUNT-TEXT      PIC X(40).
               05 WS-COUNT-VALUE     PIC ZZZ,ZZZ,ZZ9.
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
           PERFORM ReadYearArchParm
           PERFORM ScanPeriodControl
           IF WS-ARCH-YEAR = 0 AND WS-MODE-ARCHIVE
               MOVE WS-LATEST-CLOSED-YEAR TO WS-ARCH-YEAR
           END-IF
           PERFORM BuildFileNames
           PERFORM OpenReport
           IF WS-MODE-RELOAD
               PERFORM ReloadYear
           ELSE
               PERFORM ArchiveYear
           END-IF
           IF WS-REFUSED
               MOVE SPACES TO WS-RPT-PRINT-LINE
               STRING "REFUSED - " WS-REFUSE-REASON
                   DELIMITED BY SIZE INTO WS-RPT-PRINT-LINE
               MOVE "T" TO WS-RPT-FUNCTION
               CALL "RPT-WRITER" USING WS-RPT-FUNCTION
                   WS-RPT-FILE-NAME WS-RPT-TITLE WS-RPT-COLUMN-HEAD
                   WS-RPT-PRINT-LINE
               DISPLAY "YEAR-ARCH: YEAR " WS-ARCH-YEAR " REFUSED - "
                   WS-REFUSE-REASON
           END-IF
           MOVE "C" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE
           PERFORM WriteAuditEntry
      * RETURN-CODE is set after the closing audit call because a
      * CALL resets the register; STEP-LOG preserves it from here.
           IF WS-REFUSED
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM WriteStepResult
           GOBACK.
      * YAPARM.DAT: mode A archives a closed year, mode R reloads
      * an archived one; then the year. With no parameter the
      * latest year YEAR-END has closed is archived.
       ReadYearArchParm.
           OPEN INPUT YEAR-ARCH-PARM-FILE
           IF WS-YEAR-ARCH-PARM-STATUS = "00"
               READ YEAR-ARCH-PARM-FILE
                   NOT AT END
                       IF YA-PARM-MODE = "R" OR YA-PARM-MODE = "r"
                           SET WS-MODE-RELOAD TO TRUE
                       END-IF
                       IF YA-PARM-YEAR NUMERIC AND YA-PARM-YEAR > 0
                           MOVE YA-PARM-YEAR TO WS-ARCH-YEAR
                       END-IF
               END-READ
               CLOSE YEAR-ARCH-PARM-FILE
           END-IF.
       ScanPeriodControl.
           COMPUTE WS-ARCH-PERIOD = WS-ARCH-YEAR * 100 + 12
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-PERIOD-CONTROL-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
               READ PERIOD-CONTROL-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF PCTL-STATUS = "YREND"
                           PERFORM NoteClosedYear
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PERIOD-CONTROL-STATUS = "00" OR "10"
               CLOSE PERIOD-CONTROL-FILE
           END-IF.
       NoteClosedYear.
           IF PCTL-PERIOD(1:4) > WS-LATEST-CLOSED-YEAR
               MOVE PCTL-PERIOD(1:4) TO WS-LATEST-CLOSED-YEAR
           END-IF
           IF WS-ARCH-YEAR = 0
               OR PCTL-PERIOD = WS-ARCH-PERIOD
               SET WS-YEAR-CLOSED TO TRUE
           END-IF.
       BuildFileNames.
           MOVE SPACES TO WS-DETAIL-ARCHIVE-NAME WS-DETAIL-RELOAD-NAME
               WS-HISTORY-ARCHIVE-NAME WS-HISTORY-RELOAD-NAME
           STRING "GLDA" WS-ARCH-YEAR ".DAT"
               DELIMITED BY SIZE INTO WS-DETAIL-ARCHIVE-NAME
           STRING "GLDR" WS-ARCH-YEAR ".DAT"
               DELIMITED BY SIZE INTO WS-DETAIL-RELOAD-NAME
           STRING "SUMA" WS-ARCH-YEAR ".DAT"
               DELIMITED BY SIZE INTO WS-HISTORY-ARCHIVE-NAME
           STRING "SUMR" WS-ARCH-YEAR ".DAT"
               DELIMITED BY SIZE INTO WS-HISTORY-RELOAD-NAME.
       OpenReport.
           MOVE "O" TO WS-RPT-FUNCTION
           MOVE "YEARARCH.RPT" TO WS-RPT-FILE-NAME
           MOVE SPACES TO WS-RPT-TITLE
           IF WS-MODE-RELOAD
               STRING "CLOSED-YEAR RELOAD - YEAR " WS-ARCH-YEAR
                   DELIMITED BY SIZE INTO WS-RPT-TITLE
           ELSE
               STRING "CLOSED-YEAR ARCHIVE - YEAR " WS-ARCH-YEAR
                   DELIMITED BY SIZE INTO WS-RPT-TITLE
           END-IF
           MOVE WS-RPT-COLUMN-LINE TO WS-RPT-COLUMN-HEAD
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
      *----------------------------------------------------------
      * Archive: only a year YEAR-END has marked closed, and only
      * once. The year's detail lines and its twelve SUMOUT
      * history files are copied to the year-named archives, each
      * archive is read back and must reproduce the count and
      * hash totals written, and only then are the live files cut
      * down and the control records written. A failed check
      * leaves the live files exactly as they were.
      *----------------------------------------------------------
       ArchiveYear.
           PERFORM ReadArchiveControl
           EVALUATE TRUE
               WHEN WS-ARCH-YEAR = 0
                   SET WS-REFUSED TO TRUE
                   MOVE "NO CLOSED YEAR ON PERIODCTL.DAT"
                       TO WS-REFUSE-REASON
               WHEN NOT WS-YEAR-CLOSED
                   SET WS-REFUSED TO TRUE
                   MOVE "YEAR NOT CLOSED BY YEAR-END"
                       TO WS-REFUSE-REASON
               WHEN WS-DETAIL-CTL-FOUND
                   SET WS-REFUSED TO TRUE
                   MOVE "YEAR ALREADY ARCHIVED ON ARCHCTL.DAT"
                       TO WS-REFUSE-REASON
           END-EVALUATE
           IF NOT WS-REFUSED
               PERFORM SplitDetailFile
           END-IF
           IF NOT WS-REFUSED
               PERFORM CopyHistoryFiles
               PERFORM VerifyArchives
               IF WS-VERIFIED
                   PERFORM ReplaceLiveDetail
                   PERFORM DeleteHistoryFiles
                   PERFORM WriteArchiveControl
                   PERFORM PrintArchiveResult
               ELSE
                   SET WS-REFUSED TO TRUE
                   MOVE "ARCHIVE READ-BACK DID NOT MATCH - LIVE FILES"
                       & " UNCHANGED" TO WS-REFUSE-REASON
                   PERFORM PrintArchiveResult
                   MOVE WS-DETAIL-ARCHIVE-NAME TO WS-DELETE-NAME
                   PERFORM DeleteOneFile
                   MOVE WS-HISTORY-ARCHIVE-NAME TO WS-DELETE-NAME
                   PERFORM DeleteOneFile
               END-IF
               MOVE WS-WORK-FILE-NAME TO WS-DELETE-NAME
               PERFORM DeleteOneFile
           END-IF.
       ReadArchiveControl.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT ARCHIVE-CONTROL-FILE
           IF WS-ARCHIVE-CONTROL-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
               READ ARCHIVE-CONTROL-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF AC-YEAR = WS-ARCH-YEAR
                           PERFORM TakeControlRecord
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ARCHIVE-CONTROL-STATUS = "00" OR "10"
               CLOSE ARCHIVE-CONTROL-FILE
           END-IF.
       TakeControlRecord.
           IF AC-GL-DETAIL
               SET WS-DETAIL-CTL-FOUND TO TRUE
               MOVE AC-RECORD-COUNT TO WS-DETAIL-CTL-COUNT
               MOVE AC-HASH-1       TO WS-DETAIL-CTL-HASH-1
               MOVE AC-HASH-2       TO WS-DETAIL-CTL-HASH-2
           END-IF
           IF AC-SUM-HISTORY
               SET WS-HISTORY-CTL-FOUND TO TRUE
               MOVE AC-RECORD-COUNT TO WS-HISTORY-CTL-COUNT
               MOVE AC-HASH-1       TO WS-HISTORY-CTL-HASH-1
               MOVE AC-HASH-2       TO WS-HISTORY-CTL-HASH-2
           END-IF.
      * A detail line belongs to the year of its posting period,
      * or of its run date where it carries none. Lines of other
      * years go to the work file that becomes the live file.
       SplitDetailFile.
           OPEN INPUT GL-DETAIL-FILE
           IF WS-GL-DETAIL-STATUS NOT = "00"
               SET WS-REFUSED TO TRUE
               MOVE SPACES TO WS-REFUSE-REASON
               STRING "GLDETAIL.DAT NOT AVAILABLE - STATUS "
                   WS-GL-DETAIL-STATUS
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
           ELSE
               OPEN OUTPUT DETAIL-ARCHIVE-FILE
               OPEN OUTPUT DETAIL-WORK-FILE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ GL-DETAIL-FILE INTO WS-DETAIL-IMAGE
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM SplitOneDetail
                   END-READ
               END-PERFORM
               CLOSE GL-DETAIL-FILE
               CLOSE DETAIL-ARCHIVE-FILE
               CLOSE DETAIL-WORK-FILE
           END-IF.
       SplitOneDetail.
           ADD 1 TO WS-DETAIL-READ-COUNT
           PERFORM SetRecordPeriod
           IF WS-RECORD-PERIOD(1:4) = WS-ARCH-YEAR
               ADD 1 TO WS-DETAIL-ARCH-COUNT
               PERFORM AddDetailHash
               WRITE DETAIL-ARCHIVE-RECORD FROM WS-DETAIL-IMAGE
           ELSE
               ADD 1 TO WS-DETAIL-KEPT-COUNT
               IF WS-RECORD-PERIOD(1:4) < WS-ARCH-YEAR
                   ADD 1 TO WS-DETAIL-EARLIER-COUNT
               END-IF
               WRITE DETAIL-WORK-RECORD FROM WS-DETAIL-IMAGE
           END-IF.
       SetRecordPeriod.
           IF WS-DI-POST-PERIOD NUMERIC
               AND WS-DI-POST-PERIOD NOT = "000000"
               MOVE WS-DI-POST-PERIOD TO WS-RECORD-PERIOD
           ELSE
               MOVE WS-DI-RUN-DATE(1:6) TO WS-RECORD-PERIOD
           END-IF.
       AddDetailHash.
           IF WS-DI-DEBIT NUMERIC
               ADD WS-DI-DEBIT TO WS-DETAIL-ARCH-HASH-1
           END-IF
           IF WS-DI-CREDIT NUMERIC
               ADD WS-DI-CREDIT TO WS-DETAIL-ARCH-HASH-2
           END-IF.
       CopyHistoryFiles.
           MOVE ALL "N" TO WS-MONTH-TABLE
           OPEN OUTPUT HISTORY-ARCHIVE-FILE
           PERFORM CopyOneHistoryFile
               VARYING WS-MONTH FROM 1 BY 1 UNTIL WS-MONTH > 12
           CLOSE HISTORY-ARCHIVE-FILE.
       CopyOneHistoryFile.
           PERFORM BuildHistoryName
           OPEN INPUT GL-HISTORY-FILE
           IF WS-GL-HISTORY-STATUS = "00"
               MOVE "Y" TO WS-MONTH-FOUND(WS-MONTH)
               ADD 1 TO WS-HISTORY-FILE-COUNT
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ GL-HISTORY-FILE INTO WS-HISTORY-IMAGE
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-HISTORY-ARCH-COUNT
                           PERFORM AddHistoryHash
                           WRITE HISTORY-ARCHIVE-RECORD
                               FROM WS-HISTORY-IMAGE
                   END-READ
               END-PERFORM
               CLOSE GL-HISTORY-FILE
           END-IF.
       BuildHistoryName.
           MOVE SPACES TO WS-GL-HISTORY-NAME
           STRING "SUMH" WS-ARCH-YEAR WS-MONTH ".DAT"
               DELIMITED BY SIZE INTO WS-GL-HISTORY-NAME.
       AddHistoryHash.
           IF WS-HI-TOTAL NUMERIC
               ADD WS-HI-TOTAL TO WS-HISTORY-ARCH-HASH-1
           END-IF
           IF WS-HI-MULTIPLE NUMERIC
               ADD WS-HI-MULTIPLE TO WS-HISTORY-ARCH-HASH-2
           END-IF.
       VerifyArchives.
           MOVE "Y" TO WS-VERIFIED-FLAG
           PERFORM CheckDetailArchive
           IF WS-CHECK-COUNT NOT = WS-DETAIL-ARCH-COUNT
               OR WS-CHECK-HASH-1 NOT = WS-DETAIL-ARCH-HASH-1
               OR WS-CHECK-HASH-2 NOT = WS-DETAIL-ARCH-HASH-2
               OR WS-DETAIL-ARCH-COUNT + WS-DETAIL-KEPT-COUNT
                   NOT = WS-DETAIL-READ-COUNT
               MOVE "N" TO WS-VERIFIED-FLAG
           END-IF
           PERFORM CheckHistoryArchive
           IF WS-CHECK-COUNT NOT = WS-HISTORY-ARCH-COUNT
               OR WS-CHECK-HASH-1 NOT = WS-HISTORY-ARCH-HASH-1
               OR WS-CHECK-HASH-2 NOT = WS-HISTORY-ARCH-HASH-2
               MOVE "N" TO WS-VERIFIED-FLAG
           END-IF.
      * The two check paragraphs total whichever copy the names
      * point at - the archive itself after an archive run, the
      * reloaded copy after a reload.
       CheckDetailArchive.
           MOVE 0 TO WS-CHECK-COUNT WS-CHECK-HASH-1 WS-CHECK-HASH-2
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT DETAIL-ARCHIVE-FILE
           IF WS-DETAIL-ARCHIVE-STATUS NOT = "00"
               SET WS-EOF TO TRUE
               MOVE 999999999 TO WS-CHECK-COUNT
           END-IF
           PERFORM UNTIL WS-EOF
               READ DETAIL-ARCHIVE-FILE INTO WS-DETAIL-IMAGE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CHECK-COUNT
                       IF WS-DI-DEBIT NUMERIC
                           ADD WS-DI-DEBIT TO WS-CHECK-HASH-1
                       END-IF
                       IF WS-DI-CREDIT NUMERIC
                           ADD WS-DI-CREDIT TO WS-CHECK-HASH-2
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DETAIL-ARCHIVE-STATUS = "00" OR "10"
               CLOSE DETAIL-ARCHIVE-FILE
           END-IF.
       CheckHistoryArchive.
           MOVE 0 TO WS-CHECK-COUNT WS-CHECK-HASH-1 WS-CHECK-HASH-2
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT HISTORY-ARCHIVE-FILE
           IF WS-HISTORY-ARCHIVE-STATUS NOT = "00"
               SET WS-EOF TO TRUE
               MOVE 999999999 TO WS-CHECK-COUNT
           END-IF
           PERFORM UNTIL WS-EOF
               READ HISTORY-ARCHIVE-FILE INTO WS-HISTORY-IMAGE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CHECK-COUNT
                       IF WS-HI-TOTAL NUMERIC
                           ADD WS-HI-TOTAL TO WS-CHECK-HASH-1
                       END-IF
                       IF WS-HI-MULTIPLE NUMERIC
                           ADD WS-HI-MULTIPLE TO WS-CHECK-HASH-2
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HISTORY-ARCHIVE-STATUS = "00" OR "10"
               CLOSE HISTORY-ARCHIVE-FILE
           END-IF.
       ReplaceLiveDetail.
           OPEN INPUT DETAIL-WORK-FILE
           OPEN OUTPUT GL-DETAIL-FILE
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ DETAIL-WORK-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       WRITE GL-DETAIL-RECORD FROM DETAIL-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE DETAIL-WORK-FILE
           CLOSE GL-DETAIL-FILE.
       DeleteHistoryFiles.
           PERFORM VARYING WS-MONTH FROM 1 BY 1 UNTIL WS-MONTH > 12
               IF WS-MONTH-FOUND(WS-MONTH) = "Y"
                   PERFORM BuildHistoryName
                   MOVE WS-GL-HISTORY-NAME TO WS-DELETE-NAME
                   PERFORM DeleteOneFile
               END-IF
           END-PERFORM.
       DeleteOneFile.
           MOVE 0 TO RETURN-CODE
           CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
           MOVE 0 TO RETURN-CODE.
       WriteArchiveControl.
           OPEN EXTEND ARCHIVE-CONTROL-FILE
           IF WS-ARCHIVE-CONTROL-STATUS = "35"
               OPEN OUTPUT ARCHIVE-CONTROL-FILE
           END-IF
           MOVE SPACES TO ARCHIVE-CONTROL-RECORD
           MOVE WS-ARCH-YEAR           TO AC-YEAR
           SET AC-GL-DETAIL            TO TRUE
           MOVE WS-DETAIL-ARCHIVE-NAME TO AC-ARCHIVE-NAME
           MOVE WS-DETAIL-ARCH-COUNT   TO AC-RECORD-COUNT
           MOVE WS-DETAIL-ARCH-HASH-1  TO AC-HASH-1
           MOVE WS-DETAIL-ARCH-HASH-2  TO AC-HASH-2
           MOVE WS-BUSINESS-DATE       TO AC-ARCHIVE-DATE
           MOVE WS-RUN-TIMESTAMP       TO AC-ARCHIVE-TS
           WRITE ARCHIVE-CONTROL-RECORD
           MOVE SPACES TO ARCHIVE-CONTROL-RECORD
           MOVE WS-ARCH-YEAR            TO AC-YEAR
           SET AC-SUM-HISTORY           TO TRUE
           MOVE WS-HISTORY-ARCHIVE-NAME TO AC-ARCHIVE-NAME
           MOVE WS-HISTORY-ARCH-COUNT   TO AC-RECORD-COUNT
           MOVE WS-HISTORY-ARCH-HASH-1  TO AC-HASH-1
           MOVE WS-HISTORY-ARCH-HASH-2  TO AC-HASH-2
           MOVE WS-BUSINESS-DATE        TO AC-ARCHIVE-DATE
           MOVE WS-RUN-TIMESTAMP        TO AC-ARCHIVE-TS
           WRITE ARCHIVE-CONTROL-RECORD
           CLOSE ARCHIVE-CONTROL-FILE.
       PrintArchiveResult.
           MOVE SPACES TO WS-RPT-FILE-LINE
           MOVE "GLDETAIL.DAT"         TO WS-RPT-FILE-TYPE
           MOVE WS-DETAIL-ARCHIVE-NAME TO WS-RPT-ARCHIVE
           MOVE WS-DETAIL-ARCH-COUNT   TO WS-RPT-RECORDS
           MOVE WS-DETAIL-ARCH-HASH-1  TO WS-RPT-HASH-1
           MOVE WS-DETAIL-ARCH-HASH-2  TO WS-RPT-HASH-2
           PERFORM SetResultText
           PERFORM WriteFileLine
           MOVE SPACES TO WS-RPT-FILE-LINE
           MOVE "SUMH HISTORY"          TO WS-RPT-FILE-TYPE
           MOVE WS-HISTORY-ARCHIVE-NAME TO WS-RPT-ARCHIVE
           MOVE WS-HISTORY-ARCH-COUNT   TO WS-RPT-RECORDS
           MOVE WS-HISTORY-ARCH-HASH-1  TO WS-RPT-HASH-1
           MOVE WS-HISTORY-ARCH-HASH-2  TO WS-RPT-HASH-2
           PERFORM SetResultText
           PERFORM WriteFileLine
           MOVE SPACES TO WS-RPT-COUNT-LINE
           MOVE "DETAIL LINES READ:" TO WS-COUNT-TEXT
           MOVE WS-DETAIL-READ-COUNT TO WS-COUNT-VALUE
           PERFORM WriteCountLine
           MOVE SPACES TO WS-RPT-COUNT-LINE
           MOVE "DETAIL LINES LEFT LIVE:" TO WS-COUNT-TEXT
           MOVE WS-DETAIL-KEPT-COUNT TO WS-COUNT-VALUE
           PERFORM WriteCountLine
           MOVE SPACES TO WS-RPT-COUNT-LINE
           MOVE "SUMH PERIOD FILES TAKEN:" TO WS-COUNT-TEXT
           MOVE WS-HISTORY-FILE-COUNT TO WS-COUNT-VALUE
           PERFORM WriteCountLine
      * Lines from an earlier year still live mean that year was
      * never archived; it can be, by naming it in YAPARM.DAT.
           IF WS-DETAIL-EARLIER-COUNT > 0
               MOVE SPACES TO WS-RPT-COUNT-LINE
               MOVE "LIVE LINES FROM EARLIER YEARS:"
                   TO WS-COUNT-TEXT
               MOVE WS-DETAIL-EARLIER-COUNT TO WS-COUNT-VALUE
               PERFORM WriteCountLine
           END-IF
           DISPLAY "YEAR-ARCH: YEAR " WS-ARCH-YEAR " - "
               WS-DETAIL-ARCH-COUNT " DETAIL LINE(S), "
               WS-HISTORY-ARCH-COUNT " SUMOUT HISTORY RECORD(S) "
               "ARCHIVED".
       SetResultText.
           IF WS-VERIFIED
               MOVE "ARCHIVED - MATCHED" TO WS-RPT-RESULT
           ELSE
               MOVE "NOT MATCHED" TO WS-RPT-RESULT
           END-IF.
      *----------------------------------------------------------
      * Reload: an archived year is copied back under its GLDR/
      * SUMR name, never into GLDETAIL.DAT, so nothing that posts
      * or archives ever touches it. ACCT-STMT and GL-DETAIL-RPT
      * read it when their parameter names the year. A copy that
      * does not reproduce the control figures is deleted.
      *----------------------------------------------------------
       ReloadYear.
           PERFORM ReadArchiveControl
           EVALUATE TRUE
               WHEN WS-ARCH-YEAR = 0
                   SET WS-REFUSED TO TRUE
                   MOVE "RELOAD NEEDS A YEAR IN YAPARM.DAT"
                       TO WS-REFUSE-REASON
               WHEN NOT WS-DETAIL-CTL-FOUND
                   SET WS-REFUSED TO TRUE
                   MOVE "YEAR NOT ON ARCHCTL.DAT" TO WS-REFUSE-REASON
           END-EVALUATE
           IF NOT WS-REFUSED
               PERFORM ReloadDetail
               IF WS-HISTORY-CTL-FOUND
                   PERFORM ReloadHistory
               END-IF
           END-IF.
       ReloadDetail.
           OPEN INPUT DETAIL-ARCHIVE-FILE
           IF WS-DETAIL-ARCHIVE-STATUS NOT = "00"
               SET WS-REFUSED TO TRUE
               MOVE SPACES TO WS-REFUSE-REASON
               STRING WS-DETAIL-ARCHIVE-NAME " NOT AVAILABLE"
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
           ELSE
               OPEN OUTPUT DETAIL-RELOAD-FILE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ DETAIL-ARCHIVE-FILE
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                           WRITE DETAIL-RELOAD-RECORD
                               FROM DETAIL-ARCHIVE-RECORD
                   END-READ
               END-PERFORM
               CLOSE DETAIL-ARCHIVE-FILE
               CLOSE DETAIL-RELOAD-FILE
               MOVE WS-DETAIL-ARCHIVE-NAME TO WS-DELETE-NAME
               MOVE WS-DETAIL-RELOAD-NAME TO WS-DETAIL-ARCHIVE-NAME
               PERFORM CheckDetailArchive
               MOVE WS-DELETE-NAME TO WS-DETAIL-ARCHIVE-NAME
               MOVE SPACES TO WS-RPT-FILE-LINE
               MOVE "GLDETAIL"            TO WS-RPT-FILE-TYPE
               MOVE WS-DETAIL-RELOAD-NAME TO WS-RPT-ARCHIVE
               MOVE WS-CHECK-COUNT        TO WS-RPT-RECORDS
               MOVE WS-CHECK-HASH-1       TO WS-RPT-HASH-1
               MOVE WS-CHECK-HASH-2       TO WS-RPT-HASH-2
               IF WS-CHECK-COUNT = WS-DETAIL-CTL-COUNT
                   AND WS-CHECK-HASH-1 = WS-DETAIL-CTL-HASH-1
                   AND WS-CHECK-HASH-2 = WS-DETAIL-CTL-HASH-2
                   MOVE "RELOADED - MATCHED" TO WS-RPT-RESULT
                   DISPLAY "YEAR-ARCH: YEAR " WS-ARCH-YEAR
                       " DETAIL RELOADED TO " WS-DETAIL-RELOAD-NAME
               ELSE
                   MOVE "NOT MATCHED" TO WS-RPT-RESULT
                   SET WS-REFUSED TO TRUE
                   MOVE "RELOADED DETAIL DOES NOT MATCH ARCHCTL.DAT"
                       TO WS-REFUSE-REASON
                   MOVE WS-DETAIL-RELOAD-NAME TO WS-DELETE-NAME
                   PERFORM DeleteOneFile
               END-IF
               PERFORM WriteFileLine
           END-IF.
       ReloadHistory.
           OPEN INPUT HISTORY-ARCHIVE-FILE
           IF WS-HISTORY-ARCHIVE-STATUS NOT = "00"
               SET WS-REFUSED TO TRUE
               MOVE SPACES TO WS-REFUSE-REASON
               STRING WS-HISTORY-ARCHIVE-NAME " NOT AVAILABLE"
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
           ELSE
               OPEN OUTPUT HISTORY-RELOAD-FILE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ HISTORY-ARCHIVE-FILE
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                           WRITE HISTORY-RELOAD-RECORD
                               FROM HISTORY-ARCHIVE-RECORD
                   END-READ
               END-PERFORM
               CLOSE HISTORY-ARCHIVE-FILE
               CLOSE HISTORY-RELOAD-FILE
               MOVE WS-HISTORY-ARCHIVE-NAME TO WS-DELETE-NAME
               MOVE WS-HISTORY-RELOAD-NAME TO WS-HISTORY-ARCHIVE-NAME
               PERFORM CheckHistoryArchive
               MOVE WS-DELETE-NAME TO WS-HISTORY-ARCHIVE-NAME
               MOVE SPACES TO WS-RPT-FILE-LINE
               MOVE "SUMH HISTORY"         TO WS-RPT-FILE-TYPE
               MOVE WS-HISTORY-RELOAD-NAME TO WS-RPT-ARCHIVE
               MOVE WS-CHECK-COUNT         TO WS-RPT-RECORDS
               MOVE WS-CHECK-HASH-1        TO WS-RPT-HASH-1
               MOVE WS-CHECK-HASH-2        TO WS-RPT-HASH-2
               IF WS-CHECK-COUNT = WS-HISTORY-CTL-COUNT
                   AND WS-CHECK-HASH-1 = WS-HISTORY-CTL-HASH-1
                   AND WS-CHECK-HASH-2 = WS-HISTORY-CTL-HASH-2
                   MOVE "RELOADED - MATCHED" TO WS-RPT-RESULT
               ELSE
                   MOVE "NOT MATCHED" TO WS-RPT-RESULT
                   SET WS-REFUSED TO TRUE
                   MOVE "RELOADED HISTORY DOES NOT MATCH ARCHCTL.DAT"
                       TO WS-REFUSE-REASON
                   MOVE WS-HISTORY-RELOAD-NAME TO WS-DELETE-NAME
                   PERFORM DeleteOneFile
               END-IF
               PERFORM WriteFileLine
           END-IF.
       WriteFileLine.
           MOVE WS-RPT-FILE-LINE TO WS-RPT-PRINT-LINE
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
           MOVE "YEAR-ARCH"      TO WS-AUDIT-PROGRAM-ID
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
           MOVE "YEAR-ARCH"      TO WS-AUDIT-PROGRAM-ID
           MOVE WS-END-TIMESTAMP TO WS-AUDIT-TIMESTAMP
           MOVE WS-OPERATOR-ID   TO WS-AUDIT-OPERATOR-ID
           IF WS-REFUSED
               MOVE "REFUSED"    TO WS-AUDIT-OUTCOME
           ELSE
               MOVE "SUCCESS"    TO WS-AUDIT-OUTCOME
           END-IF
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM-ID
               WS-AUDIT-TIMESTAMP WS-AUDIT-OPERATOR-ID
               WS-AUDIT-OUTCOME.
       WriteStepResult.
           MOVE "YEARARCH" TO WS-STEP-NAME
           MOVE WS-BUSINESS-DATE TO WS-STEP-DATE
           MOVE RETURN-CODE TO WS-STEP-RC
           CALL "STEP-LOG" USING WS-STEP-NAME WS-STEP-DATE
               WS-STEP-RC
           MOVE WS-STEP-RC TO RETURN-CODE.
       END PROGRAM YEAR-ARCH.
