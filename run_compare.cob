       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-COMPARE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPARE-PARM-FILE ASSIGN TO "CMPPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPARE-PARM-STATUS.
           SELECT COMPARE-INPUT-FILE ASSIGN TO DYNAMIC
               WS-INPUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPARE-INPUT-STATUS.
           SELECT GL-MASTER-FILE ASSIGN TO "GLMASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GLM-KEY
               FILE STATUS IS WS-GL-MASTER-STATUS.
           SELECT OLD-WORK-FILE ASSIGN TO "CMPOLD.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-WORK-STATUS.
           SELECT NEW-WORK-FILE ASSIGN TO "CMPNEW.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-WORK-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".
       DATA DIVISION.
       FILE SECTION.
       FD  COMPARE-PARM-FILE.
       01  COMPARE-PARM-RECORD.
           05 CP-TYPE           PIC X.
               88 CP-SUMOUT    VALUE "S".
               88 CP-DETAIL    VALUE "D".
               88 CP-MASTER    VALUE "M".
               88 CP-TEXT      VALUE "T".
           05 FILLER            PIC X.
           05 CP-OLD-NAME       PIC X(30).
           05 FILLER            PIC X.
           05 CP-NEW-NAME       PIC X(30).
           05 FILLER            PIC X.
           05 CP-RUN-DATE       PIC 9(8).
       FD  COMPARE-INPUT-FILE.
       01  COMPARE-INPUT-RECORD PIC X(140).
           COPY GLINTREC.
           COPY GLDETREC.
       FD  GL-MASTER-FILE.
           COPY GLMASTREC.
       FD  OLD-WORK-FILE.
       01  OLD-WORK-RECORD.
           05 OW-KEY            PIC X(40).
           05 OW-SEQ            PIC 9(7).
           05 OW-IMAGE          PIC X(140).
       FD  NEW-WORK-FILE.
       01  NEW-WORK-RECORD.
           05 NW-KEY            PIC X(40).
           05 NW-SEQ            PIC 9(7).
           05 NW-IMAGE          PIC X(140).
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SR-KEY            PIC X(40).
           05 SR-SEQ            PIC 9(7).
           05 SR-IMAGE          PIC X(140).
       WORKING-STORAGE SECTION.
           01 WS-COMPARE-PARM-STATUS PIC XX.
           01 WS-COMPARE-INPUT-STATUS PIC XX.
           01 WS-GL-MASTER-STATUS    PIC XX.
           01 WS-OLD-WORK-STATUS     PIC XX.
           01 WS-NEW-WORK-STATUS     PIC XX.
           01 WS-COMPARE-TYPE        PIC X VALUE SPACE.
               88 WS-TYPE-SUMOUT  VALUE "S".
               88 WS-TYPE-DETAIL  VALUE "D".
               88 WS-TYPE-MASTER  VALUE "M".
               88 WS-TYPE-TEXT    VALUE "T".
           01 WS-TYPE-NAME           PIC X(20).
           01 WS-OLD-FILE-NAME       PIC X(30) VALUE SPACES.
           01 WS-NEW-FILE-NAME       PIC X(30) VALUE SPACES.
           01 WS-INPUT-FILE-NAME     PIC X(30).
           01 WS-FILTER-DATE         PIC 9(8) VALUE 0.
           01 WS-SIDE-FLAG           PIC X.
               88 WS-OLD-SIDE     VALUE "O".
               88 WS-NEW-SIDE     VALUE "N".
           01 WS-LIVE-MASTER-FLAG    PIC X VALUE "N".
               88 WS-LIVE-MASTER  VALUE "Y".
           01 WS-PARM-ERROR-FLAG     PIC X VALUE "N".
               88 WS-PARM-ERROR   VALUE "Y".
           01 WS-INPUT-ERROR-FLAG    PIC X VALUE "N".
               88 WS-INPUT-ERROR  VALUE "Y".
           01 WS-INPUT-EOF-FLAG      PIC X.
               88 WS-INPUT-EOF    VALUE "Y".
           01 WS-OLD-EOF-FLAG        PIC X VALUE "N".
               88 WS-OLD-EOF      VALUE "Y".
           01 WS-NEW-EOF-FLAG        PIC X VALUE "N".
               88 WS-NEW-EOF      VALUE "Y".
           01 WS-RECORD-SEQ          PIC 9(7).
           01 WS-SIDE-COUNT          PIC 9(7).
           01 WS-OLD-COUNT           PIC 9(7) VALUE 0.
           01 WS-NEW-COUNT           PIC 9(7) VALUE 0.
           01 WS-MATCHED-COUNT       PIC 9(7) VALUE 0.
           01 WS-CHANGED-COUNT       PIC 9(7) VALUE 0.
           01 WS-FIELD-DIFF-COUNT    PIC 9(7) VALUE 0.
           01 WS-OLD-ONLY-COUNT      PIC 9(7) VALUE 0.
           01 WS-NEW-ONLY-COUNT      PIC 9(7) VALUE 0.
           01 WS-RECORD-DIFF-FLAG    PIC X.
               88 WS-RECORD-DIFFERS VALUE "Y".
      * Compared fields of each record type, outside the natural
      * key: data name, offset and length in the record image, and
      * kind - X shown as stored, A/B/C/D amounts in the picture
      * of GL-TOTAL, GL-DET-NET-AMOUNT, GL-DET-DEBIT-TOTAL and the
      * GLMASTER balances, and N not compared. Run timestamps are
      * N because they differ on every rerun by design.
           01 WS-SUMOUT-FIELDS.
               05 FILLER PIC X(27) VALUE
                  "GL-TOTAL            026012A".
               05 FILLER PIC X(27) VALUE
                  "GL-MULTIPLE         039009X".
               05 FILLER PIC X(27) VALUE
                  "GL-BALANCE-STATUS   049014X".
               05 FILLER PIC X(27) VALUE
                  "GL-RUN-TIMESTAMP    064022N".
           01 WS-DETAIL-FIELDS.
               05 FILLER PIC X(27) VALUE
                  "GL-DET-DEBIT-TOTAL  019013C".
               05 FILLER PIC X(27) VALUE
                  "GL-DET-CREDIT-TOTAL 033013C".
               05 FILLER PIC X(27) VALUE
                  "GL-DET-NET-AMOUNT   047014B".
               05 FILLER PIC X(27) VALUE
                  "GL-DET-TRAN-COUNT   062006X".
               05 FILLER PIC X(27) VALUE
                  "GL-DET-RUN-TIMESTAMP069022N".
               05 FILLER PIC X(27) VALUE
                  "GL-DET-ORIG-CURRENCY092003X".
               05 FILLER PIC X(27) VALUE
                  "GL-DET-ORIG-AMOUNT  096013C".
               05 FILLER PIC X(27) VALUE
                  "GL-DET-RATE-APPLIED 110009X".
           01 WS-MASTER-FIELDS.
               05 FILLER PIC X(27) VALUE
                  "GLM-OPENING-BALANCE 018013D".
               05 FILLER PIC X(27) VALUE
                  "GLM-PERIOD-ACTIVITY 031013D".
               05 FILLER PIC X(27) VALUE
                  "GLM-CLOSING-BALANCE 044013D".
               05 FILLER PIC X(27) VALUE
                  "GLM-LAST-POSTED-DATE057008X".
           01 WS-FIELD-TABLE.
               05 WS-FIELD-ENTRY OCCURS 8 TIMES.
                   10 WS-FLD-NAME    PIC X(20).
                   10 WS-FLD-OFFSET  PIC 9(3).
                   10 WS-FLD-LENGTH  PIC 9(3).
                   10 WS-FLD-KIND    PIC X.
                       88 WS-FLD-NOT-COMPARED VALUE "N".
           01 WS-FIELD-COUNT         PIC 9(2) VALUE 0.
           01 WS-FIELD-IDX           PIC 9(2).
           01 WS-VALUE-IMAGE         PIC X(140).
           01 WS-VALUE-KIND          PIC X.
           01 WS-VALUE-TEXT          PIC X(30).
           01 WS-VALUE-WORK          PIC X(14).
           01 WS-VALUE-AS-A REDEFINES WS-VALUE-WORK.
               05 WS-VW-AMOUNT-A     PIC S9(9)V99
                                     SIGN LEADING SEPARATE.
               05 FILLER             PIC X(2).
           01 WS-VALUE-AS-B REDEFINES WS-VALUE-WORK.
               05 WS-VW-AMOUNT-B     PIC S9(11)V99
                                     SIGN LEADING SEPARATE.
           01 WS-VALUE-AS-C REDEFINES WS-VALUE-WORK.
               05 WS-VW-AMOUNT-C     PIC 9(11)V99.
               05 FILLER             PIC X.
           01 WS-VALUE-AS-D REDEFINES WS-VALUE-WORK.
               05 WS-VW-AMOUNT-D     PIC S9(11)V99.
               05 FILLER             PIC X.
           01 WS-EDIT-AMOUNT         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           01 WS-RPT-COLUMN-LINE.
               05 FILLER             PIC X(10) VALUE "RESULT".
               05 FILLER             PIC X(41) VALUE "RECORD KEY".
               05 FILLER             PIC X(21) VALUE "FIELD".
               05 FILLER             PIC X(31) VALUE "OLD VALUE".
               05 FILLER             PIC X(29) VALUE "NEW VALUE".
           01 WS-RPT-DETAIL.
               05 WS-RPT-RESULT      PIC X(9).
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-KEY         PIC X(40).
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-FIELD       PIC X(20).
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-OLD-VALUE   PIC X(30).
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-NEW-VALUE   PIC X(29).
           01 WS-RPT-TEXT-LINE.
               05 FILLER             PIC X(3) VALUE SPACES.
               05 WS-RPT-TEXT-SIDE   PIC X(4).
               05 WS-RPT-TEXT        PIC X(125).
           01 WS-RPT-PARM-LINE.
               05 WS-PARM-TEXT       PIC X(20).
               05 WS-PARM-VALUE      PIC X(40).
           01 WS-RPT-COUNT-LINE.
               05 WS-COUNT-TEXT      PIC X(40).
               05 WS-COUNT-VALUE     PIC Z,ZZZ,ZZ9.
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
           PERFORM ReadCompareParm
           IF NOT WS-PARM-ERROR
               SET WS-OLD-SIDE TO TRUE
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SR-KEY SR-SEQ
                   INPUT PROCEDURE IS ReleaseSideRecords
                   GIVING OLD-WORK-FILE
               MOVE WS-SIDE-COUNT TO WS-OLD-COUNT
               SET WS-NEW-SIDE TO TRUE
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SR-KEY SR-SEQ
                   INPUT PROCEDURE IS ReleaseSideRecords
                   GIVING NEW-WORK-FILE
               MOVE WS-SIDE-COUNT TO WS-NEW-COUNT
           END-IF
           PERFORM OpenReport
           IF WS-PARM-ERROR OR WS-INPUT-ERROR
               MOVE "COMPARISON NOT RUN - SEE SYSOUT"
                   TO WS-RPT-PRINT-LINE
               PERFORM WriteReportLine
           ELSE
               PERFORM MatchSides
               PERFORM PrintTotals
           END-IF
           MOVE "C" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE
           EVALUATE TRUE
               WHEN WS-PARM-ERROR OR WS-INPUT-ERROR
                   DISPLAY "RUN-COMPARE: COMPARISON NOT RUN"
               WHEN WS-OLD-ONLY-COUNT = 0 AND WS-NEW-ONLY-COUNT = 0
                   AND WS-CHANGED-COUNT = 0
                   DISPLAY "RUN-COMPARE: " WS-TYPE-NAME " CLEAN - "
                       WS-MATCHED-COUNT " RECORD(S) MATCHED"
               WHEN OTHER
                   DISPLAY "RUN-COMPARE: " WS-TYPE-NAME
                       " NOT CLEAN - " WS-OLD-ONLY-COUNT
                       " OLD ONLY, " WS-NEW-ONLY-COUNT " NEW ONLY, "
                       WS-CHANGED-COUNT " CHANGED"
           END-EVALUATE
           PERFORM WriteAuditEntry
      * RETURN-CODE is set after the closing audit call because a
      * CALL resets the register; STEP-LOG preserves it from here.
           EVALUATE TRUE
               WHEN WS-PARM-ERROR OR WS-INPUT-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN WS-OLD-ONLY-COUNT > 0 OR WS-NEW-ONLY-COUNT > 0
                   OR WS-CHANGED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           PERFORM WriteStepResult
           GOBACK.
      * CMPPARM.DAT names what to compare: S SUMOUT.DAT, D
      * GLDETAIL.DAT, M a GLMASTER.DAT backup image or T two saved
      * text captures (a dry run's report or SYSOUT against the
      * real run's). The old generation must be named. A blank new
      * name means the live SUMOUT.DAT, GLDETAIL.DAT or indexed
      * GLMASTER.DAT; text captures need both names. A run date
      * limits S and D to that night's rows.
       ReadCompareParm.
           OPEN INPUT COMPARE-PARM-FILE
           IF WS-COMPARE-PARM-STATUS = "00"
               READ COMPARE-PARM-FILE
                   NOT AT END
                       MOVE CP-TYPE     TO WS-COMPARE-TYPE
                       MOVE CP-OLD-NAME TO WS-OLD-FILE-NAME
                       MOVE CP-NEW-NAME TO WS-NEW-FILE-NAME
                       IF CP-RUN-DATE NUMERIC
                           MOVE CP-RUN-DATE TO WS-FILTER-DATE
                       END-IF
               END-READ
               CLOSE COMPARE-PARM-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-TYPE-SUMOUT
                   MOVE "SUMOUT.DAT" TO WS-TYPE-NAME
                   MOVE WS-SUMOUT-FIELDS TO WS-FIELD-TABLE
                   MOVE 4 TO WS-FIELD-COUNT
                   IF WS-NEW-FILE-NAME = SPACES
                       MOVE "SUMOUT.DAT" TO WS-NEW-FILE-NAME
                   END-IF
               WHEN WS-TYPE-DETAIL
                   MOVE "GLDETAIL.DAT" TO WS-TYPE-NAME
                   MOVE WS-DETAIL-FIELDS TO WS-FIELD-TABLE
                   MOVE 8 TO WS-FIELD-COUNT
                   IF WS-NEW-FILE-NAME = SPACES
                       MOVE "GLDETAIL.DAT" TO WS-NEW-FILE-NAME
                   END-IF
               WHEN WS-TYPE-MASTER
                   MOVE "GLMASTER.DAT" TO WS-TYPE-NAME
                   MOVE WS-MASTER-FIELDS TO WS-FIELD-TABLE
                   MOVE 4 TO WS-FIELD-COUNT
                   IF WS-NEW-FILE-NAME = SPACES
                       SET WS-LIVE-MASTER TO TRUE
                       MOVE "GLMASTER.DAT (LIVE)" TO WS-NEW-FILE-NAME
                   END-IF
               WHEN WS-TYPE-TEXT
                   MOVE "TEXT CAPTURE" TO WS-TYPE-NAME
                   IF WS-NEW-FILE-NAME = SPACES
                       DISPLAY "RUN-COMPARE: CMPPARM.DAT MUST NAME "
                           "BOTH TEXT CAPTURES"
                       SET WS-PARM-ERROR TO TRUE
                   END-IF
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-TYPE-NAME
                   DISPLAY "RUN-COMPARE: CMPPARM.DAT TYPE MUST BE S, "
                       "D, M OR T"
                   SET WS-PARM-ERROR TO TRUE
           END-EVALUATE
           IF WS-OLD-FILE-NAME = SPACES AND NOT WS-PARM-ERROR
               DISPLAY "RUN-COMPARE: CMPPARM.DAT MUST NAME THE OLD "
                   "GENERATION"
               SET WS-PARM-ERROR TO TRUE
           END-IF.
      * Each side goes through the sort as natural key, arrival
      * sequence and record image, so duplicate keys pair off in
      * the order they were written.
       ReleaseSideRecords.
           MOVE 0 TO WS-SIDE-COUNT
           MOVE 0 TO WS-RECORD-SEQ
           MOVE "N" TO WS-INPUT-EOF-FLAG
           IF WS-NEW-SIDE AND WS-LIVE-MASTER
               PERFORM ReleaseLiveMaster
           ELSE
               IF WS-OLD-SIDE
                   MOVE WS-OLD-FILE-NAME TO WS-INPUT-FILE-NAME
               ELSE
                   MOVE WS-NEW-FILE-NAME TO WS-INPUT-FILE-NAME
               END-IF
               PERFORM ReleaseInputFile
           END-IF.
       ReleaseInputFile.
           OPEN INPUT COMPARE-INPUT-FILE
           IF WS-COMPARE-INPUT-STATUS NOT = "00"
               DISPLAY "RUN-COMPARE: " WS-INPUT-FILE-NAME
                   " NOT AVAILABLE - STATUS " WS-COMPARE-INPUT-STATUS
               SET WS-INPUT-ERROR TO TRUE
               SET WS-INPUT-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-INPUT-EOF
               READ COMPARE-INPUT-FILE
                   AT END SET WS-INPUT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORD-SEQ
                       PERFORM ReleaseOneRecord
               END-READ
           END-PERFORM
           IF WS-COMPARE-INPUT-STATUS = "00" OR "10"
               CLOSE COMPARE-INPUT-FILE
           END-IF.
       ReleaseLiveMaster.
           OPEN INPUT GL-MASTER-FILE
           IF WS-GL-MASTER-STATUS NOT = "00"
               DISPLAY "RUN-COMPARE: GLMASTER.DAT NOT AVAILABLE - "
                   "STATUS " WS-GL-MASTER-STATUS
               SET WS-INPUT-ERROR TO TRUE
               SET WS-INPUT-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-INPUT-EOF
               READ GL-MASTER-FILE
                   AT END SET WS-INPUT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORD-SEQ
                       MOVE GL-MASTER-RECORD TO COMPARE-INPUT-RECORD
                       PERFORM ReleaseOneRecord
               END-READ
           END-PERFORM
           IF WS-GL-MASTER-STATUS = "00" OR "10"
               CLOSE GL-MASTER-FILE
           END-IF.
      * Natural keys: SUMOUT by program, run date, batch sequence
      * and entity (envelope HDR/TRL records are skipped); detail
      * by run date, batch sequence, entity, account, cost center
      * and posting period; the master by its record key; a text
      * capture by line number.
       ReleaseOneRecord.
           MOVE SPACES TO SORT-RECORD
           MOVE WS-RECORD-SEQ TO SR-SEQ
           MOVE COMPARE-INPUT-RECORD TO SR-IMAGE
           EVALUATE TRUE
               WHEN WS-TYPE-SUMOUT
                   IF COMPARE-INPUT-RECORD(1:3) NOT = "HDR"
                       AND COMPARE-INPUT-RECORD(1:3) NOT = "TRL"
                       AND (WS-FILTER-DATE = 0
                           OR GL-RUN-DATE = WS-FILTER-DATE)
                       STRING GL-PROGRAM-ID " " GL-RUN-DATE " "
                           GL-BATCH-SEQ " " GL-ENTITY
                           DELIMITED BY SIZE INTO SR-KEY
                       PERFORM ReleaseSortRecord
                   END-IF
               WHEN WS-TYPE-DETAIL
                   IF WS-FILTER-DATE = 0
                       OR GL-DET-RUN-DATE = WS-FILTER-DATE
                       STRING GL-DET-RUN-DATE " " GL-DET-BATCH-SEQ " "
                           GL-DET-ENTITY " " GL-DET-ACCOUNT-CODE " "
                           GL-DET-COST-CENTER " " GL-DET-POST-PERIOD
                           DELIMITED BY SIZE INTO SR-KEY
                       PERFORM ReleaseSortRecord
                   END-IF
               WHEN WS-TYPE-MASTER
                   MOVE COMPARE-INPUT-RECORD TO GL-MASTER-RECORD
                   STRING GLM-ENTITY " " GLM-ACCOUNT-CODE " "
                       GLM-PERIOD
                       DELIMITED BY SIZE INTO SR-KEY
                   PERFORM ReleaseSortRecord
               WHEN WS-TYPE-TEXT
                   STRING "LINE " WS-RECORD-SEQ
                       DELIMITED BY SIZE INTO SR-KEY
                   PERFORM ReleaseSortRecord
           END-EVALUATE.
       ReleaseSortRecord.
           ADD 1 TO WS-SIDE-COUNT
           RELEASE SORT-RECORD.
      * Both sorted sides are read together in key order. A key on
      * one side only is reported as such; matched records are
      * compared field by field.
       MatchSides.
           OPEN INPUT OLD-WORK-FILE
           OPEN INPUT NEW-WORK-FILE
           PERFORM ReadOldWork
           PERFORM ReadNewWork
           PERFORM UNTIL WS-OLD-EOF AND WS-NEW-EOF
               EVALUATE TRUE
                   WHEN OW-KEY < NW-KEY
                       PERFORM ReportOldOnly
                       PERFORM ReadOldWork
                   WHEN OW-KEY > NW-KEY
                       PERFORM ReportNewOnly
                       PERFORM ReadNewWork
                   WHEN OTHER
                       PERFORM CompareMatchedRecords
                       PERFORM ReadOldWork
                       PERFORM ReadNewWork
               END-EVALUATE
           END-PERFORM
           CLOSE OLD-WORK-FILE
           CLOSE NEW-WORK-FILE.
       ReadOldWork.
           IF NOT WS-OLD-EOF
               READ OLD-WORK-FILE
                   AT END
                       SET WS-OLD-EOF TO TRUE
                       MOVE HIGH-VALUES TO OW-KEY
               END-READ
           END-IF.
       ReadNewWork.
           IF NOT WS-NEW-EOF
               READ NEW-WORK-FILE
                   AT END
                       SET WS-NEW-EOF TO TRUE
                       MOVE HIGH-VALUES TO NW-KEY
               END-READ
           END-IF.
       ReportOldOnly.
           ADD 1 TO WS-OLD-ONLY-COUNT
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE "OLD ONLY" TO WS-RPT-RESULT
           MOVE OW-KEY TO WS-RPT-KEY
           MOVE WS-RPT-DETAIL TO WS-RPT-PRINT-LINE
           PERFORM WriteReportLine
           IF WS-TYPE-TEXT
               MOVE "OLD" TO WS-RPT-TEXT-SIDE
               MOVE OW-IMAGE TO WS-RPT-TEXT
               MOVE WS-RPT-TEXT-LINE TO WS-RPT-PRINT-LINE
               PERFORM WriteReportLine
           END-IF.
       ReportNewOnly.
           ADD 1 TO WS-NEW-ONLY-COUNT
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE "NEW ONLY" TO WS-RPT-RESULT
           MOVE NW-KEY TO WS-RPT-KEY
           MOVE WS-RPT-DETAIL TO WS-RPT-PRINT-LINE
           PERFORM WriteReportLine
           IF WS-TYPE-TEXT
               MOVE "NEW" TO WS-RPT-TEXT-SIDE
               MOVE NW-IMAGE TO WS-RPT-TEXT
               MOVE WS-RPT-TEXT-LINE TO WS-RPT-PRINT-LINE
               PERFORM WriteReportLine
           END-IF.
      * A text line is compared whole and both versions printed;
      * a data record prints one line per field that differs.
       CompareMatchedRecords.
           ADD 1 TO WS-MATCHED-COUNT
           MOVE "N" TO WS-RECORD-DIFF-FLAG
           IF WS-TYPE-TEXT
               IF OW-IMAGE NOT = NW-IMAGE
                   SET WS-RECORD-DIFFERS TO TRUE
                   ADD 1 TO WS-FIELD-DIFF-COUNT
                   MOVE SPACES TO WS-RPT-DETAIL
                   MOVE "CHANGED" TO WS-RPT-RESULT
                   MOVE OW-KEY TO WS-RPT-KEY
                   MOVE WS-RPT-DETAIL TO WS-RPT-PRINT-LINE
                   PERFORM WriteReportLine
                   MOVE "OLD" TO WS-RPT-TEXT-SIDE
                   MOVE OW-IMAGE TO WS-RPT-TEXT
                   MOVE WS-RPT-TEXT-LINE TO WS-RPT-PRINT-LINE
                   PERFORM WriteReportLine
                   MOVE "NEW" TO WS-RPT-TEXT-SIDE
                   MOVE NW-IMAGE TO WS-RPT-TEXT
                   MOVE WS-RPT-TEXT-LINE TO WS-RPT-PRINT-LINE
                   PERFORM WriteReportLine
               END-IF
           ELSE
               PERFORM CompareOneField
                   VARYING WS-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-FIELD-IDX > WS-FIELD-COUNT
           END-IF
           IF WS-RECORD-DIFFERS
               ADD 1 TO WS-CHANGED-COUNT
           END-IF.
       CompareOneField.
           IF NOT WS-FLD-NOT-COMPARED(WS-FIELD-IDX)
               AND OW-IMAGE(WS-FLD-OFFSET(WS-FIELD-IDX):
                   WS-FLD-LENGTH(WS-FIELD-IDX))
               NOT = NW-IMAGE(WS-FLD-OFFSET(WS-FIELD-IDX):
                   WS-FLD-LENGTH(WS-FIELD-IDX))
               SET WS-RECORD-DIFFERS TO TRUE
               ADD 1 TO WS-FIELD-DIFF-COUNT
               MOVE SPACES TO WS-RPT-DETAIL
               MOVE "CHANGED" TO WS-RPT-RESULT
               MOVE OW-KEY TO WS-RPT-KEY
               MOVE WS-FLD-NAME(WS-FIELD-IDX) TO WS-RPT-FIELD
               MOVE OW-IMAGE TO WS-VALUE-IMAGE
               PERFORM FormatFieldValue
               MOVE WS-VALUE-TEXT TO WS-RPT-OLD-VALUE
               MOVE NW-IMAGE TO WS-VALUE-IMAGE
               PERFORM FormatFieldValue
               MOVE WS-VALUE-TEXT TO WS-RPT-NEW-VALUE
               MOVE WS-RPT-DETAIL TO WS-RPT-PRINT-LINE
               PERFORM WriteReportLine
           END-IF.
      * Amounts print edited when they hold valid digits; anything
      * else prints as stored so a damaged value is still visible.
       FormatFieldValue.
           MOVE SPACES TO WS-VALUE-WORK
           MOVE WS-VALUE-IMAGE(WS-FLD-OFFSET(WS-FIELD-IDX):
               WS-FLD-LENGTH(WS-FIELD-IDX)) TO WS-VALUE-WORK
           MOVE WS-FLD-KIND(WS-FIELD-IDX) TO WS-VALUE-KIND
           MOVE WS-VALUE-IMAGE(WS-FLD-OFFSET(WS-FIELD-IDX):
               WS-FLD-LENGTH(WS-FIELD-IDX)) TO WS-VALUE-TEXT
           EVALUATE WS-VALUE-KIND
               WHEN "A"
                   IF WS-VW-AMOUNT-A NUMERIC
                       MOVE WS-VW-AMOUNT-A TO WS-EDIT-AMOUNT
                       MOVE WS-EDIT-AMOUNT TO WS-VALUE-TEXT
                   END-IF
               WHEN "B"
                   IF WS-VW-AMOUNT-B NUMERIC
                       MOVE WS-VW-AMOUNT-B TO WS-EDIT-AMOUNT
                       MOVE WS-EDIT-AMOUNT TO WS-VALUE-TEXT
                   END-IF
               WHEN "C"
                   IF WS-VW-AMOUNT-C NUMERIC
                       MOVE WS-VW-AMOUNT-C TO WS-EDIT-AMOUNT
                       MOVE WS-EDIT-AMOUNT TO WS-VALUE-TEXT
                   END-IF
               WHEN "D"
                   IF WS-VW-AMOUNT-D NUMERIC
                       MOVE WS-VW-AMOUNT-D TO WS-EDIT-AMOUNT
                       MOVE WS-EDIT-AMOUNT TO WS-VALUE-TEXT
                   END-IF
           END-EVALUATE.
       OpenReport.
           MOVE "O" TO WS-RPT-FUNCTION
           MOVE "CMPRUN.RPT" TO WS-RPT-FILE-NAME
           MOVE SPACES TO WS-RPT-TITLE
           STRING "RUN-TO-RUN COMPARISON - " WS-TYPE-NAME
               DELIMITED BY SIZE INTO WS-RPT-TITLE
           MOVE WS-RPT-COLUMN-LINE TO WS-RPT-COLUMN-HEAD
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE
           MOVE SPACES TO WS-RPT-PARM-LINE
           MOVE "OLD GENERATION:" TO WS-PARM-TEXT
           MOVE WS-OLD-FILE-NAME TO WS-PARM-VALUE
           MOVE WS-RPT-PARM-LINE TO WS-RPT-PRINT-LINE
           PERFORM WriteReportLine
           MOVE "NEW GENERATION:" TO WS-PARM-TEXT
           MOVE WS-NEW-FILE-NAME TO WS-PARM-VALUE
           MOVE WS-RPT-PARM-LINE TO WS-RPT-PRINT-LINE
           PERFORM WriteReportLine
           IF WS-FILTER-DATE > 0
               AND (WS-TYPE-SUMOUT OR WS-TYPE-DETAIL)
               MOVE "RUN DATE:" TO WS-PARM-TEXT
               MOVE WS-FILTER-DATE TO WS-PARM-VALUE
               MOVE WS-RPT-PARM-LINE TO WS-RPT-PRINT-LINE
               PERFORM WriteReportLine
           END-IF
           IF WS-TYPE-SUMOUT OR WS-TYPE-DETAIL
               MOVE SPACES TO WS-RPT-PRINT-LINE
               STRING "RUN TIMESTAMPS ARE NOT COMPARED - THEY "
                   "DIFFER ON EVERY RERUN"
                   DELIMITED BY SIZE INTO WS-RPT-PRINT-LINE
               PERFORM WriteReportLine
           END-IF
           MOVE SPACES TO WS-RPT-PARM-LINE
           MOVE SPACES TO WS-RPT-PRINT-LINE
           PERFORM WriteReportLine.
       PrintTotals.
           MOVE "OLD GENERATION RECORDS:" TO WS-COUNT-TEXT
           MOVE WS-OLD-COUNT TO WS-COUNT-VALUE
           PERFORM WriteCountLine
           MOVE "NEW GENERATION RECORDS:" TO WS-COUNT-TEXT
           MOVE WS-NEW-COUNT TO WS-COUNT-VALUE
           PERFORM WriteCountLine
           MOVE "RECORDS MATCHED ON KEY:" TO WS-COUNT-TEXT
           MOVE WS-MATCHED-COUNT TO WS-COUNT-VALUE
           PERFORM WriteCountLine
           MOVE "MATCHED RECORDS WITH DIFFERENCES:" TO WS-COUNT-TEXT
           MOVE WS-CHANGED-COUNT TO WS-COUNT-VALUE
           PERFORM WriteCountLine
           MOVE "FIELD DIFFERENCES:" TO WS-COUNT-TEXT
           MOVE WS-FIELD-DIFF-COUNT TO WS-COUNT-VALUE
           PERFORM WriteCountLine
           MOVE "RECORDS ON OLD GENERATION ONLY:" TO WS-COUNT-TEXT
           MOVE WS-OLD-ONLY-COUNT TO WS-COUNT-VALUE
           PERFORM WriteCountLine
           MOVE "RECORDS ON NEW GENERATION ONLY:" TO WS-COUNT-TEXT
           MOVE WS-NEW-ONLY-COUNT TO WS-COUNT-VALUE
           PERFORM WriteCountLine
           MOVE SPACES TO WS-RPT-PRINT-LINE
           IF WS-OLD-ONLY-COUNT = 0 AND WS-NEW-ONLY-COUNT = 0
               AND WS-CHANGED-COUNT = 0
               MOVE "VERDICT: CLEAN - BOTH GENERATIONS MATCH"
                   TO WS-RPT-PRINT-LINE
           ELSE
               MOVE "VERDICT: NOT CLEAN - GENERATIONS DIFFER"
                   TO WS-RPT-PRINT-LINE
           END-IF
           MOVE "T" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
       WriteCountLine.
           MOVE WS-RPT-COUNT-LINE TO WS-RPT-PRINT-LINE
           MOVE "T" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
       WriteReportLine.
           MOVE "W" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
       WriteStartAudit.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           MOVE "RUN-COMPARE"    TO WS-AUDIT-PROGRAM-ID
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
           MOVE "RUN-COMPARE"    TO WS-AUDIT-PROGRAM-ID
           MOVE WS-END-TIMESTAMP TO WS-AUDIT-TIMESTAMP
           MOVE WS-OPERATOR-ID   TO WS-AUDIT-OPERATOR-ID
           MOVE "SUCCESS"        TO WS-AUDIT-OUTCOME
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM-ID
               WS-AUDIT-TIMESTAMP WS-AUDIT-OPERATOR-ID
               WS-AUDIT-OUTCOME.
       WriteStepResult.
           MOVE "RUNCMP" TO WS-STEP-NAME
           MOVE WS-BUSINESS-DATE TO WS-STEP-DATE
           MOVE RETURN-CODE TO WS-STEP-RC
           CALL "STEP-LOG" USING WS-STEP-NAME WS-STEP-DATE
               WS-STEP-RC
           MOVE WS-STEP-RC TO RETURN-CODE.
       END PROGRAM RUN-COMPARE.
