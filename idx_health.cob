       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDX-HEALTH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-ACCOUNT-CODE
               FILE STATUS IS WS-OLD-STATUS.
           SELECT COST-CENTER-MASTER-FILE ASSIGN TO "CCMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CC-CODE
               FILE STATUS IS WS-OLD-STATUS.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-OLD-STATUS.
           SELECT GL-MASTER-FILE ASSIGN TO "GLMASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GLM-KEY
               FILE STATUS IS WS-OLD-STATUS.
           SELECT SEQUENCE-LOOKUP-FILE ASSIGN TO "SEQLKUP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SL-COUNTER
               FILE STATUS IS WS-OLD-STATUS.
           SELECT ACCOUNT-REORG-FILE ASSIGN TO "ACCTMAST.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ARG-KEY
               FILE STATUS IS WS-NEW-STATUS.
           SELECT COST-CENTER-REORG-FILE ASSIGN TO "CCMAST.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRG-KEY
               FILE STATUS IS WS-NEW-STATUS.
           SELECT EMPLOYEE-REORG-FILE ASSIGN TO "EMPMAST.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ERG-KEY
               FILE STATUS IS WS-NEW-STATUS.
           SELECT GL-REORG-FILE ASSIGN TO "GLMASTER.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GRG-KEY
               FILE STATUS IS WS-NEW-STATUS.
           SELECT SEQUENCE-REORG-FILE ASSIGN TO "SEQLKUP.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SRG-KEY
               FILE STATUS IS WS-NEW-STATUS.
           SELECT ACCOUNT-LEGACY-FILE ASSIGN TO "ACCTMAST.V48"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LEG-ACCOUNT-CODE
               FILE STATUS IS WS-OLD-STATUS.
           SELECT REORG-PARM-FILE ASSIGN TO "IDXPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REORG-PARM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTREC.
       FD  COST-CENTER-MASTER-FILE.
           COPY CCREC.
       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPREC.
       FD  GL-MASTER-FILE.
           COPY GLMASTREC.
       FD  SEQUENCE-LOOKUP-FILE.
       01  SEQUENCE-LOOKUP-RECORD.
           05 SL-COUNTER        PIC 9(6).
           05 SL-SEQUENCE-VALUE PIC 9(6).
      * The fresh copies are built record for record from the
      * masters above, so each carries only the key where the
      * master's layout has it and the rest of the record whole.
       FD  ACCOUNT-REORG-FILE.
       01  ACCOUNT-REORG-RECORD.
           05 ARG-KEY           PIC X(8).
           05 FILLER            PIC X(44).
       FD  COST-CENTER-REORG-FILE.
       01  COST-CENTER-REORG-RECORD.
           05 CRG-KEY           PIC X(4).
           05 FILLER            PIC X(39).
       FD  EMPLOYEE-REORG-FILE.
       01  EMPLOYEE-REORG-RECORD.
           05 ERG-KEY           PIC X(6).
           05 FILLER            PIC X(43).
       FD  GL-REORG-FILE.
       01  GL-REORG-RECORD.
           05 GRG-KEY           PIC X(17).
           05 FILLER            PIC X(47).
       FD  SEQUENCE-REORG-FILE.
       01  SEQUENCE-REORG-RECORD.
           05 SRG-KEY           PIC X(6).
           05 FILLER            PIC X(6).
      * The chart of accounts as it stood before the intercompany
      * role and counterparty were added: 48 bytes, the same
      * fields up to and including the effective date.
       FD  ACCOUNT-LEGACY-FILE.
       01  ACCOUNT-LEGACY-RECORD.
           05 LEG-ACCOUNT-CODE  PIC X(8).
           05 FILLER            PIC X(40).
       FD  REORG-PARM-FILE.
       01  REORG-PARM-RECORD    PIC X(12).
       WORKING-STORAGE SECTION.
           01 WS-OLD-STATUS        PIC XX.
           01 WS-NEW-STATUS        PIC XX.
           01 WS-REORG-PARM-STATUS PIC XX.
           01 WS-OLD-EOF-FLAG      PIC X VALUE "N".
               88 WS-OLD-EOF VALUE "Y".
           01 WS-NEW-EOF-FLAG      PIC X VALUE "N".
               88 WS-NEW-EOF VALUE "Y".
           01 WS-PARM-EOF-FLAG     PIC X VALUE "N".
               88 WS-PARM-EOF VALUE "Y".
           01 WS-OLD-OPEN-FLAG     PIC X VALUE "N".
               88 WS-OLD-OPEN VALUE "Y".
           01 WS-NEW-OPEN-FLAG     PIC X VALUE "N".
               88 WS-NEW-OPEN VALUE "Y".
           01 WS-ANY-FAULT-FLAG    PIC X VALUE "N".
               88 WS-ANY-FAULT VALUE "Y".
           01 WS-CONVERT-FLAG      PIC X VALUE "N".
               88 WS-CONVERT-REQUESTED VALUE "Y".
           01 WS-LEGACY-NAME       PIC X(20) VALUE "ACCTMAST.V48".
           01 WS-CONVERT-TARGET    PIC X(20) VALUE "ACCTMAST.DAT".
      * The five indexed masters, each with its name stem and
      * whether IDXPARM.DAT asked for it to be reorganised.
           01 WS-FILE-TABLE-DATA.
               05 FILLER PIC X(8) VALUE "ACCTMAST".
               05 FILLER PIC X(8) VALUE "CCMAST".
               05 FILLER PIC X(8) VALUE "EMPMAST".
               05 FILLER PIC X(8) VALUE "GLMASTER".
               05 FILLER PIC X(8) VALUE "SEQLKUP".
           01 WS-FILE-TABLE REDEFINES WS-FILE-TABLE-DATA.
               05 WS-FILE-STEM     PIC X(8) OCCURS 5 TIMES.
           01 WS-REORG-TABLE.
               05 WS-REORG-WANTED  PIC X OCCURS 5 TIMES.
           01 WS-FILE-MAX          PIC 9 VALUE 5.
           01 WS-FILE-IDX          PIC 9.
           01 WS-FILE-NAME         PIC X(20).
           01 WS-NEW-NAME          PIC X(20).
           01 WS-OLD-NAME          PIC X(20).
           01 WS-PARM-NAME         PIC X(20).
      * One record as read, whichever master it came from.
           01 WS-CUR-KEY           PIC X(20).
           01 WS-PREV-KEY          PIC X(20).
           01 WS-CUR-RECORD        PIC X(64).
           01 WS-LAYOUT-FAULT      PIC X(40).
      * Counts and key hash of the check pass and of the fresh
      * copy; the copy is only swapped in when both agree.
           01 WS-RECORD-COUNT      PIC 9(9).
           01 WS-KEY-HASH          PIC 9(15).
           01 WS-NEW-COUNT         PIC 9(9).
           01 WS-NEW-HASH          PIC 9(15).
           01 WS-WRITE-FAIL-COUNT  PIC 9(9).
           01 WS-REC-HASH          PIC 9(15).
           01 WS-HASH-POS          PIC 99.
           01 WS-KEY-FAULTS        PIC 9(6).
           01 WS-LAYOUT-FAULTS     PIC 9(6).
           01 WS-READ-FAULTS       PIC 9(6).
           01 WS-DETAIL-SHOWN      PIC 9(4).
           01 WS-DETAIL-LIMIT      PIC 9(4) VALUE 200.
           01 WS-FILES-CLEAN       PIC 9 VALUE 0.
           01 WS-FILES-FAULTY      PIC 9 VALUE 0.
           01 WS-FILES-REORGED     PIC 9 VALUE 0.
           01 WS-FILES-REFUSED     PIC 9 VALUE 0.
           01 WS-FILES-CONVERTED   PIC 9 VALUE 0.
           01 WS-RESULT-TEXT       PIC X(12).
           01 WS-REORG-TEXT        PIC X(30).
           01 WS-RPT-COLUMN-LINE.
               05 FILLER PIC X(13) VALUE "FILE".
               05 FILLER PIC X(11) VALUE "    RECORDS".
               05 FILLER PIC X(8)  VALUE "  KEYS".
               05 FILLER PIC X(8)  VALUE "  LAYOUT".
               05 FILLER PIC X(8)  VALUE "  READ".
               05 FILLER PIC X(16) VALUE "  RESULT".
               05 FILLER PIC X(30) VALUE "REORGANISATION".
           01 WS-RPT-FILE-LINE.
               05 WS-RPT-MASTER-NAME PIC X(12).
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-RECORDS     PIC ZZZ,ZZZ,ZZ9.
               05 FILLER             PIC XX VALUE SPACES.
               05 WS-RPT-KEY-FAULTS  PIC ZZZZZ9.
               05 FILLER             PIC XX VALUE SPACES.
               05 WS-RPT-LAYOUT-FAULTS PIC ZZZZZ9.
               05 FILLER             PIC XX VALUE SPACES.
               05 WS-RPT-READ-FAULTS PIC ZZZZZ9.
               05 FILLER             PIC XX VALUE SPACES.
               05 WS-RPT-RESULT      PIC X(12).
               05 FILLER             PIC XX VALUE SPACES.
               05 WS-RPT-REORG       PIC X(30).
           01 WS-RPT-FAULT-LINE.
               05 FILLER             PIC X(4) VALUE SPACES.
               05 WS-RPT-FAULT-FILE  PIC X(12).
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-FAULT-KEY   PIC X(20).
               05 FILLER             PIC X VALUE SPACE.
               05 WS-RPT-FAULT-TEXT  PIC X(40).
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
           PERFORM ReadReorgParm
           PERFORM OpenReport
           IF WS-CONVERT-REQUESTED
               PERFORM ConvertAccountMaster
           END-IF
           PERFORM CheckOneFile
               VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > WS-FILE-MAX
           PERFORM PrintTotals
           MOVE "C" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE
           DISPLAY "IDX-HEALTH: " WS-FILES-CLEAN " CLEAN, "
               WS-FILES-FAULTY " WITH FAULTS, "
               WS-FILES-REORGED " REORGANISED, "
               WS-FILES-REFUSED " REORGANISATION(S) REFUSED"
           IF WS-CONVERT-REQUESTED
               DISPLAY "IDX-HEALTH: " WS-FILES-CONVERTED
                   " ACCOUNT MASTER CONVERTED TO THE 52-BYTE LAYOUT"
           END-IF
           PERFORM WriteAuditEntry
      * RETURN-CODE is set after the closing audit call because a
      * CALL resets the register; STEP-LOG preserves it from here.
           IF WS-ANY-FAULT
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM WriteStepResult
           GOBACK.
      * IDXPARM.DAT names the masters to reorganise, one file name
      * per line (ACCTMAST.DAT and so on), or ALL for every one.
      * A CONVERT line asks for the one-off account master layout
      * conversion ahead of the check. With no parameter the run
      * only checks.
       ReadReorgParm.
           MOVE ALL "N" TO WS-REORG-TABLE
           OPEN INPUT REORG-PARM-FILE
           IF WS-REORG-PARM-STATUS NOT = "00"
               SET WS-PARM-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-PARM-EOF
               READ REORG-PARM-FILE
                   AT END SET WS-PARM-EOF TO TRUE
                   NOT AT END
                       PERFORM TakeReorgRequest
               END-READ
           END-PERFORM
           IF WS-REORG-PARM-STATUS = "00" OR "10"
               CLOSE REORG-PARM-FILE
           END-IF.
       TakeReorgRequest.
           IF REORG-PARM-RECORD = "CONVERT"
               SET WS-CONVERT-REQUESTED TO TRUE
           END-IF
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-MAX
               PERFORM BuildFileNames
               MOVE REORG-PARM-RECORD TO WS-PARM-NAME
               IF WS-PARM-NAME = WS-FILE-NAME
                   OR REORG-PARM-RECORD = "ALL"
                   MOVE "Y" TO WS-REORG-WANTED(WS-FILE-IDX)
               END-IF
           END-PERFORM.
       BuildFileNames.
           MOVE SPACES TO WS-FILE-NAME WS-NEW-NAME WS-OLD-NAME
           STRING WS-FILE-STEM(WS-FILE-IDX) DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE INTO WS-FILE-NAME
           STRING WS-FILE-STEM(WS-FILE-IDX) DELIMITED BY SPACE
               ".NEW" DELIMITED BY SIZE INTO WS-NEW-NAME
           STRING WS-FILE-STEM(WS-FILE-IDX) DELIMITED BY SPACE
               ".OLD" DELIMITED BY SIZE INTO WS-OLD-NAME.
       OpenReport.
           MOVE "O" TO WS-RPT-FUNCTION
           MOVE "IDXHLTH.RPT" TO WS-RPT-FILE-NAME
           MOVE SPACES TO WS-RPT-TITLE
           STRING "INDEXED FILE HEALTH CHECK - "
               WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-RPT-TITLE
           MOVE WS-RPT-COLUMN-LINE TO WS-RPT-COLUMN-HEAD
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
      * Each master is read end to end in key order. Every key
      * must be higher than the one before it (an equal key is a
      * duplicate, a lower one out of sequence), every record must
      * pass its own layout edits, and any read other than a clean
      * record or end of file is a read fault. A faulty file is
      * still reorganised when asked, since a fresh copy is often
      * the cure; the count and hash comparison decides the swap.
       CheckOneFile.
           PERFORM BuildFileNames
           MOVE 0 TO WS-RECORD-COUNT WS-KEY-HASH WS-KEY-FAULTS
               WS-LAYOUT-FAULTS WS-READ-FAULTS WS-DETAIL-SHOWN
           MOVE LOW-VALUES TO WS-PREV-KEY
           MOVE SPACES TO WS-REORG-TEXT
           PERFORM OpenOldFile
           IF WS-OLD-OPEN
               PERFORM UNTIL WS-OLD-EOF
                   PERFORM ReadOldRecord
                   IF NOT WS-OLD-EOF
                       PERFORM CheckRecord
                   END-IF
               END-PERFORM
               PERFORM CloseOldFile
               IF WS-KEY-FAULTS = 0 AND WS-LAYOUT-FAULTS = 0
                   AND WS-READ-FAULTS = 0
                   MOVE "CLEAN" TO WS-RESULT-TEXT
                   ADD 1 TO WS-FILES-CLEAN
               ELSE
                   MOVE "FAULTS FOUND" TO WS-RESULT-TEXT
                   ADD 1 TO WS-FILES-FAULTY
                   SET WS-ANY-FAULT TO TRUE
               END-IF
               IF WS-REORG-WANTED(WS-FILE-IDX) = "Y"
                   PERFORM ReorganiseFile
               END-IF
           ELSE
               MOVE "NOT OPENED" TO WS-RESULT-TEXT
               ADD 1 TO WS-FILES-FAULTY
               SET WS-ANY-FAULT TO TRUE
               MOVE SPACES TO WS-REORG-TEXT
               STRING "OPEN STATUS " WS-OLD-STATUS
                   DELIMITED BY SIZE INTO WS-REORG-TEXT
           END-IF
           PERFORM PrintFileLine.
       CheckRecord.
           PERFORM CheckRecordKey
           PERFORM EditLayout
           IF WS-LAYOUT-FAULT NOT = SPACES
               ADD 1 TO WS-LAYOUT-FAULTS
               PERFORM PrintFaultLine
           END-IF.
       CheckRecordKey.
           ADD 1 TO WS-RECORD-COUNT
           PERFORM HashCurrentKey
           COMPUTE WS-KEY-HASH =
               FUNCTION MOD(WS-KEY-HASH + WS-REC-HASH,
               1000000000000000)
           IF WS-CUR-KEY = WS-PREV-KEY
               ADD 1 TO WS-KEY-FAULTS
               MOVE "DUPLICATE KEY" TO WS-LAYOUT-FAULT
               PERFORM PrintFaultLine
           END-IF
           IF WS-CUR-KEY < WS-PREV-KEY
               ADD 1 TO WS-KEY-FAULTS
               MOVE "KEY OUT OF SEQUENCE" TO WS-LAYOUT-FAULT
               PERFORM PrintFaultLine
           END-IF
           MOVE WS-CUR-KEY TO WS-PREV-KEY.
      * A key's hash weights each byte by its position, so keys
      * that differ only in order still hash apart.
       HashCurrentKey.
           MOVE 0 TO WS-REC-HASH
           PERFORM VARYING WS-HASH-POS FROM 1 BY 1
                   UNTIL WS-HASH-POS > 20
               COMPUTE WS-REC-HASH = FUNCTION MOD(WS-REC-HASH * 31
                   + FUNCTION ORD(WS-CUR-KEY(WS-HASH-POS:1)),
                   1000000000000)
           END-PERFORM.
      * The first failing edit names the record's fault.
       EditLayout.
           MOVE SPACES TO WS-LAYOUT-FAULT
           EVALUATE WS-FILE-IDX
               WHEN 1
                   PERFORM EditAccountRecord
               WHEN 2
                   PERFORM EditCostCenterRecord
               WHEN 3
                   PERFORM EditEmployeeRecord
               WHEN 4
                   PERFORM EditGlMasterRecord
               WHEN 5
                   PERFORM EditSequenceRecord
           END-EVALUATE.
       EditAccountRecord.
           EVALUATE TRUE
               WHEN AM-ACCOUNT-CODE = SPACES
                   MOVE "BLANK ACCOUNT CODE" TO WS-LAYOUT-FAULT
               WHEN NOT (AM-ASSET OR AM-LIABILITY OR AM-INCOME
                   OR AM-EXPENSE)
                   MOVE "ACCOUNT TYPE NOT A/L/I/E" TO WS-LAYOUT-FAULT
               WHEN NOT (AM-ACTIVE OR AM-INACTIVE)
                   MOVE "STATUS NOT A/I" TO WS-LAYOUT-FAULT
               WHEN AM-EFFECTIVE-DATE NOT NUMERIC
                   MOVE "EFFECTIVE DATE NOT NUMERIC"
                       TO WS-LAYOUT-FAULT
           END-EVALUATE.
       EditCostCenterRecord.
           EVALUATE TRUE
               WHEN CC-CODE = SPACES
                   MOVE "BLANK COST CENTER CODE" TO WS-LAYOUT-FAULT
               WHEN NOT (CC-ACTIVE OR CC-INACTIVE)
                   MOVE "STATUS NOT A/I" TO WS-LAYOUT-FAULT
               WHEN CC-EFFECTIVE-DATE NOT NUMERIC
                   MOVE "EFFECTIVE DATE NOT NUMERIC"
                       TO WS-LAYOUT-FAULT
           END-EVALUATE.
       EditEmployeeRecord.
           EVALUATE TRUE
               WHEN EM-EMPLOYEE-ID NOT NUMERIC
                   MOVE "EMPLOYEE ID NOT NUMERIC" TO WS-LAYOUT-FAULT
               WHEN EM-FULL-NAME = SPACES
                   MOVE "BLANK EMPLOYEE NAME" TO WS-LAYOUT-FAULT
               WHEN NOT (EM-ACTIVE OR EM-INACTIVE)
                   MOVE "STATUS NOT A/I" TO WS-LAYOUT-FAULT
               WHEN EM-EFFECTIVE-DATE NOT NUMERIC
                   MOVE "EFFECTIVE DATE NOT NUMERIC"
                       TO WS-LAYOUT-FAULT
           END-EVALUATE.
       EditGlMasterRecord.
           EVALUATE TRUE
               WHEN GLM-ACCOUNT-CODE = SPACES
                   MOVE "BLANK ACCOUNT CODE" TO WS-LAYOUT-FAULT
               WHEN GLM-PERIOD NOT NUMERIC
                   MOVE "PERIOD NOT NUMERIC" TO WS-LAYOUT-FAULT
               WHEN GLM-PERIOD(5:2) < "01" OR GLM-PERIOD(5:2) > "12"
                   MOVE "PERIOD MONTH NOT 01-12" TO WS-LAYOUT-FAULT
               WHEN GLM-OPENING-BALANCE NOT NUMERIC
                   OR GLM-PERIOD-ACTIVITY NOT NUMERIC
                   OR GLM-CLOSING-BALANCE NOT NUMERIC
                   MOVE "BALANCE NOT NUMERIC" TO WS-LAYOUT-FAULT
               WHEN GLM-CLOSING-BALANCE NOT =
                   GLM-OPENING-BALANCE + GLM-PERIOD-ACTIVITY
                   MOVE "CLOSING NOT OPENING PLUS ACTIVITY"
                       TO WS-LAYOUT-FAULT
               WHEN GLM-LAST-POSTED-DATE NOT NUMERIC
                   MOVE "LAST POSTED DATE NOT NUMERIC"
                       TO WS-LAYOUT-FAULT
           END-EVALUATE.
       EditSequenceRecord.
           EVALUATE TRUE
               WHEN SL-COUNTER NOT NUMERIC
                   MOVE "COUNTER NOT NUMERIC" TO WS-LAYOUT-FAULT
               WHEN SL-SEQUENCE-VALUE NOT NUMERIC
                   MOVE "SEQUENCE VALUE NOT NUMERIC" TO WS-LAYOUT-FAULT
           END-EVALUATE.
       OpenOldFile.
           MOVE "N" TO WS-OLD-OPEN-FLAG
           MOVE "N" TO WS-OLD-EOF-FLAG
           EVALUATE WS-FILE-IDX
               WHEN 1 OPEN INPUT ACCOUNT-MASTER-FILE
               WHEN 2 OPEN INPUT COST-CENTER-MASTER-FILE
               WHEN 3 OPEN INPUT EMPLOYEE-MASTER-FILE
               WHEN 4 OPEN INPUT GL-MASTER-FILE
               WHEN 5 OPEN INPUT SEQUENCE-LOOKUP-FILE
           END-EVALUATE
           IF WS-OLD-STATUS = "00"
               SET WS-OLD-OPEN TO TRUE
           END-IF.
       CloseOldFile.
           EVALUATE WS-FILE-IDX
               WHEN 1 CLOSE ACCOUNT-MASTER-FILE
               WHEN 2 CLOSE COST-CENTER-MASTER-FILE
               WHEN 3 CLOSE EMPLOYEE-MASTER-FILE
               WHEN 4 CLOSE GL-MASTER-FILE
               WHEN 5 CLOSE SEQUENCE-LOOKUP-FILE
           END-EVALUATE
           MOVE "N" TO WS-OLD-OPEN-FLAG.
       ReadOldRecord.
           EVALUATE WS-FILE-IDX
               WHEN 1
                   READ ACCOUNT-MASTER-FILE
                       AT END SET WS-OLD-EOF TO TRUE
                       NOT AT END
                           MOVE AM-ACCOUNT-CODE TO WS-CUR-KEY
                           MOVE ACCOUNT-MASTER-RECORD TO WS-CUR-RECORD
                   END-READ
               WHEN 2
                   READ COST-CENTER-MASTER-FILE
                       AT END SET WS-OLD-EOF TO TRUE
                       NOT AT END
                           MOVE CC-CODE TO WS-CUR-KEY
                           MOVE COST-CENTER-RECORD TO WS-CUR-RECORD
                   END-READ
               WHEN 3
                   READ EMPLOYEE-MASTER-FILE
                       AT END SET WS-OLD-EOF TO TRUE
                       NOT AT END
                           MOVE EM-EMPLOYEE-ID TO WS-CUR-KEY
                           MOVE EMPLOYEE-RECORD TO WS-CUR-RECORD
                   END-READ
               WHEN 4
                   READ GL-MASTER-FILE
                       AT END SET WS-OLD-EOF TO TRUE
                       NOT AT END
                           MOVE GLM-KEY TO WS-CUR-KEY
                           MOVE GL-MASTER-RECORD TO WS-CUR-RECORD
                   END-READ
               WHEN 5
                   READ SEQUENCE-LOOKUP-FILE
                       AT END SET WS-OLD-EOF TO TRUE
                       NOT AT END
                           MOVE SL-COUNTER TO WS-CUR-KEY
                           MOVE SEQUENCE-LOOKUP-RECORD TO WS-CUR-RECORD
                   END-READ
           END-EVALUATE
           PERFORM CheckOldReadStatus.
      * A read that neither returns a record nor reaches the end
      * leaves the rest of the file unreadable in key order, so
      * the pass stops there and the fault is reported.
       CheckOldReadStatus.
           IF NOT WS-OLD-EOF
               AND WS-OLD-STATUS NOT = "00" AND NOT = "02"
               ADD 1 TO WS-READ-FAULTS
               MOVE SPACES TO WS-LAYOUT-FAULT
               STRING "READ FAILED - STATUS " WS-OLD-STATUS
                   DELIMITED BY SIZE INTO WS-LAYOUT-FAULT
               MOVE WS-PREV-KEY TO WS-CUR-KEY
               PERFORM PrintFaultLine
               SET WS-OLD-EOF TO TRUE
           END-IF.
      * The master is copied in key order into a fresh file, the
      * copy re-read end to end, and only when its record count
      * and key hash agree with the check pass does it replace
      * the master. The master is kept as .OLD until the next
      * reorganisation; a refused copy is deleted.
       ReorganiseFile.
           MOVE 0 TO WS-NEW-COUNT WS-NEW-HASH WS-WRITE-FAIL-COUNT
           PERFORM OpenOldFile
           PERFORM OpenNewOutput
           IF WS-OLD-OPEN AND WS-NEW-OPEN
               PERFORM UNTIL WS-OLD-EOF
                   PERFORM ReadOldRecord
                   IF NOT WS-OLD-EOF
                       PERFORM WriteNewRecord
                   END-IF
               END-PERFORM
           END-IF
           IF WS-OLD-OPEN
               PERFORM CloseOldFile
           END-IF
           IF WS-NEW-OPEN
               PERFORM CloseNewFile
               PERFORM ReloadCheck
           END-IF
           IF WS-NEW-COUNT = WS-RECORD-COUNT
               AND WS-NEW-HASH = WS-KEY-HASH
               AND WS-WRITE-FAIL-COUNT = 0
               AND WS-READ-FAULTS = 0
               PERFORM SwapInNewFile
           ELSE
               ADD 1 TO WS-FILES-REFUSED
               SET WS-ANY-FAULT TO TRUE
               MOVE SPACES TO WS-REORG-TEXT
               STRING "REFUSED - COPY HAS " WS-NEW-COUNT
                   DELIMITED BY SIZE INTO WS-REORG-TEXT
               MOVE 0 TO RETURN-CODE
               CALL "CBL_DELETE_FILE" USING WS-NEW-NAME
               MOVE 0 TO RETURN-CODE
           END-IF.
       OpenNewOutput.
           MOVE "N" TO WS-NEW-OPEN-FLAG
           EVALUATE WS-FILE-IDX
               WHEN 1 OPEN OUTPUT ACCOUNT-REORG-FILE
               WHEN 2 OPEN OUTPUT COST-CENTER-REORG-FILE
               WHEN 3 OPEN OUTPUT EMPLOYEE-REORG-FILE
               WHEN 4 OPEN OUTPUT GL-REORG-FILE
               WHEN 5 OPEN OUTPUT SEQUENCE-REORG-FILE
           END-EVALUATE
           IF WS-NEW-STATUS = "00"
               SET WS-NEW-OPEN TO TRUE
           END-IF.
       OpenNewInput.
           MOVE "N" TO WS-NEW-OPEN-FLAG
           MOVE "N" TO WS-NEW-EOF-FLAG
           EVALUATE WS-FILE-IDX
               WHEN 1 OPEN INPUT ACCOUNT-REORG-FILE
               WHEN 2 OPEN INPUT COST-CENTER-REORG-FILE
               WHEN 3 OPEN INPUT EMPLOYEE-REORG-FILE
               WHEN 4 OPEN INPUT GL-REORG-FILE
               WHEN 5 OPEN INPUT SEQUENCE-REORG-FILE
           END-EVALUATE
           IF WS-NEW-STATUS = "00"
               SET WS-NEW-OPEN TO TRUE
           END-IF.
       CloseNewFile.
           EVALUATE WS-FILE-IDX
               WHEN 1 CLOSE ACCOUNT-REORG-FILE
               WHEN 2 CLOSE COST-CENTER-REORG-FILE
               WHEN 3 CLOSE EMPLOYEE-REORG-FILE
               WHEN 4 CLOSE GL-REORG-FILE
               WHEN 5 CLOSE SEQUENCE-REORG-FILE
           END-EVALUATE
           MOVE "N" TO WS-NEW-OPEN-FLAG.
       WriteNewRecord.
           EVALUATE WS-FILE-IDX
               WHEN 1
                   MOVE WS-CUR-RECORD TO ACCOUNT-REORG-RECORD
                   WRITE ACCOUNT-REORG-RECORD
               WHEN 2
                   MOVE WS-CUR-RECORD TO COST-CENTER-REORG-RECORD
                   WRITE COST-CENTER-REORG-RECORD
               WHEN 3
                   MOVE WS-CUR-RECORD TO EMPLOYEE-REORG-RECORD
                   WRITE EMPLOYEE-REORG-RECORD
               WHEN 4
                   MOVE WS-CUR-RECORD TO GL-REORG-RECORD
                   WRITE GL-REORG-RECORD
               WHEN 5
                   MOVE WS-CUR-RECORD TO SEQUENCE-REORG-RECORD
                   WRITE SEQUENCE-REORG-RECORD
           END-EVALUATE
           IF WS-NEW-STATUS NOT = "00"
               ADD 1 TO WS-WRITE-FAIL-COUNT
           END-IF.
       ReloadCheck.
           PERFORM OpenNewInput
           IF WS-NEW-OPEN
               PERFORM UNTIL WS-NEW-EOF
                   PERFORM ReadNewRecord
               END-PERFORM
               PERFORM CloseNewFile
           END-IF.
       ReadNewRecord.
           EVALUATE WS-FILE-IDX
               WHEN 1
                   READ ACCOUNT-REORG-FILE
                       AT END SET WS-NEW-EOF TO TRUE
                       NOT AT END MOVE ARG-KEY TO WS-CUR-KEY
                   END-READ
               WHEN 2
                   READ COST-CENTER-REORG-FILE
                       AT END SET WS-NEW-EOF TO TRUE
                       NOT AT END MOVE CRG-KEY TO WS-CUR-KEY
                   END-READ
               WHEN 3
                   READ EMPLOYEE-REORG-FILE
                       AT END SET WS-NEW-EOF TO TRUE
                       NOT AT END MOVE ERG-KEY TO WS-CUR-KEY
                   END-READ
               WHEN 4
                   READ GL-REORG-FILE
                       AT END SET WS-NEW-EOF TO TRUE
                       NOT AT END MOVE GRG-KEY TO WS-CUR-KEY
                   END-READ
               WHEN 5
                   READ SEQUENCE-REORG-FILE
                       AT END SET WS-NEW-EOF TO TRUE
                       NOT AT END MOVE SRG-KEY TO WS-CUR-KEY
                   END-READ
           END-EVALUATE
           IF NOT WS-NEW-EOF
               IF WS-NEW-STATUS = "00" OR "02"
                   ADD 1 TO WS-NEW-COUNT
                   PERFORM HashCurrentKey
                   COMPUTE WS-NEW-HASH =
                       FUNCTION MOD(WS-NEW-HASH + WS-REC-HASH,
                       1000000000000000)
               ELSE
                   SET WS-NEW-EOF TO TRUE
               END-IF
           END-IF.
      * The master goes to .OLD first; if the copy then cannot
      * take its name, the master is put back as it was.
       SwapInNewFile.
           MOVE 0 TO RETURN-CODE
           CALL "CBL_DELETE_FILE" USING WS-OLD-NAME
           MOVE 0 TO RETURN-CODE
           CALL "CBL_RENAME_FILE" USING WS-FILE-NAME WS-OLD-NAME
           IF RETURN-CODE = 0
               CALL "CBL_RENAME_FILE" USING WS-NEW-NAME WS-FILE-NAME
               IF RETURN-CODE = 0
                   ADD 1 TO WS-FILES-REORGED
                   MOVE "REORGANISED - MATCHED" TO WS-REORG-TEXT
               ELSE
                   CALL "CBL_RENAME_FILE" USING WS-OLD-NAME
                       WS-FILE-NAME
                   ADD 1 TO WS-FILES-REFUSED
                   SET WS-ANY-FAULT TO TRUE
                   MOVE "REFUSED - COPY NOT RENAMED" TO WS-REORG-TEXT
               END-IF
           ELSE
               ADD 1 TO WS-FILES-REFUSED
               SET WS-ANY-FAULT TO TRUE
               MOVE "REFUSED - MASTER NOT RENAMED" TO WS-REORG-TEXT
           END-IF
           MOVE 0 TO RETURN-CODE.
      * ACCTMAST.DAT grew from 48 to 52 bytes when the intercompany
      * role and counterparty were added. For the cut-over the
      * 48-byte master is renamed ACCTMAST.V48 and this loads it,
      * in key order, into a fresh 52-byte copy with both new
      * fields blank. The copy becomes ACCTMAST.DAT only when its
      * re-read count and key hash agree with the unload, and
      * never over an ACCTMAST.DAT already there, so a CONVERT
      * line left in IDXPARM.DAT does no harm on a later run.
      * ACCTMAST.V48 is left in place as the fallback.
       ConvertAccountMaster.
           MOVE 1 TO WS-FILE-IDX
           PERFORM BuildFileNames
           MOVE WS-LEGACY-NAME TO WS-FILE-NAME
           MOVE 0 TO WS-RECORD-COUNT WS-KEY-HASH WS-KEY-FAULTS
               WS-LAYOUT-FAULTS WS-READ-FAULTS WS-DETAIL-SHOWN
               WS-NEW-COUNT WS-NEW-HASH WS-WRITE-FAIL-COUNT
           MOVE LOW-VALUES TO WS-PREV-KEY
           MOVE SPACES TO WS-REORG-TEXT
           MOVE "NOT CONVERTED" TO WS-RESULT-TEXT
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF WS-OLD-STATUS NOT = "35"
               IF WS-OLD-STATUS = "00"
                   CLOSE ACCOUNT-MASTER-FILE
               END-IF
               MOVE "REFUSED - ACCTMAST.DAT EXISTS" TO WS-REORG-TEXT
           ELSE
               PERFORM ConvertLegacyMaster
           END-IF
           IF WS-FILES-CONVERTED = 0
               ADD 1 TO WS-FILES-REFUSED
               SET WS-ANY-FAULT TO TRUE
           END-IF
           PERFORM PrintFileLine.
       ConvertLegacyMaster.
           MOVE "N" TO WS-OLD-EOF-FLAG
           OPEN INPUT ACCOUNT-LEGACY-FILE
           IF WS-OLD-STATUS NOT = "00"
               STRING "REFUSED - V48 OPEN STATUS " WS-OLD-STATUS
                   DELIMITED BY SIZE INTO WS-REORG-TEXT
           ELSE
               PERFORM OpenNewOutput
               PERFORM UNTIL WS-OLD-EOF
                   PERFORM ReadLegacyRecord
                   IF NOT WS-OLD-EOF
                       PERFORM CheckRecordKey
                       IF WS-NEW-OPEN
                           PERFORM WriteNewRecord
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ACCOUNT-LEGACY-FILE
               IF WS-KEY-FAULTS = 0 AND WS-READ-FAULTS = 0
                   MOVE "CLEAN" TO WS-RESULT-TEXT
               ELSE
                   MOVE "FAULTS FOUND" TO WS-RESULT-TEXT
               END-IF
               IF WS-NEW-OPEN
                   PERFORM CloseNewFile
                   PERFORM ReloadCheck
               END-IF
               IF WS-NEW-COUNT = WS-RECORD-COUNT
                   AND WS-NEW-HASH = WS-KEY-HASH
                   AND WS-WRITE-FAIL-COUNT = 0
                   AND WS-READ-FAULTS = 0
                   PERFORM PutConvertedInPlace
               ELSE
                   STRING "REFUSED - COPY HAS " WS-NEW-COUNT
                       DELIMITED BY SIZE INTO WS-REORG-TEXT
                   MOVE 0 TO RETURN-CODE
                   CALL "CBL_DELETE_FILE" USING WS-NEW-NAME
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
      * The old record lands at the front of the 64-byte work area,
      * which the move pads with spaces; the copy takes 52 bytes
      * of it, so the role and counterparty come out blank.
       ReadLegacyRecord.
           READ ACCOUNT-LEGACY-FILE
               AT END SET WS-OLD-EOF TO TRUE
               NOT AT END
                   MOVE LEG-ACCOUNT-CODE TO WS-CUR-KEY
                   MOVE ACCOUNT-LEGACY-RECORD TO WS-CUR-RECORD
           END-READ
           PERFORM CheckOldReadStatus.
       PutConvertedInPlace.
           MOVE 0 TO RETURN-CODE
           CALL "CBL_RENAME_FILE" USING WS-NEW-NAME WS-CONVERT-TARGET
           IF RETURN-CODE = 0
               ADD 1 TO WS-FILES-CONVERTED
               MOVE "CONVERTED 48 TO 52 - MATCHED" TO WS-REORG-TEXT
           ELSE
               MOVE "REFUSED - COPY NOT RENAMED" TO WS-REORG-TEXT
               MOVE 0 TO RETURN-CODE
               CALL "CBL_DELETE_FILE" USING WS-NEW-NAME
           END-IF
           MOVE 0 TO RETURN-CODE.
       PrintFileLine.
           MOVE SPACES TO WS-RPT-FILE-LINE
           MOVE WS-FILE-NAME       TO WS-RPT-MASTER-NAME
           MOVE WS-RECORD-COUNT    TO WS-RPT-RECORDS
           MOVE WS-KEY-FAULTS      TO WS-RPT-KEY-FAULTS
           MOVE WS-LAYOUT-FAULTS   TO WS-RPT-LAYOUT-FAULTS
           MOVE WS-READ-FAULTS     TO WS-RPT-READ-FAULTS
           MOVE WS-RESULT-TEXT     TO WS-RPT-RESULT
           IF WS-REORG-TEXT = SPACES
               AND WS-REORG-WANTED(WS-FILE-IDX) NOT = "Y"
               MOVE "NOT REQUESTED" TO WS-RPT-REORG
           ELSE
               MOVE WS-REORG-TEXT TO WS-RPT-REORG
           END-IF
           MOVE WS-RPT-FILE-LINE TO WS-RPT-PRINT-LINE
           MOVE "T" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
      * Fault lines come ahead of their file's summary line; past
      * the limit a file's further faults are counted only.
       PrintFaultLine.
           ADD 1 TO WS-DETAIL-SHOWN
           IF WS-DETAIL-SHOWN <= WS-DETAIL-LIMIT
               MOVE SPACES TO WS-RPT-FAULT-LINE
               MOVE WS-FILE-NAME    TO WS-RPT-FAULT-FILE
               MOVE WS-CUR-KEY      TO WS-RPT-FAULT-KEY
               MOVE WS-LAYOUT-FAULT TO WS-RPT-FAULT-TEXT
               MOVE WS-RPT-FAULT-LINE TO WS-RPT-PRINT-LINE
               MOVE "W" TO WS-RPT-FUNCTION
               CALL "RPT-WRITER" USING WS-RPT-FUNCTION
                   WS-RPT-FILE-NAME WS-RPT-TITLE WS-RPT-COLUMN-HEAD
                   WS-RPT-PRINT-LINE
           END-IF.
       PrintTotals.
           MOVE SPACES TO WS-RPT-COUNT-LINE
           MOVE "FILES CLEAN:" TO WS-COUNT-TEXT
           MOVE WS-FILES-CLEAN TO WS-COUNT-VALUE
           PERFORM WriteCountLine
           MOVE SPACES TO WS-RPT-COUNT-LINE
           MOVE "FILES WITH FAULTS:" TO WS-COUNT-TEXT
           MOVE WS-FILES-FAULTY TO WS-COUNT-VALUE
           PERFORM WriteCountLine
           MOVE SPACES TO WS-RPT-COUNT-LINE
           MOVE "FILES REORGANISED:" TO WS-COUNT-TEXT
           MOVE WS-FILES-REORGED TO WS-COUNT-VALUE
           PERFORM WriteCountLine
           MOVE SPACES TO WS-RPT-COUNT-LINE
           MOVE "REORGANISATIONS REFUSED:" TO WS-COUNT-TEXT
           MOVE WS-FILES-REFUSED TO WS-COUNT-VALUE
           PERFORM WriteCountLine
           IF WS-CONVERT-REQUESTED
               MOVE SPACES TO WS-RPT-COUNT-LINE
               MOVE "ACCOUNT MASTER CONVERTED:" TO WS-COUNT-TEXT
               MOVE WS-FILES-CONVERTED TO WS-COUNT-VALUE
               PERFORM WriteCountLine
           END-IF.
       WriteCountLine.
           MOVE WS-RPT-COUNT-LINE TO WS-RPT-PRINT-LINE
           MOVE "T" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
       WriteStartAudit.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           MOVE "IDX-HEALTH" TO WS-AUDIT-PROGRAM-ID
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
           MOVE "IDX-HEALTH"     TO WS-AUDIT-PROGRAM-ID
           MOVE WS-END-TIMESTAMP TO WS-AUDIT-TIMESTAMP
           MOVE WS-OPERATOR-ID   TO WS-AUDIT-OPERATOR-ID
           MOVE "SUCCESS"        TO WS-AUDIT-OUTCOME
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM-ID
               WS-AUDIT-TIMESTAMP WS-AUDIT-OPERATOR-ID
               WS-AUDIT-OUTCOME.
       WriteStepResult.
           IF WS-CONVERT-REQUESTED
               MOVE "ACCTCONV" TO WS-STEP-NAME
           ELSE
               MOVE "IDXHLTH" TO WS-STEP-NAME
           END-IF
           MOVE WS-BUSINESS-DATE TO WS-STEP-DATE
           MOVE RETURN-CODE TO WS-STEP-RC
           CALL "STEP-LOG" USING WS-STEP-NAME WS-STEP-DATE
               WS-STEP-RC
           MOVE WS-STEP-RC TO RETURN-CODE.
       END PROGRAM IDX-HEALTH.
