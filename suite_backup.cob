       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUITE-BACKUP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-ACCOUNT-CODE
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT AP-INVOICE-FILE ASSIGN TO "APINV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AI-VOUCHER-NO
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AL-KEY
               ALTERNATE RECORD KEY IS AL-PROGRAM-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS AL-OPERATOR-ID WITH DUPLICATES
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT COST-CENTER-MASTER-FILE ASSIGN TO "CCMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CC-CODE
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT DOC-ISSUE-FILE ASSIGN TO "DOCISSUE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DI-TRAN-ID
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT DOC-RANGE-FILE ASSIGN TO "DOCNUM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DR-SOURCE
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT EXPENSE-CLAIM-FILE ASSIGN TO "EXPCLAIM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EX-CLAIM-NO
               ALTERNATE RECORD KEY IS EX-EMPLOYEE-ID WITH DUPLICATES
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT FIXED-ASSET-FILE ASSIGN TO "FAMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FA-ASSET-ID
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT GL-MASTER-FILE ASSIGN TO "GLMASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GLM-KEY
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT POSTING-JOURNAL-FILE ASSIGN TO "POSTJRNL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PJ-KEY
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT POSTING-RULE-FILE ASSIGN TO "POSTRULE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRL-ACCOUNT-CODE
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT SEQUENCE-LOOKUP-FILE ASSIGN TO "SEQLKUP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SL-COUNTER
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT TRANID-REGISTER-FILE ASSIGN TO "TRANIDRG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRG-TRAN-ID
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT VENDOR-MASTER-FILE ASSIGN TO "VENDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VM-VENDOR-ID
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT CONTROL-SOURCE-FILE ASSIGN TO DYNAMIC
               WS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT BACKUP-MEMBER-FILE ASSIGN TO DYNAMIC
               WS-MEMBER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBER-STATUS.
           SELECT DRILL-RESTORE-FILE ASSIGN TO DYNAMIC
               WS-DRILL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRILL-STATUS.
           SELECT BACKUP-MANIFEST-FILE ASSIGN TO DYNAMIC
               WS-MANIFEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT BACKUP-PARM-FILE ASSIGN TO "BSETPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-PARM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTREC.
       FD  AP-INVOICE-FILE.
           COPY APINVREC.
       FD  AUDIT-LOG-FILE.
           COPY AUDLOGR.
       FD  COST-CENTER-MASTER-FILE.
           COPY CCREC.
       FD  DOC-ISSUE-FILE.
           COPY DOCISS.
       FD  DOC-RANGE-FILE.
           COPY DOCRNG.
       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPREC.
       FD  EXPENSE-CLAIM-FILE.
           COPY EXPCLM.
       FD  FIXED-ASSET-FILE.
           COPY FAREC.
       FD  GL-MASTER-FILE.
           COPY GLMASTREC.
       FD  POSTING-JOURNAL-FILE.
           COPY PJRNREC.
       FD  POSTING-RULE-FILE.
           COPY POSTRULE.
       FD  SEQUENCE-LOOKUP-FILE.
       01  SEQUENCE-LOOKUP-RECORD.
           05 SL-COUNTER        PIC 9(6).
           05 SL-SEQUENCE-VALUE PIC 9(6).
       FD  TRANID-REGISTER-FILE.
       01  TRANID-REGISTER-RECORD.
           05 TRG-TRAN-ID       PIC 9(8).
           05 TRG-BUSINESS-DATE PIC 9(8).
       FD  VENDOR-MASTER-FILE.
           COPY VENDREC.
       FD  CONTROL-SOURCE-FILE.
       01  CONTROL-SOURCE-RECORD   PIC X(256).
       FD  BACKUP-MEMBER-FILE.
       01  BACKUP-MEMBER-RECORD    PIC X(256).
       FD  DRILL-RESTORE-FILE.
       01  DRILL-RESTORE-RECORD    PIC X(256).
       FD  BACKUP-MANIFEST-FILE.
           COPY BKPMAN.
       FD  BACKUP-PARM-FILE.
       01  BACKUP-PARM-RECORD.
           05 BSET-PARM-MODE    PIC X.
           05 FILLER            PIC X.
           05 BSET-PARM-DATE    PIC 9(8).
       WORKING-STORAGE SECTION.
           01 WS-SOURCE-STATUS       PIC XX.
           01 WS-MEMBER-STATUS       PIC XX.
           01 WS-DRILL-STATUS        PIC XX.
           01 WS-MANIFEST-STATUS     PIC XX.
           01 WS-BACKUP-PARM-STATUS  PIC XX.
           01 WS-MODE                PIC X VALUE "B".
               88 WS-MODE-BACKUP VALUE "B".
               88 WS-MODE-DRILL  VALUE "D".
           01 WS-SET-DATE            PIC 9(8) VALUE 0.
           01 WS-SET-PREFIX          PIC X(11).
           01 WS-MANIFEST-NAME       PIC X(30).
           01 WS-MEMBER-NAME         PIC X(30).
           01 WS-DRILL-NAME          PIC X(30).
           01 WS-FILE-NAME           PIC X(14).
           01 WS-SOURCE-EOF-FLAG     PIC X.
               88 WS-SOURCE-EOF VALUE "Y".
           01 WS-SOURCE-OPEN-FLAG    PIC X.
               88 WS-SOURCE-OPEN VALUE "Y".
           01 WS-MEMBER-EOF-FLAG     PIC X.
               88 WS-MEMBER-EOF VALUE "Y".
           01 WS-MANIFEST-EOF-FLAG   PIC X.
               88 WS-MANIFEST-EOF VALUE "Y".
           01 WS-ANY-FAULT-FLAG      PIC X VALUE "N".
               88 WS-ANY-FAULT VALUE "Y".
           01 WS-REFUSED-FLAG        PIC X VALUE "N".
               88 WS-REFUSED VALUE "Y".
      * Every master and control file the suite cannot run
      * without, indexed files first (their position selects the
      * FD they are read through), then the line-sequential
      * control files. Each entry carries the live name, I or S
      * organisation, R where a missing file must raise an alert
      * (O where it may legitimately not exist yet), and for
      * indexed files the length of the leading record key.
           01 WS-SET-TABLE-DATA.
               05 FILLER PIC X(18) VALUE "ACCTMAST.DAT  IR08".
               05 FILLER PIC X(18) VALUE "APINV.DAT     IO06".
               05 FILLER PIC X(18) VALUE "AUDIT.LOG     IR26".
               05 FILLER PIC X(18) VALUE "CCMAST.DAT    IR04".
               05 FILLER PIC X(18) VALUE "DOCISSUE.DAT  IO08".
               05 FILLER PIC X(18) VALUE "DOCNUM.DAT    IR08".
               05 FILLER PIC X(18) VALUE "EMPMAST.DAT   IO06".
               05 FILLER PIC X(18) VALUE "EXPCLAIM.DAT  IO06".
               05 FILLER PIC X(18) VALUE "FAMAST.DAT    IO06".
               05 FILLER PIC X(18) VALUE "GLMASTER.DAT  IR17".
               05 FILLER PIC X(18) VALUE "POSTJRNL.DAT  IO16".
               05 FILLER PIC X(18) VALUE "POSTRULE.DAT  IR08".
               05 FILLER PIC X(18) VALUE "SEQLKUP.DAT   IO06".
               05 FILLER PIC X(18) VALUE "TRANIDRG.DAT  IO08".
               05 FILLER PIC X(18) VALUE "VENDMAST.DAT  IO06".
               05 FILLER PIC X(18) VALUE "BUSDATE.DAT   SR00".
               05 FILLER PIC X(18) VALUE "PERIODCTL.DAT SR00".
               05 FILLER PIC X(18) VALUE "OPERSEC.DAT   SR00".
               05 FILLER PIC X(18) VALUE "FXRATES.DAT   SR00".
               05 FILLER PIC X(18) VALUE "CALENDAR.DAT  SR00".
               05 FILLER PIC X(18) VALUE "STJCTL.DAT    SR00".
               05 FILLER PIC X(18) VALUE "DIFFTRK.DAT   SR00".
               05 FILLER PIC X(18) VALUE "GENCAT.DAT    SR00".
               05 FILLER PIC X(18) VALUE "GLDETAIL.DAT  SR00".
               05 FILLER PIC X(18) VALUE "FILEREG.DAT   SO00".
               05 FILLER PIC X(18) VALUE "FXRHIST.DAT   SO00".
               05 FILLER PIC X(18) VALUE "STANDING.DAT  SO00".
               05 FILLER PIC X(18) VALUE "TAXCODE.DAT   SO00".
               05 FILLER PIC X(18) VALUE "TAXREG.DAT    SO00".
               05 FILLER PIC X(18) VALUE "SCHEDULE.DAT  SO00".
               05 FILLER PIC X(18) VALUE "SCHEDRULE.DAT SO00".
               05 FILLER PIC X(18) VALUE "BATCHCTL.DAT  SO00".
               05 FILLER PIC X(18) VALUE "SNAPCTL.DAT   SO00".
               05 FILLER PIC X(18) VALUE "REVCTL.DAT    SO00".
               05 FILLER PIC X(18) VALUE "REVREG.DAT    SO00".
               05 FILLER PIC X(18) VALUE "ALLOCCTL.DAT  SO00".
               05 FILLER PIC X(18) VALUE "ALLOCRUL.DAT  SO00".
               05 FILLER PIC X(18) VALUE "ARCHCTL.DAT   SO00".
               05 FILLER PIC X(18) VALUE "CLOSETSK.DAT  SO00".
               05 FILLER PIC X(18) VALUE "BUDGET.DAT    SO00".
               05 FILLER PIC X(18) VALUE "CHGHIST.DAT   SO00".
               05 FILLER PIC X(18) VALUE "EMPHIST.DAT   SO00".
               05 FILLER PIC X(18) VALUE "EXPTYPE.DAT   SO00".
               05 FILLER PIC X(18) VALUE "EXPPARM.DAT   SO00".
               05 FILLER PIC X(18) VALUE "DORMPARM.DAT  SO00".
               05 FILLER PIC X(18) VALUE "DORMPROP.DAT  SO00".
               05 FILLER PIC X(18) VALUE "STMTDEF.DAT   SO00".
               05 FILLER PIC X(18) VALUE "DISTLIST.DAT  SO00".
               05 FILLER PIC X(18) VALUE "MSGCAT.DAT    SO00".
               05 FILLER PIC X(18) VALUE "CSVXREF.DAT   SO00".
               05 FILLER PIC X(18) VALUE "HOLDQ.DAT     SO00".
               05 FILLER PIC X(18) VALUE "HOLDTHR.DAT   SO00".
               05 FILLER PIC X(18) VALUE "SUSPENSE.DAT  SO00".
               05 FILLER PIC X(18) VALUE "TRANRCY.DAT   SO00".
               05 FILLER PIC X(18) VALUE "ADJPEND.DAT   SO00".
               05 FILLER PIC X(18) VALUE "APPAYREG.DAT  SO00".
               05 FILLER PIC X(18) VALUE "SUMOUT.DAT    SO00".
               05 FILLER PIC X(18) VALUE "MTDSUM.DAT    SO00".
               05 FILLER PIC X(18) VALUE "STEPRSLT.DAT  SO00".
               05 FILLER PIC X(18) VALUE "SHIFTLOG.DAT  SO00".
               05 FILLER PIC X(18) VALUE "HANDOVER.DAT  SO00".
               05 FILLER PIC X(18) VALUE "ALERTS.DAT    SO00".
               05 FILLER PIC X(18) VALUE "ENTPARM.DAT   SO00".
               05 FILLER PIC X(18) VALUE "BANKOUT.DAT   SO00".
               05 FILLER PIC X(18) VALUE "HOLDREL.DAT   SO00".
               05 FILLER PIC X(18) VALUE "ADJREL.DAT    SO00".
               05 FILLER PIC X(18) VALUE "FORCERUN.DAT  SO00".
               05 FILLER PIC X(18) VALUE "APPARM.DAT    SO00".
               05 FILLER PIC X(18) VALUE "FAPARM.DAT    SO00".
               05 FILLER PIC X(18) VALUE "ICPARM.DAT    SO00".
               05 FILLER PIC X(18) VALUE "TRNPARM.DAT   SO00".
               05 FILLER PIC X(18) VALUE "REVPARM.DAT   SO00".
               05 FILLER PIC X(18) VALUE "CASHPARM.DAT  SO00".
               05 FILLER PIC X(18) VALUE "DUPPARM.DAT   SO00".
               05 FILLER PIC X(18) VALUE "SECPARM.DAT   SO00".
               05 FILLER PIC X(18) VALUE "SHFTPARM.DAT  SO00".
           01 WS-SET-TABLE REDEFINES WS-SET-TABLE-DATA.
               05 WS-SET-ENTRY OCCURS 76 TIMES.
                   10 WS-SET-FILE-NAME  PIC X(14).
                   10 WS-SET-ORG        PIC X.
                   10 WS-SET-REQUIRED   PIC X.
                   10 WS-SET-KEY-LENGTH PIC 9(2).
           01 WS-SET-MAX             PIC 9(2) VALUE 76.
           01 WS-SET-IDX             PIC 9(2).
      * One record as read, whichever file it came from, and the
      * count and hash of the source pass and of the read-back.
           01 WS-CUR-RECORD          PIC X(256).
           01 WS-PREV-KEY            PIC X(26).
           01 WS-KEY-LENGTH          PIC 9(2).
           01 WS-RECORD-COUNT        PIC 9(9).
           01 WS-HASH-TOTAL          PIC 9(15).
           01 WS-CHECK-COUNT         PIC 9(9).
           01 WS-CHECK-HASH          PIC 9(15).
           01 WS-REC-HASH            PIC 9(15).
           01 WS-HASH-POS            PIC 9(3).
           01 WS-KEY-FAULTS          PIC 9(6).
           01 WS-READ-FAULT-FLAG     PIC X.
               88 WS-READ-FAULT VALUE "Y".
           01 WS-RESULT-TEXT         PIC X(24).
           01 WS-FILES-COPIED        PIC 9(3) VALUE 0.
           01 WS-FILES-MISSING       PIC 9(3) VALUE 0.
           01 WS-FILES-ABSENT        PIC 9(3) VALUE 0.
           01 WS-FILES-FAILED        PIC 9(3) VALUE 0.
           01 WS-FILES-RESTORED      PIC 9(3) VALUE 0.
           01 WS-RPT-COLUMN-LINE.
               05 FILLER PIC X(15) VALUE "FILE".
               05 FILLER PIC X(4)  VALUE "ORG".
               05 FILLER PIC X(12) VALUE "     RECORDS".
               05 FILLER PIC X(17) VALUE "       HASH TOTAL".
               05 FILLER PIC X(2)  VALUE SPACES.
               05 FILLER PIC X(27) VALUE "SET MEMBER / SCRATCH COPY".
               05 FILLER PIC X(24) VALUE "RESULT".
           01 WS-RPT-FILE-LINE.
               05 WS-RPT-FILE-NAME-OUT PIC X(14).
               05 FILLER               PIC X VALUE SPACE.
               05 WS-RPT-ORG           PIC X(3).
               05 FILLER               PIC X VALUE SPACE.
               05 WS-RPT-RECORDS       PIC ZZZ,ZZZ,ZZ9.
               05 FILLER               PIC X VALUE SPACE.
               05 WS-RPT-HASH          PIC Z(16)9.
               05 FILLER               PIC XX VALUE SPACES.
               05 WS-RPT-MEMBER        PIC X(26).
               05 FILLER               PIC X VALUE SPACE.
               05 WS-RPT-RESULT        PIC X(24).
           01 WS-RPT-COUNT-LINE.
               05 WS-COUNT-TEXT     PIC X(40).
               05 WS-COUNT-VALUE    PIC ZZ9.
           01 WS-RUN-TIMESTAMP PIC X(22).
           01 WS-END-TIMESTAMP PIC X(22).
           01 WS-DATE-FORMAT-CODE PIC X VALUE SPACE.
           01 WS-JOB-MODE-FLAG   PIC X VALUE "U".
           01 WS-OPERATOR-ID   PIC X(8).
           COPY AUDITREC.
           COPY ALERTREC.
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
           PERFORM ReadBackupParm
           MOVE SPACES TO WS-SET-PREFIX WS-MANIFEST-NAME
           STRING "BK" WS-SET-DATE "." DELIMITED BY SIZE
               INTO WS-SET-PREFIX
           STRING WS-SET-PREFIX "MAN" DELIMITED BY SIZE
               INTO WS-MANIFEST-NAME
           PERFORM OpenReport
           IF WS-MODE-DRILL
               PERFORM RestoreDrill
           ELSE
               PERFORM BackupSet
           END-IF
           PERFORM PrintTotals
           MOVE "C" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE
           PERFORM WriteAuditEntry
      * RETURN-CODE is set after the closing audit call because a
      * CALL resets the register; STEP-LOG preserves it from here.
           IF WS-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-ANY-FAULT
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM WriteStepResult
           GOBACK.
      * BSETPARM.DAT: mode B takes tonight's backup set, mode D
      * runs the restore drill; then the set date. With no
      * parameter a backup set is taken under the business date.
      * A drill with no date drills the current business date's
      * set.
       ReadBackupParm.
           OPEN INPUT BACKUP-PARM-FILE
           IF WS-BACKUP-PARM-STATUS = "00"
               READ BACKUP-PARM-FILE
                   NOT AT END
                       IF BSET-PARM-MODE = "D" OR BSET-PARM-MODE = "d"
                           SET WS-MODE-DRILL TO TRUE
                       END-IF
                       IF BSET-PARM-DATE NUMERIC
                           AND BSET-PARM-DATE > 0
                           MOVE BSET-PARM-DATE TO WS-SET-DATE
                       END-IF
               END-READ
               CLOSE BACKUP-PARM-FILE
           END-IF
           IF WS-SET-DATE = 0 OR WS-MODE-BACKUP
               MOVE WS-BUSINESS-DATE TO WS-SET-DATE
           END-IF.
       OpenReport.
           MOVE "O" TO WS-RPT-FUNCTION
           MOVE "SUITEBKP.RPT" TO WS-RPT-FILE-NAME
           MOVE SPACES TO WS-RPT-TITLE
           IF WS-MODE-DRILL
               STRING "RESTORE DRILL - BACKUP SET " WS-SET-DATE
                   DELIMITED BY SIZE INTO WS-RPT-TITLE
           ELSE
               STRING "SUITE BACKUP SET - " WS-SET-DATE
                   DELIMITED BY SIZE INTO WS-RPT-TITLE
           END-IF
           MOVE WS-RPT-COLUMN-LINE TO WS-RPT-COLUMN-HEAD
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
      *----------------------------------------------------------
      * Backup: each file is copied to its set member
      * (BKyyyymmdd.<file name>) - indexed files as an unload in
      * key order - and the member is then read back. The count
      * and hash of the read-back must match the source pass for
      * the file to be entered in the manifest as COPIED. A rerun
      * on the same date replaces the set.
      *----------------------------------------------------------
       BackupSet.
           OPEN OUTPUT BACKUP-MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT = "00"
               SET WS-REFUSED TO TRUE
               DISPLAY "SUITE-BACKUP: " WS-MANIFEST-NAME
                   " NOT OPENED - STATUS " WS-MANIFEST-STATUS
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING "BACKUP MANIFEST " WS-MANIFEST-NAME
                   " NOT OPENED - NO BACKUP TAKEN"
                   DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
               MOVE 8 TO WS-ALERT-SEVERITY
               PERFORM RaiseAlert
           ELSE
               PERFORM BackupOneFile
                   VARYING WS-SET-IDX FROM 1 BY 1
                   UNTIL WS-SET-IDX > WS-SET-MAX
               CLOSE BACKUP-MANIFEST-FILE
           END-IF.
       BackupOneFile.
           MOVE WS-SET-FILE-NAME(WS-SET-IDX) TO WS-FILE-NAME
           MOVE SPACES TO WS-MEMBER-NAME
           STRING WS-SET-PREFIX WS-FILE-NAME DELIMITED BY SPACE
               INTO WS-MEMBER-NAME
           MOVE 0 TO WS-RECORD-COUNT WS-HASH-TOTAL
           MOVE 0 TO WS-CHECK-COUNT WS-CHECK-HASH
           MOVE "N" TO WS-READ-FAULT-FLAG
           PERFORM OpenSourceFile
           IF NOT WS-SOURCE-OPEN
               PERFORM NoteMissingFile
           ELSE
               OPEN OUTPUT BACKUP-MEMBER-FILE
               PERFORM CopySourceRecord UNTIL WS-SOURCE-EOF
               PERFORM CloseSourceFile
               CLOSE BACKUP-MEMBER-FILE
               PERFORM ReadBackMember
               IF NOT WS-READ-FAULT
                   AND WS-CHECK-COUNT = WS-RECORD-COUNT
                   AND WS-CHECK-HASH = WS-HASH-TOTAL
                   ADD 1 TO WS-FILES-COPIED
                   MOVE "COPIED - MATCHED" TO WS-RESULT-TEXT
                   PERFORM WriteManifestEntry
                   SET BM-COPIED TO TRUE
               ELSE
                   ADD 1 TO WS-FILES-FAILED
                   SET WS-ANY-FAULT TO TRUE
                   MOVE "FAILED - NOT VERIFIED" TO WS-RESULT-TEXT
                   PERFORM WriteManifestEntry
                   SET BM-FAILED TO TRUE
                   MOVE SPACES TO WS-ALERT-MESSAGE
                   STRING "BACKUP OF " WS-FILE-NAME
                       " DID NOT VERIFY - SEE SUITEBKP.RPT"
                       DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
                   MOVE 7 TO WS-ALERT-SEVERITY
                   PERFORM RaiseAlert
               END-IF
               WRITE BACKUP-MANIFEST-RECORD
           END-IF
           PERFORM PrintFileLine.
       NoteMissingFile.
           IF WS-SET-REQUIRED(WS-SET-IDX) = "R"
               ADD 1 TO WS-FILES-MISSING
               SET WS-ANY-FAULT TO TRUE
               MOVE SPACES TO WS-RESULT-TEXT
               STRING "MISSING - STATUS " WS-SOURCE-STATUS
                   DELIMITED BY SIZE INTO WS-RESULT-TEXT
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING WS-FILE-NAME " MISSING - NOT IN BACKUP SET "
                   WS-SET-DATE DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
               MOVE 6 TO WS-ALERT-SEVERITY
               PERFORM RaiseAlert
           ELSE
               ADD 1 TO WS-FILES-ABSENT
               MOVE "NOT PRESENT" TO WS-RESULT-TEXT
           END-IF
           PERFORM WriteManifestEntry
           SET BM-MISSING TO TRUE
           MOVE SPACES TO BM-MEMBER-NAME
           WRITE BACKUP-MANIFEST-RECORD.
       WriteManifestEntry.
           MOVE SPACES TO BACKUP-MANIFEST-RECORD
           MOVE WS-SET-DATE                  TO BM-SET-DATE
           MOVE WS-FILE-NAME                 TO BM-FILE-NAME
           MOVE WS-MEMBER-NAME               TO BM-MEMBER-NAME
           MOVE WS-SET-ORG(WS-SET-IDX)       TO BM-ORGANIZATION
           MOVE WS-SET-KEY-LENGTH(WS-SET-IDX) TO BM-KEY-LENGTH
           MOVE WS-CHECK-COUNT               TO BM-RECORD-COUNT
           MOVE WS-CHECK-HASH                TO BM-HASH-TOTAL
           MOVE WS-RUN-TIMESTAMP             TO BM-TIMESTAMP.
       CopySourceRecord.
           PERFORM ReadSourceRecord
           IF NOT WS-SOURCE-EOF
               ADD 1 TO WS-RECORD-COUNT
               PERFORM HashCurrentRecord
               COMPUTE WS-HASH-TOTAL =
                   FUNCTION MOD(WS-HASH-TOTAL + WS-REC-HASH,
                   1000000000000000)
               WRITE BACKUP-MEMBER-RECORD FROM WS-CUR-RECORD
               IF WS-MEMBER-STATUS NOT = "00"
                   SET WS-READ-FAULT TO TRUE
               END-IF
           END-IF.
       ReadBackMember.
           MOVE "N" TO WS-MEMBER-EOF-FLAG
           OPEN INPUT BACKUP-MEMBER-FILE
           IF WS-MEMBER-STATUS NOT = "00"
               SET WS-READ-FAULT TO TRUE
               SET WS-MEMBER-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-MEMBER-EOF
               READ BACKUP-MEMBER-FILE INTO WS-CUR-RECORD
                   AT END SET WS-MEMBER-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CHECK-COUNT
                       PERFORM HashCurrentRecord
                       COMPUTE WS-CHECK-HASH =
                           FUNCTION MOD(WS-CHECK-HASH + WS-REC-HASH,
                           1000000000000000)
               END-READ
           END-PERFORM
           IF WS-MEMBER-STATUS = "00" OR "10"
               CLOSE BACKUP-MEMBER-FILE
           END-IF.
      * A record's hash weights each byte by its position, so
      * records that differ only in the order of their bytes still
      * hash apart. Members are line sequential, so the record is
      * hashed as a space-padded line on both sides.
       HashCurrentRecord.
           MOVE 0 TO WS-REC-HASH
           PERFORM VARYING WS-HASH-POS FROM 1 BY 1
                   UNTIL WS-HASH-POS > 256
               COMPUTE WS-REC-HASH = FUNCTION MOD(WS-REC-HASH * 31
                   + FUNCTION ORD(WS-CUR-RECORD(WS-HASH-POS:1)),
                   1000000000000)
           END-PERFORM.
       OpenSourceFile.
           MOVE "N" TO WS-SOURCE-OPEN-FLAG
           MOVE "N" TO WS-SOURCE-EOF-FLAG
           EVALUATE WS-SET-IDX
               WHEN 1  OPEN INPUT ACCOUNT-MASTER-FILE
               WHEN 2  OPEN INPUT AP-INVOICE-FILE
               WHEN 3  OPEN INPUT AUDIT-LOG-FILE
               WHEN 4  OPEN INPUT COST-CENTER-MASTER-FILE
               WHEN 5  OPEN INPUT DOC-ISSUE-FILE
               WHEN 6  OPEN INPUT DOC-RANGE-FILE
               WHEN 7  OPEN INPUT EMPLOYEE-MASTER-FILE
               WHEN 8  OPEN INPUT EXPENSE-CLAIM-FILE
               WHEN 9  OPEN INPUT FIXED-ASSET-FILE
               WHEN 10 OPEN INPUT GL-MASTER-FILE
               WHEN 11 OPEN INPUT POSTING-JOURNAL-FILE
               WHEN 12 OPEN INPUT POSTING-RULE-FILE
               WHEN 13 OPEN INPUT SEQUENCE-LOOKUP-FILE
               WHEN 14 OPEN INPUT TRANID-REGISTER-FILE
               WHEN 15 OPEN INPUT VENDOR-MASTER-FILE
               WHEN OTHER OPEN INPUT CONTROL-SOURCE-FILE
           END-EVALUATE
           IF WS-SOURCE-STATUS = "00"
               SET WS-SOURCE-OPEN TO TRUE
           END-IF.
       CloseSourceFile.
           EVALUATE WS-SET-IDX
               WHEN 1  CLOSE ACCOUNT-MASTER-FILE
               WHEN 2  CLOSE AP-INVOICE-FILE
               WHEN 3  CLOSE AUDIT-LOG-FILE
               WHEN 4  CLOSE COST-CENTER-MASTER-FILE
               WHEN 5  CLOSE DOC-ISSUE-FILE
               WHEN 6  CLOSE DOC-RANGE-FILE
               WHEN 7  CLOSE EMPLOYEE-MASTER-FILE
               WHEN 8  CLOSE EXPENSE-CLAIM-FILE
               WHEN 9  CLOSE FIXED-ASSET-FILE
               WHEN 10 CLOSE GL-MASTER-FILE
               WHEN 11 CLOSE POSTING-JOURNAL-FILE
               WHEN 12 CLOSE POSTING-RULE-FILE
               WHEN 13 CLOSE SEQUENCE-LOOKUP-FILE
               WHEN 14 CLOSE TRANID-REGISTER-FILE
               WHEN 15 CLOSE VENDOR-MASTER-FILE
               WHEN OTHER CLOSE CONTROL-SOURCE-FILE
           END-EVALUATE
           MOVE "N" TO WS-SOURCE-OPEN-FLAG.
       ReadSourceRecord.
           MOVE SPACES TO WS-CUR-RECORD
           EVALUATE WS-SET-IDX
               WHEN 1
                   READ ACCOUNT-MASTER-FILE
                       AT END SET WS-SOURCE-EOF TO TRUE
                       NOT AT END
                           MOVE ACCOUNT-MASTER-RECORD TO WS-CUR-RECORD
                   END-READ
               WHEN 2
                   READ AP-INVOICE-FILE
                       AT END SET WS-SOURCE-EOF TO TRUE
                       NOT AT END
                           MOVE AP-INVOICE-RECORD TO WS-CUR-RECORD
                   END-READ
               WHEN 3
                   READ AUDIT-LOG-FILE
                       AT END SET WS-SOURCE-EOF TO TRUE
                       NOT AT END
                           MOVE AUDIT-LOG-RECORD TO WS-CUR-RECORD
                   END-READ
               WHEN 4
                   READ COST-CENTER-MASTER-FILE
                       AT END SET WS-SOURCE-EOF TO TRUE
                       NOT AT END
                           MOVE COST-CENTER-RECORD TO WS-CUR-RECORD
                   END-READ
               WHEN 5
                   READ DOC-ISSUE-FILE
                       AT END SET WS-SOURCE-EOF TO TRUE
                       NOT AT END
                           MOVE DOC-ISSUE-RECORD TO WS-CUR-RECORD
                   END-READ
               WHEN 6
                   READ DOC-RANGE-FILE
                       AT END SET WS-SOURCE-EOF TO TRUE
                       NOT AT END
                           MOVE DOC-RANGE-RECORD TO WS-CUR-RECORD
                   END-READ
               WHEN 7
                   READ EMPLOYEE-MASTER-FILE
                       AT END SET WS-SOURCE-EOF TO TRUE
                       NOT AT END
                           MOVE EMPLOYEE-RECORD TO WS-CUR-RECORD
                   END-READ
               WHEN 8
                   READ EXPENSE-CLAIM-FILE
                       AT END SET WS-SOURCE-EOF TO TRUE
                       NOT AT END
                           MOVE EXPENSE-CLAIM-RECORD TO WS-CUR-RECORD
                   END-READ
               WHEN 9
                   READ FIXED-ASSET-FILE
                       AT END SET WS-SOURCE-EOF TO TRUE
                       NOT AT END
                           MOVE FIXED-ASSET-RECORD TO WS-CUR-RECORD
                   END-READ
               WHEN 10
                   READ GL-MASTER-FILE
                       AT END SET WS-SOURCE-EOF TO TRUE
                       NOT AT END
                           MOVE GL-MASTER-RECORD TO WS-CUR-RECORD
                   END-READ
               WHEN 11
                   READ POSTING-JOURNAL-FILE
                       AT END SET WS-SOURCE-EOF TO TRUE
                       NOT AT END
                           MOVE POSTING-JOURNAL-RECORD
                               TO WS-CUR-RECORD
                   END-READ
               WHEN 12
                   READ POSTING-RULE-FILE
                       AT END SET WS-SOURCE-EOF TO TRUE
                       NOT AT END
                           MOVE POSTING-RULE-RECORD TO WS-CUR-RECORD
                   END-READ
               WHEN 13
                   READ SEQUENCE-LOOKUP-FILE
                       AT END SET WS-SOURCE-EOF TO TRUE
                       NOT AT END
                           MOVE SEQUENCE-LOOKUP-RECORD
                               TO WS-CUR-RECORD
                   END-READ
               WHEN 14
                   READ TRANID-REGISTER-FILE
                       AT END SET WS-SOURCE-EOF TO TRUE
                       NOT AT END
                           MOVE TRANID-REGISTER-RECORD
                               TO WS-CUR-RECORD
                   END-READ
               WHEN 15
                   READ VENDOR-MASTER-FILE
                       AT END SET WS-SOURCE-EOF TO TRUE
                       NOT AT END
                           MOVE VENDOR-MASTER-RECORD TO WS-CUR-RECORD
                   END-READ
               WHEN OTHER
                   READ CONTROL-SOURCE-FILE INTO WS-CUR-RECORD
                       AT END SET WS-SOURCE-EOF TO TRUE
                   END-READ
           END-EVALUATE
      * A read that neither returns a record nor reaches the end
      * stops the copy; the member is then short and cannot
      * verify.
           IF NOT WS-SOURCE-EOF
               AND WS-SOURCE-STATUS NOT = "00" AND NOT = "02"
               SET WS-READ-FAULT TO TRUE
               SET WS-SOURCE-EOF TO TRUE
           END-IF.
      *----------------------------------------------------------
      * Restore drill: every member the manifest lists as COPIED
      * is restored to a scratch copy (DRILL.<file name>), never
      * over a live file, and the scratch copy is read back
      * against the manifest's count and hash. The unload of an
      * indexed file must also still be in strict key order, as a
      * reload into the indexed master requires. Anything that
      * does not reproduce, or was not backed up, raises an alert.
      *----------------------------------------------------------
       RestoreDrill.
           MOVE "N" TO WS-MANIFEST-EOF-FLAG
           OPEN INPUT BACKUP-MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT = "00"
               SET WS-REFUSED TO TRUE
               DISPLAY "SUITE-BACKUP: " WS-MANIFEST-NAME
                   " NOT AVAILABLE - NO SET TO DRILL"
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING "RESTORE DRILL - NO MANIFEST FOR SET "
                   WS-SET-DATE DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
               MOVE 7 TO WS-ALERT-SEVERITY
               PERFORM RaiseAlert
           ELSE
               PERFORM UNTIL WS-MANIFEST-EOF
                   READ BACKUP-MANIFEST-FILE
                       AT END SET WS-MANIFEST-EOF TO TRUE
                       NOT AT END
                           PERFORM DrillOneFile
                   END-READ
               END-PERFORM
               CLOSE BACKUP-MANIFEST-FILE
           END-IF.
       DrillOneFile.
           MOVE BM-FILE-NAME TO WS-FILE-NAME
           MOVE BM-MEMBER-NAME TO WS-MEMBER-NAME
           MOVE SPACES TO WS-DRILL-NAME
           STRING "DRILL." WS-FILE-NAME DELIMITED BY SPACE
               INTO WS-DRILL-NAME
           MOVE 0 TO WS-CHECK-COUNT WS-CHECK-HASH WS-KEY-FAULTS
           MOVE "N" TO WS-READ-FAULT-FLAG
           EVALUATE TRUE
               WHEN BM-COPIED
                   PERFORM RestoreToScratch
                   IF NOT WS-READ-FAULT
                       PERFORM ReadBackScratch
                   END-IF
                   IF NOT WS-READ-FAULT
                       AND WS-CHECK-COUNT = BM-RECORD-COUNT
                       AND WS-CHECK-HASH = BM-HASH-TOTAL
                       AND WS-KEY-FAULTS = 0
                       ADD 1 TO WS-FILES-RESTORED
                       MOVE "RESTORED - MATCHED" TO WS-RESULT-TEXT
                   ELSE
                       ADD 1 TO WS-FILES-FAILED
                       SET WS-ANY-FAULT TO TRUE
                       IF WS-KEY-FAULTS > 0
                           MOVE "KEYS OUT OF ORDER" TO WS-RESULT-TEXT
                       ELSE
                           MOVE "NOT MATCHED" TO WS-RESULT-TEXT
                       END-IF
                       MOVE SPACES TO WS-ALERT-MESSAGE
                       STRING "RESTORE DRILL - " WS-FILE-NAME
                           " DID NOT REPRODUCE FROM SET " WS-SET-DATE
                           DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
                       MOVE 7 TO WS-ALERT-SEVERITY
                       PERFORM RaiseAlert
                   END-IF
               WHEN BM-FAILED
                   ADD 1 TO WS-FILES-FAILED
                   SET WS-ANY-FAULT TO TRUE
                   MOVE "FAILED AT BACKUP" TO WS-RESULT-TEXT
                   MOVE SPACES TO WS-ALERT-MESSAGE
                   STRING "RESTORE DRILL - " WS-FILE-NAME
                       " UNVERIFIED IN SET " WS-SET-DATE
                       DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
                   MOVE 7 TO WS-ALERT-SEVERITY
                   PERFORM RaiseAlert
               WHEN OTHER
                   ADD 1 TO WS-FILES-ABSENT
                   MOVE "NOT IN SET" TO WS-RESULT-TEXT
           END-EVALUATE
           PERFORM PrintDrillLine.
       RestoreToScratch.
           MOVE "N" TO WS-MEMBER-EOF-FLAG
           OPEN INPUT BACKUP-MEMBER-FILE
           IF WS-MEMBER-STATUS NOT = "00"
               SET WS-READ-FAULT TO TRUE
           ELSE
               OPEN OUTPUT DRILL-RESTORE-FILE
               PERFORM UNTIL WS-MEMBER-EOF
                   READ BACKUP-MEMBER-FILE
                       AT END SET WS-MEMBER-EOF TO TRUE
                       NOT AT END
                           WRITE DRILL-RESTORE-RECORD
                               FROM BACKUP-MEMBER-RECORD
                   END-READ
               END-PERFORM
               CLOSE BACKUP-MEMBER-FILE
               CLOSE DRILL-RESTORE-FILE
           END-IF.
       ReadBackScratch.
           MOVE BM-KEY-LENGTH TO WS-KEY-LENGTH
           MOVE LOW-VALUES TO WS-PREV-KEY
           MOVE "N" TO WS-MEMBER-EOF-FLAG
           OPEN INPUT DRILL-RESTORE-FILE
           IF WS-DRILL-STATUS NOT = "00"
               SET WS-READ-FAULT TO TRUE
               SET WS-MEMBER-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-MEMBER-EOF
               READ DRILL-RESTORE-FILE INTO WS-CUR-RECORD
                   AT END SET WS-MEMBER-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CHECK-COUNT
                       PERFORM HashCurrentRecord
                       COMPUTE WS-CHECK-HASH =
                           FUNCTION MOD(WS-CHECK-HASH + WS-REC-HASH,
                           1000000000000000)
                       IF BM-INDEXED AND WS-KEY-LENGTH > 0
                           PERFORM CheckKeyOrder
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DRILL-STATUS = "00" OR "10"
               CLOSE DRILL-RESTORE-FILE
           END-IF.
       CheckKeyOrder.
           IF WS-CUR-RECORD(1:WS-KEY-LENGTH)
                   NOT > WS-PREV-KEY(1:WS-KEY-LENGTH)
               ADD 1 TO WS-KEY-FAULTS
           END-IF
           MOVE WS-CUR-RECORD(1:WS-KEY-LENGTH)
               TO WS-PREV-KEY(1:WS-KEY-LENGTH).
       RaiseAlert.
           MOVE "SUITE-BACKUP"   TO WS-ALERT-PROGRAM
           MOVE WS-BUSINESS-DATE TO WS-ALERT-DATE
           CALL "ALERT-LOG" USING WS-ALERT-SEVERITY
               WS-ALERT-PROGRAM WS-ALERT-DATE WS-ALERT-MESSAGE.
       PrintFileLine.
           MOVE SPACES TO WS-RPT-FILE-LINE
           MOVE WS-FILE-NAME TO WS-RPT-FILE-NAME-OUT
           IF WS-SET-ORG(WS-SET-IDX) = "I"
               MOVE "IDX" TO WS-RPT-ORG
           ELSE
               MOVE "SEQ" TO WS-RPT-ORG
           END-IF
           MOVE WS-CHECK-COUNT TO WS-RPT-RECORDS
           MOVE WS-CHECK-HASH  TO WS-RPT-HASH
           IF BM-MISSING
               MOVE SPACES TO WS-RPT-MEMBER
           ELSE
               MOVE WS-MEMBER-NAME TO WS-RPT-MEMBER
           END-IF
           MOVE WS-RESULT-TEXT TO WS-RPT-RESULT
           PERFORM WriteFileLine.
       PrintDrillLine.
           MOVE SPACES TO WS-RPT-FILE-LINE
           MOVE WS-FILE-NAME TO WS-RPT-FILE-NAME-OUT
           IF BM-INDEXED
               MOVE "IDX" TO WS-RPT-ORG
           ELSE
               MOVE "SEQ" TO WS-RPT-ORG
           END-IF
           MOVE WS-CHECK-COUNT TO WS-RPT-RECORDS
           MOVE WS-CHECK-HASH  TO WS-RPT-HASH
           IF BM-COPIED
               MOVE WS-DRILL-NAME TO WS-RPT-MEMBER
           END-IF
           MOVE WS-RESULT-TEXT TO WS-RPT-RESULT
           PERFORM WriteFileLine.
       WriteFileLine.
           MOVE WS-RPT-FILE-LINE TO WS-RPT-PRINT-LINE
           MOVE "W" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
       PrintTotals.
           IF WS-MODE-DRILL
               MOVE SPACES TO WS-RPT-COUNT-LINE
               MOVE "FILES RESTORED AND MATCHED:" TO WS-COUNT-TEXT
               MOVE WS-FILES-RESTORED TO WS-COUNT-VALUE
               PERFORM WriteCountLine
           ELSE
               MOVE SPACES TO WS-RPT-COUNT-LINE
               MOVE "FILES COPIED AND VERIFIED:" TO WS-COUNT-TEXT
               MOVE WS-FILES-COPIED TO WS-COUNT-VALUE
               PERFORM WriteCountLine
               MOVE SPACES TO WS-RPT-COUNT-LINE
               MOVE "REQUIRED FILES MISSING:" TO WS-COUNT-TEXT
               MOVE WS-FILES-MISSING TO WS-COUNT-VALUE
               PERFORM WriteCountLine
           END-IF
           MOVE SPACES TO WS-RPT-COUNT-LINE
           MOVE "FILES NOT VERIFIED:" TO WS-COUNT-TEXT
           MOVE WS-FILES-FAILED TO WS-COUNT-VALUE
           PERFORM WriteCountLine
           MOVE SPACES TO WS-RPT-COUNT-LINE
           MOVE "OPTIONAL FILES NOT PRESENT:" TO WS-COUNT-TEXT
           MOVE WS-FILES-ABSENT TO WS-COUNT-VALUE
           PERFORM WriteCountLine
           IF WS-MODE-DRILL
               DISPLAY "SUITE-BACKUP: DRILL OF SET " WS-SET-DATE
                   " - " WS-FILES-RESTORED " RESTORED, "
                   WS-FILES-FAILED " NOT VERIFIED"
           ELSE
               DISPLAY "SUITE-BACKUP: SET " WS-SET-DATE " - "
                   WS-FILES-COPIED " COPIED, " WS-FILES-MISSING
                   " MISSING, " WS-FILES-FAILED " NOT VERIFIED"
           END-IF.
       WriteCountLine.
           MOVE WS-RPT-COUNT-LINE TO WS-RPT-PRINT-LINE
           MOVE "T" TO WS-RPT-FUNCTION
           CALL "RPT-WRITER" USING WS-RPT-FUNCTION WS-RPT-FILE-NAME
               WS-RPT-TITLE WS-RPT-COLUMN-HEAD WS-RPT-PRINT-LINE.
       WriteStartAudit.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           MOVE "SUITE-BACKUP"   TO WS-AUDIT-PROGRAM-ID
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
           MOVE "SUITE-BACKUP"   TO WS-AUDIT-PROGRAM-ID
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
           MOVE "SUITEBKP" TO WS-STEP-NAME
           MOVE WS-BUSINESS-DATE TO WS-STEP-DATE
           MOVE RETURN-CODE TO WS-STEP-RC
           CALL "STEP-LOG" USING WS-STEP-NAME WS-STEP-DATE
               WS-STEP-RC
           MOVE WS-STEP-RC TO RETURN-CODE.
       END PROGRAM SUITE-BACKUP.
