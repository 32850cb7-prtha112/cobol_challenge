       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNL-INQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTING-JOURNAL-FILE ASSIGN TO "POSTJRNL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PJ-KEY
               FILE STATUS IS WS-POSTING-JOURNAL-STATUS.
           SELECT GL-DETAIL-FILE ASSIGN TO "GLDETAIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-DETAIL-STATUS.
           SELECT GL-MASTER-FILE ASSIGN TO "GLMASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLM-KEY
               FILE STATUS IS WS-GL-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  POSTING-JOURNAL-FILE.
           COPY PJRNREC.
       FD  GL-DETAIL-FILE.
           COPY GLDETREC.
       FD  GL-MASTER-FILE.
           COPY GLMASTREC.
       WORKING-STORAGE SECTION.
           01 WS-POSTING-JOURNAL-STATUS PIC XX.
           01 WS-GL-DETAIL-STATUS    PIC XX.
           01 WS-GL-MASTER-STATUS    PIC XX.
           01 WS-CHOICE          PIC X VALUE SPACE.
           01 WS-DONE-FLAG       PIC X VALUE "N".
               88 WS-DONE VALUE "Y".
           01 WS-JRNL-EOF-FLAG   PIC X.
               88 WS-JRNL-EOF VALUE "Y".
           01 WS-DETAIL-EOF-FLAG PIC X.
               88 WS-DETAIL-EOF VALUE "Y".
           01 WS-INQ-ENTITY      PIC X(3).
           01 WS-INQ-ACCOUNT     PIC X(8).
           01 WS-INQ-CCTR        PIC X(4).
           01 WS-INQ-RUN-DATE    PIC 9(8).
           01 WS-INQ-BATCH-SEQ   PIC 9(2).
           01 WS-INQ-PERIOD      PIC 9(6).
           01 WS-DETAIL-COUNT    PIC 9(4).
           01 WS-DETAIL-NET      PIC S9(13)V99.
           01 WS-SHOWN-COUNT     PIC 9(6).
           01 WS-JRNL-NET        PIC S9(13)V99.
           01 WS-JRNL-DIFFERENCE PIC S9(13)V99.
           01 WS-COMPARE-LABEL   PIC X(20).
           01 WS-TOTAL-EDITED    PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           01 WS-AMOUNT-EDITED   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           01 WS-ORIG-EDITED     PIC ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM UNTIL WS-DONE
               PERFORM DisplayMenu
               ACCEPT WS-CHOICE
               PERFORM RunChoice
           END-PERFORM
           STOP RUN.
       DisplayMenu.
           DISPLAY "=============================="
           DISPLAY "  POSTING JOURNAL INQUIRY"
           DISPLAY "=============================="
           DISPLAY "D. Transactions behind a GL detail line"
           DISPLAY "P. Transactions behind a GL master period"
           DISPLAY "X. Exit"
           DISPLAY "Enter choice: " WITH NO ADVANCING.
       RunChoice.
           EVALUATE WS-CHOICE
               WHEN "D" WHEN "d"
                   PERFORM DetailDrillDown
               WHEN "P" WHEN "p"
                   PERFORM PeriodDrillDown
               WHEN "X" WHEN "x"
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid choice, try again."
           END-EVALUATE.
      * A GL detail line is one entity/cost center/account break
      * of one posting batch on one business date; the journal
      * lines behind it sit together under that date and batch.
       DetailDrillDown.
           DISPLAY "Entity: " WITH NO ADVANCING
           ACCEPT WS-INQ-ENTITY
           DISPLAY "Account code: " WITH NO ADVANCING
           ACCEPT WS-INQ-ACCOUNT
           DISPLAY "Cost center: " WITH NO ADVANCING
           ACCEPT WS-INQ-CCTR
           DISPLAY "Business date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-INQ-RUN-DATE
           DISPLAY "Batch sequence: " WITH NO ADVANCING
           ACCEPT WS-INQ-BATCH-SEQ
           IF WS-INQ-RUN-DATE NOT NUMERIC
               OR WS-INQ-BATCH-SEQ NOT NUMERIC
               DISPLAY "JRNL-INQ: DATE AND BATCH MUST BE NUMERIC"
           ELSE
               PERFORM ShowDetailLines
               PERFORM ListDetailJournal
               MOVE "GL DETAIL NET" TO WS-COMPARE-LABEL
               MOVE WS-DETAIL-NET TO WS-JRNL-DIFFERENCE
               PERFORM ShowJournalAgreement
           END-IF.
       ShowDetailLines.
           MOVE 0 TO WS-DETAIL-COUNT
           MOVE 0 TO WS-DETAIL-NET
           MOVE "N" TO WS-DETAIL-EOF-FLAG
           OPEN INPUT GL-DETAIL-FILE
           IF WS-GL-DETAIL-STATUS NOT = "00"
               DISPLAY "JRNL-INQ: GLDETAIL.DAT NOT AVAILABLE - "
                   "STATUS " WS-GL-DETAIL-STATUS
               SET WS-DETAIL-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-DETAIL-EOF
               READ GL-DETAIL-FILE
                   AT END SET WS-DETAIL-EOF TO TRUE
                   NOT AT END
                       IF GL-DET-ENTITY = WS-INQ-ENTITY
                           AND GL-DET-ACCOUNT-CODE = WS-INQ-ACCOUNT
                           AND GL-DET-COST-CENTER = WS-INQ-CCTR
                           AND GL-DET-RUN-DATE = WS-INQ-RUN-DATE
                           AND GL-DET-BATCH-SEQ = WS-INQ-BATCH-SEQ
                           ADD 1 TO WS-DETAIL-COUNT
                           ADD GL-DET-NET-AMOUNT TO WS-DETAIL-NET
                           MOVE GL-DET-NET-AMOUNT TO WS-TOTAL-EDITED
                           DISPLAY "  GL DETAIL " GL-DET-RUN-TIMESTAMP
                               " TRANS " GL-DET-TRAN-COUNT
                               " NET " WS-TOTAL-EDITED
                       END-IF
               END-READ
           END-PERFORM
           IF WS-GL-DETAIL-STATUS = "00" OR "10"
               CLOSE GL-DETAIL-FILE
           END-IF
           IF WS-DETAIL-COUNT = 0
               DISPLAY "JRNL-INQ: NO GL DETAIL LINE FOR THAT KEY"
           END-IF.
       ListDetailJournal.
           PERFORM StartJournalListing
           OPEN INPUT POSTING-JOURNAL-FILE
           IF WS-POSTING-JOURNAL-STATUS NOT = "00"
               DISPLAY "JRNL-INQ: POSTJRNL.DAT NOT AVAILABLE - "
                   "STATUS " WS-POSTING-JOURNAL-STATUS
               SET WS-JRNL-EOF TO TRUE
           ELSE
               MOVE WS-INQ-RUN-DATE  TO PJ-RUN-DATE
               MOVE WS-INQ-BATCH-SEQ TO PJ-BATCH-SEQ
               MOVE 0                TO PJ-RUN-SEQ
               START POSTING-JOURNAL-FILE KEY IS >= PJ-KEY
                   INVALID KEY SET WS-JRNL-EOF TO TRUE
               END-START
           END-IF
           PERFORM UNTIL WS-JRNL-EOF
               READ POSTING-JOURNAL-FILE NEXT RECORD
                   AT END SET WS-JRNL-EOF TO TRUE
                   NOT AT END
                       IF PJ-RUN-DATE NOT = WS-INQ-RUN-DATE
                           OR PJ-BATCH-SEQ NOT = WS-INQ-BATCH-SEQ
                           SET WS-JRNL-EOF TO TRUE
                       ELSE
                           IF PJ-ENTITY = WS-INQ-ENTITY
                               AND PJ-ACCOUNT-CODE = WS-INQ-ACCOUNT
                               AND PJ-COST-CENTER = WS-INQ-CCTR
                               PERFORM ShowJournalLine
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-POSTING-JOURNAL-STATUS = "00" OR "10"
               CLOSE POSTING-JOURNAL-FILE
           END-IF.
      * A period balance collects every batch that hit the GLM
      * period, whatever business date it ran on, so the whole
      * journal is read and filtered on the period it posted to.
       PeriodDrillDown.
           DISPLAY "Entity: " WITH NO ADVANCING
           ACCEPT WS-INQ-ENTITY
           DISPLAY "Account code: " WITH NO ADVANCING
           ACCEPT WS-INQ-ACCOUNT
           DISPLAY "Period (YYYYMM): " WITH NO ADVANCING
           ACCEPT WS-INQ-PERIOD
           IF WS-INQ-PERIOD NOT NUMERIC
               DISPLAY "JRNL-INQ: PERIOD MUST BE NUMERIC"
           ELSE
               PERFORM ShowMasterBalance
               PERFORM ListPeriodJournal
               MOVE "PERIOD ACTIVITY" TO WS-COMPARE-LABEL
               PERFORM ShowJournalAgreement
           END-IF.
       ShowMasterBalance.
           MOVE 0 TO WS-JRNL-DIFFERENCE
           OPEN INPUT GL-MASTER-FILE
           IF WS-GL-MASTER-STATUS NOT = "00"
               DISPLAY "JRNL-INQ: GLMASTER.DAT NOT AVAILABLE - "
                   "STATUS " WS-GL-MASTER-STATUS
           ELSE
               MOVE WS-INQ-ENTITY  TO GLM-ENTITY
               MOVE WS-INQ-ACCOUNT TO GLM-ACCOUNT-CODE
               MOVE WS-INQ-PERIOD  TO GLM-PERIOD
               READ GL-MASTER-FILE
                   INVALID KEY
                       DISPLAY "JRNL-INQ: NO GL MASTER BALANCE FOR "
                           "THAT ENTITY, ACCOUNT AND PERIOD"
                   NOT INVALID KEY
                       MOVE GLM-PERIOD-ACTIVITY TO WS-JRNL-DIFFERENCE
                       MOVE GLM-OPENING-BALANCE TO WS-TOTAL-EDITED
                       DISPLAY "  OPENING   " WS-TOTAL-EDITED
                       MOVE GLM-PERIOD-ACTIVITY TO WS-TOTAL-EDITED
                       DISPLAY "  ACTIVITY  " WS-TOTAL-EDITED
                       MOVE GLM-CLOSING-BALANCE TO WS-TOTAL-EDITED
                       DISPLAY "  CLOSING   " WS-TOTAL-EDITED
                       DISPLAY "  LAST POSTED " GLM-LAST-POSTED-DATE
               END-READ
               CLOSE GL-MASTER-FILE
           END-IF.
       ListPeriodJournal.
           PERFORM StartJournalListing
           OPEN INPUT POSTING-JOURNAL-FILE
           IF WS-POSTING-JOURNAL-STATUS NOT = "00"
               DISPLAY "JRNL-INQ: POSTJRNL.DAT NOT AVAILABLE - "
                   "STATUS " WS-POSTING-JOURNAL-STATUS
               SET WS-JRNL-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-JRNL-EOF
               READ POSTING-JOURNAL-FILE NEXT RECORD
                   AT END SET WS-JRNL-EOF TO TRUE
                   NOT AT END
                       IF PJ-ENTITY = WS-INQ-ENTITY
                           AND PJ-ACCOUNT-CODE = WS-INQ-ACCOUNT
                           AND PJ-GLM-PERIOD = WS-INQ-PERIOD
                           PERFORM ShowJournalLine
                       END-IF
               END-READ
           END-PERFORM
           IF WS-POSTING-JOURNAL-STATUS = "00" OR "10"
               CLOSE POSTING-JOURNAL-FILE
           END-IF.
       StartJournalListing.
           MOVE 0 TO WS-SHOWN-COUNT
           MOVE 0 TO WS-JRNL-NET
           MOVE "N" TO WS-JRNL-EOF-FLAG
           DISPLAY "TRAN-ID  TRAN-DATE BUS-DATE BT CCTR T CUR "
               "     ORIGINAL       CONVERTED PERIOD".
       ShowJournalLine.
           ADD 1 TO WS-SHOWN-COUNT
           IF PJ-CREDIT
               SUBTRACT PJ-CONVERTED-AMOUNT FROM WS-JRNL-NET
           ELSE
               ADD PJ-CONVERTED-AMOUNT TO WS-JRNL-NET
           END-IF
           MOVE PJ-ORIG-AMOUNT      TO WS-ORIG-EDITED
           MOVE PJ-CONVERTED-AMOUNT TO WS-AMOUNT-EDITED
           DISPLAY PJ-TRAN-ID " " PJ-TRAN-DATE " " PJ-RUN-DATE " "
               PJ-BATCH-SEQ " " PJ-COST-CENTER " " PJ-TYPE-CODE " "
               PJ-ORIG-CURRENCY " " WS-ORIG-EDITED " "
               WS-AMOUNT-EDITED " " PJ-GLM-PERIOD.
      * The journal carries posted transactions and the reversing
      * lines GL-BACKOUT writes for them; a GL line from an
      * auto-balance or a hand adjustment to the master has none
      * behind it and shows as a difference.
       ShowJournalAgreement.
           MOVE WS-JRNL-NET TO WS-TOTAL-EDITED
           DISPLAY "  " WS-SHOWN-COUNT " TRANSACTION(S), JOURNAL NET "
               WS-TOTAL-EDITED
           SUBTRACT WS-JRNL-NET FROM WS-JRNL-DIFFERENCE
           IF WS-JRNL-DIFFERENCE = 0
               DISPLAY "  JOURNAL AGREES TO " WS-COMPARE-LABEL
           ELSE
               MOVE WS-JRNL-DIFFERENCE TO WS-TOTAL-EDITED
               DISPLAY "  " WS-COMPARE-LABEL " NOT COVERED BY THE "
                   "JOURNAL: " WS-TOTAL-EDITED
           END-IF.
       END PROGRAM JRNL-INQ.
