       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-INQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-MASTER-FILE ASSIGN TO "GLMASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLM-KEY
               FILE STATUS IS WS-GL-MASTER-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCOUNT-CODE
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GL-MASTER-FILE.
           COPY GLMASTREC.
       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTREC.
       WORKING-STORAGE SECTION.
           01 WS-GL-MASTER-STATUS      PIC XX.
           01 WS-ACCOUNT-MASTER-STATUS PIC XX.
           01 WS-CHOICE          PIC X VALUE SPACE.
           01 WS-DONE-FLAG       PIC X VALUE "N".
               88 WS-DONE VALUE "Y".
           01 WS-MASTER-OPEN-FLAG PIC X VALUE "N".
               88 WS-MASTER-OPEN VALUE "Y".
           01 WS-CHART-OPEN-FLAG PIC X VALUE "N".
               88 WS-CHART-OPEN VALUE "Y".
           01 WS-GLM-EOF-FLAG    PIC X.
               88 WS-GLM-EOF VALUE "Y".
           01 WS-NEIGHBOUR-FLAG  PIC X.
               88 WS-NEIGHBOUR-FOUND VALUE "Y".
           01 WS-RANGE-SET-FLAG  PIC X VALUE "N".
               88 WS-RANGE-SET VALUE "Y".
           01 WS-INQ-ENTITY      PIC X(3).
           01 WS-INQ-ACCOUNT     PIC X(8).
           01 WS-FROM-PERIOD     PIC 9(6).
           01 WS-TO-PERIOD       PIC 9(6).
           01 WS-ACCOUNT-NAME    PIC X(30).
           01 WS-SHOWN-COUNT     PIC 9(4).
           01 WS-OPEN-EDITED     PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           01 WS-ACTIVITY-EDITED PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           01 WS-CLOSE-EDITED    PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "N" TO WS-DONE-FLAG
           MOVE "N" TO WS-RANGE-SET-FLAG
           PERFORM OpenMasters
           IF WS-MASTER-OPEN
               PERFORM UNTIL WS-DONE
                   PERFORM DisplayMenu
                   ACCEPT WS-CHOICE
                   PERFORM RunChoice
               END-PERFORM
               CLOSE GL-MASTER-FILE
           END-IF
           IF WS-CHART-OPEN
               CLOSE ACCOUNT-MASTER-FILE
           END-IF
           MOVE "N" TO WS-MASTER-OPEN-FLAG
           MOVE "N" TO WS-CHART-OPEN-FLAG
           GOBACK.
      * The chart is only needed for the account name; the
      * inquiry still runs without it and says so on each screen.
       OpenMasters.
           OPEN INPUT GL-MASTER-FILE
           IF WS-GL-MASTER-STATUS = "00"
               SET WS-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "GL-INQ: GLMASTER.DAT NOT AVAILABLE - STATUS "
                   WS-GL-MASTER-STATUS
           END-IF
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF WS-ACCOUNT-MASTER-STATUS = "00"
               SET WS-CHART-OPEN TO TRUE
           END-IF.
       DisplayMenu.
           DISPLAY "=============================="
           DISPLAY "  GL BALANCE INQUIRY"
           DISPLAY "=============================="
           DISPLAY "I. Inquire an account"
           DISPLAY "N. Next account"
           DISPLAY "P. Previous account"
           DISPLAY "X. Return to menu"
           DISPLAY "Enter choice: " WITH NO ADVANCING.
       RunChoice.
           EVALUATE WS-CHOICE
               WHEN "I" WHEN "i"
                   PERFORM AcceptInquiry
               WHEN "N" WHEN "n"
                   PERFORM NextAccount
               WHEN "P" WHEN "p"
                   PERFORM PreviousAccount
               WHEN "X" WHEN "x"
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid choice, try again."
           END-EVALUATE.
       AcceptInquiry.
           DISPLAY "Entity: " WITH NO ADVANCING
           ACCEPT WS-INQ-ENTITY
           DISPLAY "Account code: " WITH NO ADVANCING
           ACCEPT WS-INQ-ACCOUNT
           DISPLAY "From period (YYYYMM): " WITH NO ADVANCING
           ACCEPT WS-FROM-PERIOD
           DISPLAY "To period (YYYYMM): " WITH NO ADVANCING
           ACCEPT WS-TO-PERIOD
           IF WS-FROM-PERIOD NOT NUMERIC
               OR WS-TO-PERIOD NOT NUMERIC
               OR WS-FROM-PERIOD > WS-TO-PERIOD
               DISPLAY "GL-INQ: PERIOD RANGE NOT VALID"
           ELSE
               SET WS-RANGE-SET TO TRUE
               PERFORM ShowAccount
           END-IF.
       ShowAccount.
           PERFORM LookupAccountName
           DISPLAY "ENTITY " WS-INQ-ENTITY "  ACCOUNT " WS-INQ-ACCOUNT
               "  " WS-ACCOUNT-NAME
           DISPLAY "PERIOD          OPENING           ACTIVITY"
               "            CLOSING LAST-POSTED"
           MOVE 0 TO WS-SHOWN-COUNT
           MOVE "N" TO WS-GLM-EOF-FLAG
           MOVE WS-INQ-ENTITY  TO GLM-ENTITY
           MOVE WS-INQ-ACCOUNT TO GLM-ACCOUNT-CODE
           MOVE WS-FROM-PERIOD TO GLM-PERIOD
           START GL-MASTER-FILE KEY IS >= GLM-KEY
               INVALID KEY SET WS-GLM-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-GLM-EOF
               READ GL-MASTER-FILE NEXT RECORD
                   AT END SET WS-GLM-EOF TO TRUE
                   NOT AT END
                       IF GLM-ENTITY NOT = WS-INQ-ENTITY
                           OR GLM-ACCOUNT-CODE NOT = WS-INQ-ACCOUNT
                           OR GLM-PERIOD > WS-TO-PERIOD
                           SET WS-GLM-EOF TO TRUE
                       ELSE
                           PERFORM ShowPeriodLine
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SHOWN-COUNT = 0
               DISPLAY "  NO BALANCES IN PERIODS " WS-FROM-PERIOD
                   " TO " WS-TO-PERIOD
           END-IF.
       ShowPeriodLine.
           ADD 1 TO WS-SHOWN-COUNT
           MOVE GLM-OPENING-BALANCE TO WS-OPEN-EDITED
           MOVE GLM-PERIOD-ACTIVITY TO WS-ACTIVITY-EDITED
           MOVE GLM-CLOSING-BALANCE TO WS-CLOSE-EDITED
           DISPLAY GLM-PERIOD " " WS-OPEN-EDITED " "
               WS-ACTIVITY-EDITED " " WS-CLOSE-EDITED " "
               GLM-LAST-POSTED-DATE.
       LookupAccountName.
           IF NOT WS-CHART-OPEN
               MOVE "(ACCTMAST.DAT NOT AVAILABLE)" TO WS-ACCOUNT-NAME
           ELSE
               MOVE WS-INQ-ACCOUNT TO AM-ACCOUNT-CODE
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       MOVE "(NOT ON CHART OF ACCOUNTS)"
                           TO WS-ACCOUNT-NAME
                   NOT INVALID KEY
                       MOVE AM-ACCOUNT-NAME TO WS-ACCOUNT-NAME
               END-READ
           END-IF.
      * Neighbouring accounts are the next and previous account
      * codes with any balance on the master for the same entity;
      * the period range carries over so the caller can step
      * through the ledger without re-keying it.
       NextAccount.
           IF NOT WS-RANGE-SET
               DISPLAY "GL-INQ: INQUIRE AN ACCOUNT FIRST"
           ELSE
               MOVE "N" TO WS-NEIGHBOUR-FLAG
               MOVE WS-INQ-ENTITY  TO GLM-ENTITY
               MOVE WS-INQ-ACCOUNT TO GLM-ACCOUNT-CODE
               MOVE 999999         TO GLM-PERIOD
               START GL-MASTER-FILE KEY IS > GLM-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       READ GL-MASTER-FILE NEXT RECORD
                           AT END CONTINUE
                           NOT AT END
                               IF GLM-ENTITY = WS-INQ-ENTITY
                                   SET WS-NEIGHBOUR-FOUND TO TRUE
                               END-IF
                       END-READ
               END-START
               PERFORM MoveToNeighbour
           END-IF.
       PreviousAccount.
           IF NOT WS-RANGE-SET
               DISPLAY "GL-INQ: INQUIRE AN ACCOUNT FIRST"
           ELSE
               MOVE "N" TO WS-NEIGHBOUR-FLAG
               MOVE WS-INQ-ENTITY  TO GLM-ENTITY
               MOVE WS-INQ-ACCOUNT TO GLM-ACCOUNT-CODE
               MOVE 0              TO GLM-PERIOD
               START GL-MASTER-FILE KEY IS < GLM-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       READ GL-MASTER-FILE PREVIOUS RECORD
                           AT END CONTINUE
                           NOT AT END
                               IF GLM-ENTITY = WS-INQ-ENTITY
                                   SET WS-NEIGHBOUR-FOUND TO TRUE
                               END-IF
                       END-READ
               END-START
               PERFORM MoveToNeighbour
           END-IF.
       MoveToNeighbour.
           IF WS-NEIGHBOUR-FOUND
               MOVE GLM-ACCOUNT-CODE TO WS-INQ-ACCOUNT
               PERFORM ShowAccount
           ELSE
               DISPLAY "GL-INQ: NO FURTHER ACCOUNTS FOR ENTITY "
                   WS-INQ-ENTITY
           END-IF.
       END PROGRAM GL-INQ.
