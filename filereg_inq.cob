               88 WS-FILEREG-EOF VALUE "Y".
           01 WS-SELECT-DATE     PIC 9(8).
           01 WS-SHOWN-COUNT     PIC 9(4).
           01 WS-RECEIPT-TYPE-TEXT PIC X(4).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM UNTIL WS-DONE
           MOVE 0 TO WS-SHOWN-COUNT
           MOVE "N" TO WS-FILEREG-EOF-FLAG
           DISPLAY "ARRIVAL                BUS-DATE SOURCE   "
               "CREATED      COUNT HASH            TYPE"
           OPEN INPUT FILE-REGISTER-FILE
           IF WS-FILE-REGISTER-STATUS NOT = "00"
               DISPLAY "FILEREG-INQ: FILEREG.DAT NOT AVAILABLE - "
                       IF WS-SELECT-DATE = 0
                           OR FRG-BUSINESS-DATE = WS-SELECT-DATE
                           ADD 1 TO WS-SHOWN-COUNT
                           IF FRG-CONVERTED-RECEIPT
                               MOVE "CSV" TO WS-RECEIPT-TYPE-TEXT
                           ELSE
                               MOVE "EDIT" TO WS-RECEIPT-TYPE-TEXT
                           END-IF
                           DISPLAY FRG-ARRIVAL-TS " "
                               FRG-BUSINESS-DATE " "
                               FRG-SOURCE " " FRG-CREATE-DATE " "
                               FRG-TRL-COUNT " " FRG-HASH " "
                               WS-RECEIPT-TYPE-TEXT
                       END-IF
               END-READ
           END-PERFORM
