           01 WS-FX-EOF-FLAG       PIC X VALUE "N".
               88 WS-FX-EOF VALUE "Y".
           01 WS-REVAL-PERIOD      PIC 9(6) VALUE 0.
           01 WS-DETAIL-PERIOD     PIC 9(6).
           01 WS-REVAL-ACCT        PIC X(8) VALUE SPACES.
           01 WS-PARM-ERROR-FLAG   PIC X VALUE "N".
               88 WS-PARM-ERROR VALUE "Y".
               CLOSE GL-DETAIL-FILE
           END-IF.
       AccumulateOneDetail.
           PERFORM SetDetailPeriod
           IF WS-DETAIL-PERIOD = WS-REVAL-PERIOD
               AND GL-DET-ORIG-CURRENCY NOT = "USD"
               AND GL-DET-ORIG-CURRENCY NOT = SPACES
               AND GL-DET-ACCOUNT-CODE NOT = WS-REVAL-ACCT
                   PERFORM StorePosition
               END-IF
           END-IF.
      * A detail line posts to its carried posting period; lines
      * without one post to the period of their run date.
       SetDetailPeriod.
           IF GL-DET-POST-PERIOD NUMERIC
               AND GL-DET-POST-PERIOD > 0
               MOVE GL-DET-POST-PERIOD   TO WS-DETAIL-PERIOD
           ELSE
               MOVE GL-DET-RUN-DATE(1:6) TO WS-DETAIL-PERIOD
           END-IF.
       StorePosition.
           MOVE "N" TO WS-POS-FOUND-FLAG
           MOVE 0   TO WS-POS-IDX
