           SELECT SHIFT-LOG-FILE ASSIGN TO "SHIFTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIFT-LOG-STATUS.
           SELECT HANDOVER-CHECK-FILE ASSIGN TO "HANDOVER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HANDOVER-CHECK-STATUS.
           SELECT SHIFT-PARM-FILE ASSIGN TO "SHFTPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIFT-PARM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SHIFT-LOG-FILE.
           COPY SHIFTLOG.
       FD  HANDOVER-CHECK-FILE.
           COPY HNDCHK.
      * Job mode has no one to answer the prompts: the shift code
      * and the sign in or out event come from SHFTPARM.DAT, e.g.
      * "N O" to sign the night shift out.
       FD  SHIFT-PARM-FILE.
       01  SHIFT-PARM-RECORD.
           05 SP-SHIFT        PIC X.
           05 FILLER          PIC X.
           05 SP-EVENT        PIC X.
       WORKING-STORAGE SECTION.
           01 WS-SHIFT-LOG-STATUS PIC XX.
           01 WS-SHIFT-PARM-STATUS PIC XX.
           01 WS-HANDOVER-CHECK-STATUS PIC XX.
           01 WS-SHIFT-EOF-FLAG  PIC X.
               88 WS-SHIFT-EOF VALUE "Y".
           01 WS-CHECK-EOF-FLAG  PIC X.
               88 WS-CHECK-EOF VALUE "Y".
           01 WS-WORK-OPERATOR   PIC X(8).
           01 WS-WORK-SHIFT      PIC X.
           01 WS-WORK-EVENT      PIC X.
           01 WS-CHECK-ANSWER    PIC X.
           01 WS-ANSWER-SOURCE   PIC X.
           01 WS-ITEM-COUNT      PIC 9(3).
           01 WS-EXCEPTION-COUNT PIC 9(3).
           01 WS-ACK-PROMPT      PIC X(60) VALUE
              "Acknowledge this handover exception? (Y/N): ".
      * Handover exceptions still waiting for a sign-in to
      * acknowledge them, built from SHIFTLOG.DAT at sign-in.
           01 WS-EXC-TABLE.
               05 WS-EXC-ENTRY OCCURS 200 TIMES.
                   10 WS-EXC-DATE     PIC X(8).
                   10 WS-EXC-SHIFT    PIC X.
                   10 WS-EXC-OPERATOR PIC X(8).
                   10 WS-EXC-ITEM     PIC X(4).
                   10 WS-EXC-TEXT     PIC X(60).
                   10 WS-EXC-OPEN     PIC X.
           01 WS-EXC-COUNT       PIC 9(3) VALUE 0.
           01 WS-EXC-IDX         PIC 9(3).
           01 WS-RUN-TIMESTAMP PIC X(22).
           01 WS-EVENT-TIMESTAMP PIC X(22).
           01 WS-DATE-FORMAT-CODE PIC X VALUE SPACE.
           01 WS-JOB-MODE-FLAG   PIC X VALUE "U".
           01 WS-UTIL-MODE-FLAG  PIC X VALUE "U".
           01 WS-OPERATOR-ID   PIC X(8).
           COPY AUDITREC.
           COPY BUSDTE.
       LINKAGE SECTION.
           01 LK-JOB-MODE-FLAG  PIC X.
       PROCEDURE DIVISION USING OPTIONAL LK-JOB-MODE-FLAG.
       MAIN-PROCEDURE.
           IF LK-JOB-MODE-FLAG = "J"
               MOVE "J" TO WS-JOB-MODE-FLAG
           END-IF
           CALL "DATE-TIME" USING WS-RUN-TIMESTAMP WS-DATE-FORMAT-CODE
               WS-UTIL-MODE-FLAG
           MOVE "G" TO WS-BUSDATE-FUNCTION
           CALL "BUSDATE" USING WS-BUSDATE-FUNCTION WS-BUSINESS-DATE
           IF WS-JOB-MODE-FLAG = "J"
               ACCEPT WS-WORK-OPERATOR FROM ENVIRONMENT "USER"
           ELSE
               DISPLAY "Operator id: " WITH NO ADVANCING
               ACCEPT WS-WORK-OPERATOR
           END-IF
           IF WS-JOB-MODE-FLAG = "J"
               PERFORM ReadShiftParm
               IF NOT (WS-WORK-SHIFT = "D" OR "E" OR "N")
                   OR NOT (WS-WORK-EVENT = "I" OR "O")
                   DISPLAY "SHIFT-TRACK: SHFTPARM.DAT MISSING OR "
                       "INVALID - NO SHIFT EVENT RECORDED"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           ELSE
               PERFORM AskShiftEvent
           END-IF
           IF WS-WORK-EVENT = "O"
               PERFORM RunHandoverChecklist
           END-IF
           PERFORM WriteShiftRecord
           IF WS-WORK-EVENT = "I"
               DISPLAY "SHIFT-TRACK: " WS-WORK-OPERATOR
                   " SIGNED IN FOR SHIFT " WS-WORK-SHIFT
               PERFORM AcknowledgeExceptions
           ELSE
               DISPLAY "SHIFT-TRACK: " WS-WORK-OPERATOR
                   " SIGNED OUT FROM SHIFT " WS-WORK-SHIFT
           END-IF
           PERFORM WriteAuditEntry
           GOBACK.
       AskShiftEvent.
           DISPLAY "Shift code (D/E/N): " WITH NO ADVANCING
           ACCEPT WS-WORK-SHIFT
           PERFORM UNTIL WS-WORK-SHIFT = "D" OR "E" OR "N"
               DISPLAY "Event must be I or O."
               DISPLAY "Sign In or Out (I/O): " WITH NO ADVANCING
               ACCEPT WS-WORK-EVENT
           END-PERFORM.
       ReadShiftParm.
           MOVE SPACES TO WS-WORK-SHIFT WS-WORK-EVENT
           OPEN INPUT SHIFT-PARM-FILE
           IF WS-SHIFT-PARM-STATUS = "00"
               READ SHIFT-PARM-FILE
                   NOT AT END
                       MOVE SP-SHIFT TO WS-WORK-SHIFT
                       MOVE SP-EVENT TO WS-WORK-EVENT
               END-READ
               CLOSE SHIFT-PARM-FILE
           END-IF.
       WriteShiftRecord.
           MOVE SPACES           TO SHIFT-LOG-RECORD
           MOVE WS-BUSINESS-DATE TO SH-DATE
           MOVE WS-WORK-OPERATOR TO SH-OPERATOR
           MOVE WS-WORK-SHIFT    TO SH-SHIFT
           MOVE WS-WORK-EVENT    TO SH-EVENT
           MOVE WS-RUN-TIMESTAMP TO SH-TIMESTAMP
           PERFORM AppendShiftLog.
       AppendShiftLog.
           OPEN EXTEND SHIFT-LOG-FILE
           IF WS-SHIFT-LOG-STATUS = "35"
               OPEN OUTPUT SHIFT-LOG-FILE
           END-IF
           WRITE SHIFT-LOG-RECORD
           CLOSE SHIFT-LOG-FILE.
      * Sign-out walks the handover checklist in HANDOVER.DAT, one
      * CONFIRM-YN question per active item (answered from
      * AUTOANS.DAT in job mode). Every answer goes on SHIFTLOG.DAT
      * against this shift; each "N" is a handover exception the
      * next sign-in has to acknowledge.
       RunHandoverChecklist.
           MOVE 0 TO WS-ITEM-COUNT
           MOVE 0 TO WS-EXCEPTION-COUNT
           MOVE "N" TO WS-CHECK-EOF-FLAG
           OPEN INPUT HANDOVER-CHECK-FILE
           IF WS-HANDOVER-CHECK-STATUS NOT = "00"
               DISPLAY "SHIFT-TRACK: HANDOVER.DAT NOT AVAILABLE - "
                   "NO HANDOVER CHECKLIST TAKEN"
               SET WS-CHECK-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-CHECK-EOF
               READ HANDOVER-CHECK-FILE
                   AT END SET WS-CHECK-EOF TO TRUE
                   NOT AT END
                       IF HC-ITEM-ACTIVE
                           PERFORM AskChecklistItem
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HANDOVER-CHECK-STATUS = "00" OR "10"
               CLOSE HANDOVER-CHECK-FILE
               DISPLAY "SHIFT-TRACK: " WS-ITEM-COUNT
                   " HANDOVER ITEM(S) ANSWERED, " WS-EXCEPTION-COUNT
                   " EXCEPTION(S) HANDED OVER"
           END-IF.
       AskChecklistItem.
           CALL "CONFIRM-YN" USING HC-QUESTION WS-CHECK-ANSWER
               WS-JOB-MODE-FLAG WS-ANSWER-SOURCE
           IF WS-CHECK-ANSWER = "y"
               MOVE "Y" TO WS-CHECK-ANSWER
           END-IF
           IF WS-CHECK-ANSWER = "n"
               MOVE "N" TO WS-CHECK-ANSWER
           END-IF
           ADD 1 TO WS-ITEM-COUNT
           CALL "DATE-TIME" USING WS-EVENT-TIMESTAMP
               WS-DATE-FORMAT-CODE WS-UTIL-MODE-FLAG
           MOVE SPACES             TO SHIFT-LOG-RECORD
           MOVE WS-BUSINESS-DATE   TO SH-DATE
           MOVE WS-WORK-OPERATOR   TO SH-OPERATOR
           MOVE WS-WORK-SHIFT      TO SH-SHIFT
           MOVE "C"                TO SH-EVENT
           MOVE WS-EVENT-TIMESTAMP TO SH-TIMESTAMP
           MOVE HC-ITEM-CODE       TO SH-ITEM-CODE
           MOVE WS-CHECK-ANSWER    TO SH-ANSWER
           MOVE WS-ANSWER-SOURCE   TO SH-ANSWER-SOURCE
           MOVE HC-QUESTION        TO SH-ITEM-TEXT
           PERFORM AppendShiftLog
           IF WS-CHECK-ANSWER = "N"
               ADD 1 TO WS-EXCEPTION-COUNT
               DISPLAY "SHIFT-TRACK: HANDOVER EXCEPTION RAISED - "
                   HC-ITEM-CODE
           END-IF.
      * Sign-in lists every handover exception no one has yet
      * acknowledged, from any earlier shift, and records an "A"
      * event for each one the incoming operator accepts. An
      * exception not acknowledged stays open for the next sign-in
      * and on SHIFT.RPT.
       AcknowledgeExceptions.
           PERFORM LoadOpenExceptions
           PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
                   UNTIL WS-EXC-IDX > WS-EXC-COUNT
               IF WS-EXC-OPEN(WS-EXC-IDX) = "Y"
                   PERFORM AcknowledgeOneException
               END-IF
           END-PERFORM.
       LoadOpenExceptions.
           MOVE 0 TO WS-EXC-COUNT
           MOVE "N" TO WS-SHIFT-EOF-FLAG
           OPEN INPUT SHIFT-LOG-FILE
           IF WS-SHIFT-LOG-STATUS NOT = "00"
               SET WS-SHIFT-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-SHIFT-EOF
               READ SHIFT-LOG-FILE
                   AT END SET WS-SHIFT-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN SH-CHECK-ANSWER AND SH-ANSWER = "N"
                               PERFORM AddOpenException
                           WHEN SH-ACKNOWLEDGE
                               PERFORM CloseOpenException
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-SHIFT-LOG-STATUS = "00" OR "10"
               CLOSE SHIFT-LOG-FILE
           END-IF.
       AddOpenException.
           IF WS-EXC-COUNT < 200
               ADD 1 TO WS-EXC-COUNT
               MOVE SH-DATE      TO WS-EXC-DATE(WS-EXC-COUNT)
               MOVE SH-SHIFT     TO WS-EXC-SHIFT(WS-EXC-COUNT)
               MOVE SH-OPERATOR  TO WS-EXC-OPERATOR(WS-EXC-COUNT)
               MOVE SH-ITEM-CODE TO WS-EXC-ITEM(WS-EXC-COUNT)
               MOVE SH-ITEM-TEXT TO WS-EXC-TEXT(WS-EXC-COUNT)
               MOVE "Y"          TO WS-EXC-OPEN(WS-EXC-COUNT)
           END-IF.
       CloseOpenException.
           PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
                   UNTIL WS-EXC-IDX > WS-EXC-COUNT
               IF WS-EXC-DATE(WS-EXC-IDX) = SH-REF-DATE
                   AND WS-EXC-SHIFT(WS-EXC-IDX) = SH-REF-SHIFT
                   AND WS-EXC-OPERATOR(WS-EXC-IDX) = SH-REF-OPERATOR
                   AND WS-EXC-ITEM(WS-EXC-IDX) = SH-ITEM-CODE
                   MOVE "N" TO WS-EXC-OPEN(WS-EXC-IDX)
               END-IF
           END-PERFORM.
       AcknowledgeOneException.
           DISPLAY "HANDOVER EXCEPTION FROM "
               WS-EXC-OPERATOR(WS-EXC-IDX)
               " SHIFT " WS-EXC-SHIFT(WS-EXC-IDX) " OF "
               WS-EXC-DATE(WS-EXC-IDX) " - ITEM "
               WS-EXC-ITEM(WS-EXC-IDX)
           DISPLAY "  " WS-EXC-TEXT(WS-EXC-IDX)
           CALL "CONFIRM-YN" USING WS-ACK-PROMPT WS-CHECK-ANSWER
               WS-JOB-MODE-FLAG WS-ANSWER-SOURCE
           IF WS-CHECK-ANSWER = "Y" OR "y"
               CALL "DATE-TIME" USING WS-EVENT-TIMESTAMP
                   WS-DATE-FORMAT-CODE WS-UTIL-MODE-FLAG
               MOVE SPACES             TO SHIFT-LOG-RECORD
               MOVE WS-BUSINESS-DATE   TO SH-DATE
               MOVE WS-WORK-OPERATOR   TO SH-OPERATOR
               MOVE WS-WORK-SHIFT      TO SH-SHIFT
               MOVE "A"                TO SH-EVENT
               MOVE WS-EVENT-TIMESTAMP TO SH-TIMESTAMP
               MOVE WS-EXC-ITEM(WS-EXC-IDX)     TO SH-ITEM-CODE
               MOVE "Y"                TO SH-ANSWER
               MOVE WS-ANSWER-SOURCE   TO SH-ANSWER-SOURCE
               MOVE WS-EXC-DATE(WS-EXC-IDX)     TO SH-REF-DATE
               MOVE WS-EXC-SHIFT(WS-EXC-IDX)    TO SH-REF-SHIFT
               MOVE WS-EXC-OPERATOR(WS-EXC-IDX) TO SH-REF-OPERATOR
               MOVE WS-EXC-TEXT(WS-EXC-IDX)     TO SH-ITEM-TEXT
               PERFORM AppendShiftLog
               MOVE "N" TO WS-EXC-OPEN(WS-EXC-IDX)
               DISPLAY "SHIFT-TRACK: EXCEPTION ACKNOWLEDGED"
           ELSE
               DISPLAY "SHIFT-TRACK: EXCEPTION LEFT OPEN"
           END-IF.
       WriteAuditEntry.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           MOVE "SHIFT-TRACK"    TO WS-AUDIT-PROGRAM-ID
