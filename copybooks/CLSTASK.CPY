      *----------------------------------------------------------
      * Shared record layout for the month-end close checklist
      * (CLOSETSK.DAT). Rows with period 000000 are the standing
      * list of close tasks; the first time a period is checked
      * CLOSE-CHECK copies them into rows for that period. Each
      * task names how it is proved: S - a clean STEPRSLT.DAT
      * result for the named step, A - a SUCCESS entry on
      * AUDIT.LOG for the named program, Q - no suspense item
      * first rejected in or before the period, M - a manual
      * sign-off by a supervisor through CLOSE-STATUS. MONTH-END
      * will not close a period while any mandatory task is still
      * OPEN. COPY this into the FD for CLOSE-TASK-FILE in any
      * program that reads or writes it, so the layout always
      * matches on both sides.
      *----------------------------------------------------------
           01 CLOSE-TASK-RECORD.
               05 CT-PERIOD          PIC 9(6).
               05 FILLER             PIC X.
               05 CT-TASK-ID         PIC X(8).
               05 FILLER             PIC X.
               05 CT-DESCRIPTION     PIC X(30).
               05 FILLER             PIC X.
               05 CT-MANDATORY       PIC X.
                   88 CT-IS-MANDATORY VALUE "Y".
               05 FILLER             PIC X.
               05 CT-PROOF-TYPE      PIC X.
                   88 CT-PROOF-STEP     VALUE "S".
                   88 CT-PROOF-AUDIT    VALUE "A".
                   88 CT-PROOF-SUSPENSE VALUE "Q".
                   88 CT-PROOF-MANUAL   VALUE "M".
               05 FILLER             PIC X.
               05 CT-PROOF-NAME      PIC X(20).
               05 FILLER             PIC X.
               05 CT-STATUS          PIC X(6).
                   88 CT-OUTSTANDING VALUE "OPEN".
                   88 CT-AUTO-DONE   VALUE "AUTO".
                   88 CT-SIGNED-OFF  VALUE "SIGNED".
               05 FILLER             PIC X.
               05 CT-DONE-DATE       PIC 9(8).
               05 FILLER             PIC X.
               05 CT-DONE-BY         PIC X(8).
               05 FILLER             PIC X.
               05 CT-DONE-TS         PIC X(22).
