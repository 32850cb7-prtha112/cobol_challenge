      *----------------------------------------------------------
      * Shared call interface for CLOSE-CHECK, the month-end close
      * checklist keeper. COPY this into the WORKING-STORAGE of
      * any program that calls CLOSE-CHECK, and into CLOSE-CHECK's
      * own LINKAGE SECTION, so the parameter layout always
      * matches on both sides of the CALL. Function R ticks every
      * task the period's program runs now prove and returns the
      * counts; function S signs off the named manual task for
      * the operator given. Both return the number of mandatory
      * tasks still outstanding, which MONTH-END requires to be
      * zero, and a one-line result.
      *----------------------------------------------------------
           01 WS-CHK-FUNCTION       PIC X.
               88 WS-CHK-REFRESH  VALUE "R".
               88 WS-CHK-SIGN-OFF VALUE "S".
           01 WS-CHK-PERIOD         PIC 9(6).
           01 WS-CHK-TASK-ID        PIC X(8).
           01 WS-CHK-OPERATOR       PIC X(8).
           01 WS-CHK-TASK-COUNT     PIC 9(3).
           01 WS-CHK-OUTSTANDING    PIC 9(3).
           01 WS-CHK-OPTIONAL-OPEN  PIC 9(3).
           01 WS-CHK-RESULT         PIC X(60).
