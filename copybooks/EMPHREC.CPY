      *----------------------------------------------------------
      * Shared record layout for the employee history file
      * (EMPHIST.DAT), one record for every change to an
      * employee's department or status, appended by EMP-HIST and
      * never rewritten. Each record carries the department and
      * status before and after, so headcount by department as of
      * any date is the sum of the records effective on or before
      * it. The first use of the file takes a BASELINE record for
      * every employee already on EMPMAST.DAT, effective from the
      * employee's own effective date; after that NAME-MAINT adds
      * one for each ADD, for each CHANGE that moves department or
      * status, and for each DELETE. COPY this into the FD for
      * EMPLOYEE-HISTORY-FILE in any program that reads or writes
      * it, so the layout always matches on both sides.
      *----------------------------------------------------------
           01 EMPLOYEE-HISTORY-RECORD.
               05 EH-EFFECTIVE-DATE  PIC 9(8).
               05 FILLER             PIC X.
               05 EH-EMPLOYEE-ID     PIC 9(6).
               05 FILLER             PIC X.
               05 EH-ACTION          PIC X(8).
                   88 EH-BASELINE VALUE "BASELINE".
                   88 EH-ADDED    VALUE "ADD".
                   88 EH-CHANGED  VALUE "CHANGE".
                   88 EH-DELETED  VALUE "DELETE".
               05 FILLER             PIC X.
               05 EH-OLD-DEPT        PIC X(4).
               05 FILLER             PIC X.
               05 EH-OLD-STATUS      PIC X.
                   88 EH-WAS-ACTIVE VALUE "A".
               05 FILLER             PIC X.
               05 EH-NEW-DEPT        PIC X(4).
               05 FILLER             PIC X.
               05 EH-NEW-STATUS      PIC X.
                   88 EH-NOW-ACTIVE VALUE "A".
               05 FILLER             PIC X.
               05 EH-OPERATOR-ID     PIC X(8).
               05 FILLER             PIC X.
               05 EH-TIMESTAMP       PIC X(22).
