      *----------------------------------------------------------
      * Shared call interface for EMP-HIST, the employee history
      * writer. COPY this into the WORKING-STORAGE of any program
      * that calls EMP-HIST, and into EMP-HIST's own LINKAGE
      * SECTION, so the parameter layout always matches on both
      * sides of the CALL. Function "B" takes the baseline from
      * EMPMAST.DAT if EMPHIST.DAT does not exist yet (the
      * effective date passed is used for any employee without
      * one of its own) and returns the number of records taken;
      * it must be called while EMPMAST.DAT is not open for
      * update. Function "W" appends one history record from the
      * remaining fields. The old department and status are blank
      * on an ADD and the new ones blank on a DELETE.
      *----------------------------------------------------------
           01 WS-EMH-FUNCTION       PIC X.
               88 WS-EMH-TAKE-BASELINE VALUE "B".
               88 WS-EMH-WRITE         VALUE "W".
           01 WS-EMH-EMPLOYEE-ID    PIC 9(6).
           01 WS-EMH-EFFECTIVE-DATE PIC 9(8).
           01 WS-EMH-ACTION         PIC X(8).
           01 WS-EMH-OLD-DEPT       PIC X(4).
           01 WS-EMH-OLD-STATUS     PIC X.
           01 WS-EMH-NEW-DEPT       PIC X(4).
           01 WS-EMH-NEW-STATUS     PIC X.
           01 WS-EMH-OPERATOR-ID    PIC X(8).
           01 WS-EMH-TIMESTAMP      PIC X(22).
           01 WS-EMH-WRITTEN        PIC 9(6).
