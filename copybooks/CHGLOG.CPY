      *----------------------------------------------------------
      * Shared call interface for CHG-LOG, the master-file change
      * history writer. COPY this into the WORKING-STORAGE of any
      * program that calls CHG-LOG, and into CHG-LOG's own
      * LINKAGE SECTION, so the parameter layout always matches
      * on both sides of the CALL. The action is "ADD", "CHANGE"
      * or "DELETE"; the before image is blank on an add and the
      * after image blank on a delete. A caller holding a secret
      * field (an operator password) masks it in both images
      * before the CALL.
      *----------------------------------------------------------
           01 WS-CHG-PROGRAM-ID    PIC X(20).
           01 WS-CHG-TIMESTAMP     PIC X(22).
           01 WS-CHG-OPERATOR-ID   PIC X(8).
           01 WS-CHG-FILE-NAME     PIC X(12).
           01 WS-CHG-ACTION        PIC X(6).
           01 WS-CHG-KEY           PIC X(20).
           01 WS-CHG-BEFORE        PIC X(60).
           01 WS-CHG-AFTER         PIC X(60).
