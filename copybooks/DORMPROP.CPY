      *----------------------------------------------------------
      * Shared record layout for the dormant account proposals
      * (DORMPROP.DAT), one record per zero-balance active account
      * the quarterly DORM-SCAN found with no activity since the
      * cutoff date. Each scan replaces the file. The last posted
      * date (zero when the account never moved) and the balance
      * are as the scan saw them; DORM-APPR rechecks both against
      * GLMASTER.DAT before it inactivates the account, and marks
      * the proposal "A" inactivated, "X" excluded by the
      * supervisor, or "S" skipped because the account moved, took
      * a balance or was no longer active. "P" is pending. COPY
      * this into the FD for DORMANT-PROPOSAL-FILE in any program
      * that reads or writes it, so the layout always matches on
      * both sides.
      *----------------------------------------------------------
           01 DORMANT-PROPOSAL-RECORD.
               05 DP-ACCOUNT-CODE   PIC X(8).
               05 FILLER            PIC X.
               05 DP-ACCOUNT-NAME   PIC X(30).
               05 FILLER            PIC X.
               05 DP-ACCOUNT-TYPE   PIC X.
               05 FILLER            PIC X.
               05 DP-LAST-POSTED    PIC 9(8).
               05 FILLER            PIC X.
               05 DP-BALANCE        PIC S9(11)V99
                                    SIGN LEADING SEPARATE.
               05 FILLER            PIC X.
               05 DP-SCAN-DATE      PIC 9(8).
               05 FILLER            PIC X.
               05 DP-STATUS         PIC X.
                   88 DP-PENDING     VALUE "P".
                   88 DP-INACTIVATED VALUE "A".
                   88 DP-EXCLUDED    VALUE "X".
                   88 DP-SKIPPED     VALUE "S".
               05 FILLER            PIC X.
               05 DP-DECIDED-BY     PIC X(8).
               05 FILLER            PIC X.
               05 DP-DECIDED-DATE   PIC 9(8).
