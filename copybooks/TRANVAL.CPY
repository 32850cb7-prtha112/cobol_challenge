      * layout always matches on both sides of the CALL. The tran
      * record itself is passed as the first parameter using the
      * TRANREC layout. Reason codes: 00 passed, 01 amount not
      * numeric, 02 blank account, 03 invalid type code,
      * 04 invalid date, 05 invalid currency, 07 account not on
      * the chart of accounts (ACCTMAST.DAT) or inactive.
      * Reason 08 (duplicate transaction id) is raised by
      * TRAN-EDIT's id register, not by TRAN-VALID itself.
      * 09 cost center not on the master (CCMAST.DAT) or
      * inactive; a blank cost center is defaulted upstream.
      * 10 tax code not on the tax code table (TAXCODE.DAT),
      * 11 tax code not in force on the transaction date.
      * 12-16 break the account's POSTRULE.DAT posting rule:
      * 12 cost center required, 13 debit or credit not allowed
      * on the account, 14 control account posted directly,
      * 15 entity not allowed, 16 currency not allowed.
      * The edit source is the third parameter: a subledger
      * posting to its own control account sets it to "S";
      * anything else is a direct posting and reason 14 applies.
      *----------------------------------------------------------
           01 WS-EDIT-REASON-CODE PIC 99.
               88 WS-EDIT-PASSED VALUE 0.
           01 WS-EDIT-SOURCE      PIC X VALUE SPACE.
               88 WS-EDIT-DIRECT    VALUE SPACE.
               88 WS-EDIT-SUBLEDGER VALUE "S".
