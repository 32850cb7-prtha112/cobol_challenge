      * any program that reads or writes it, so the layout always
      * matches on both sides. Account types: "A" asset,
      * "L" liability, "I" income, "E" expense. Status "A" is
      * active, "I" inactive. An intercompany account carries its
      * role - "F" due from, "T" due to - and the counterparty
      * entity it is held against; both are blank otherwise.
      *----------------------------------------------------------
           01 ACCOUNT-MASTER-RECORD.
               05 AM-ACCOUNT-CODE   PIC X(8).
                   88 AM-ACTIVE   VALUE "A".
                   88 AM-INACTIVE VALUE "I".
               05 AM-EFFECTIVE-DATE PIC 9(8).
               05 AM-IC-ROLE        PIC X.
                   88 AM-IC-DUE-FROM  VALUE "F".
                   88 AM-IC-DUE-TO    VALUE "T".
                   88 AM-INTERCOMPANY VALUE "F" "T".
               05 AM-IC-COUNTERPARTY PIC X(3).
