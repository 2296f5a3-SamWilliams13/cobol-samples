      *****************************************************************
      * Copybook:        BUDAUD
      *
      * Record layout for BUDGET-AUDIT-FILE. BUDMAINT appends one
      * record for every budget month it adds, changes, or deletes -
      * the same way VENDMNT audits the vendor master - so who moved
      * a department's budget, when, and from what to what is a file
      * lookup rather than a spreadsheet's revision history.
      *****************************************************************
       01  BUDGET-AUDIT-RECORD.
           05  BDA-ACCOUNT-NUMBER       PIC X(08).
           05  BDA-PERIOD               PIC X(06).
           05  BDA-ACTION               PIC X(08).
           05  BDA-OLD-AMOUNT           PIC S9(11)V99
                         SIGN IS TRAILING SEPARATE CHARACTER.
           05  BDA-NEW-AMOUNT           PIC S9(11)V99
                         SIGN IS TRAILING SEPARATE CHARACTER.
           05  BDA-CHANGED-BY-USER      PIC X(08).
           05  BDA-CHANGE-DATE          PIC X(08).
           05  BDA-CHANGE-TIME          PIC X(08).
