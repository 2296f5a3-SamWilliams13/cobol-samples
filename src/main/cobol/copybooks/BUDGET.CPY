      *****************************************************************
      * Copybook:        BUDGET
      *
      * Record layout for BUDGET-FILE, management's budget by GL
      * account by fiscal month. One record per account per period
      * (YYYYMM, as on GL-BALANCE-FILE), in account and period
      * order. BUDMAINT keeps the file from BUDGET-TRANS-FILE and
      * audits every change; BUDVAR compares it to the ledger. The
      * amount is held on the side the account's balance normally
      * sits on, the way the statements print it: a revenue budget
      * of 50,000.00 is +50,000.00, not a credit.
      *****************************************************************
       01  BUDGET-RECORD.
           05  BUD-ACCOUNT-NUMBER       PIC X(08).
           05  BUD-PERIOD               PIC X(06).
           05  BUD-AMOUNT               PIC S9(11)V99
                         SIGN IS TRAILING SEPARATE CHARACTER.
