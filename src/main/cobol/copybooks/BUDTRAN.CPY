      *****************************************************************
      * Copybook:        BUDTRAN
      *
      * Record layout for BUDGET-TRANS-FILE, one budget maintenance
      * action per record: set one account's budget for one month
      * ('S'), spread an annual amount evenly over the twelve months
      * starting with BTR-PERIOD ('A' - any odd cents land in the
      * twelfth month), or delete one month's budget ('D', amount
      * ignored). Amounts are on the account's normal side. BUDMAINT
      * validates each one against the chart of accounts and audits
      * every change it makes under BTR-USER-ID.
      *****************************************************************
       01  BUDGET-TRANS-RECORD.
           05  BTR-ACTION-CODE          PIC X.
               88  BTR-IS-SET-MONTH         VALUE 'S'.
               88  BTR-IS-ANNUAL-SPREAD     VALUE 'A'.
               88  BTR-IS-DELETE            VALUE 'D'.
           05  BTR-ACCOUNT-NUMBER       PIC X(08).
           05  BTR-PERIOD               PIC X(06).
           05  BTR-AMOUNT               PIC S9(11)V99
                         SIGN IS TRAILING SEPARATE CHARACTER.
           05  BTR-USER-ID              PIC X(08).
