      * Payment terms code, decoded by the shared TERMLOOK routine
      * (N15/N30/N60/210/110). Spaces means net 30.
           05  CST-TERMS-CODE               PIC X(04).
      * 'Y' exempts the account from the month-end finance charge
      * FINCHRG assesses on past-due items. Spaces - every account
      * keyed before the flag existed - are chargeable.
           05  CST-FINANCE-CHARGE-EXEMPT    PIC X.
               88  CST-IS-FINANCE-CHARGE-EXEMPT VALUE 'Y'.
