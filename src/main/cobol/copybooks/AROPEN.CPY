           05  ARO-CURRENCY-CODE        PIC X(03).
           05  ARO-BILLED-EXCHANGE-RATE PIC S9(03)V9(06)
                         SIGN IS TRAILING SEPARATE CHARACTER.
      * 'F' for a finance charge FINCHRG billed against a past-due
      * item, so the next month's run never charges interest on it.
      * Spaces for everything INVCALC bills.
           05  ARO-ITEM-TYPE            PIC X.
               88  ARO-IS-FINANCE-CHARGE    VALUE 'F'.
