           05  CSX-CREDIT-LIMIT         PIC S9(07)V99
                         SIGN IS TRAILING SEPARATE CHARACTER.
           05  CSX-TERMS-CODE           PIC X(04).
           05  CSX-FINANCE-CHARGE-EXEMPT PIC X.
