      *****************************************************************
      * Copybook:        RECURBIL
      *
      * Record layout for RECURRING-BILLING-FILE, the standing
      * service and rental contracts RECBILL invoices every cycle:
      * one record per SKU line of each contract, the lines of a
      * contract kept together under its RCB-CONTRACT-ID. The
      * account, ship-to state, currency, salesperson, frequency,
      * and dates are the contract's and are carried on every line;
      * RECBILL takes them from the contract's first line and
      * advances RCB-NEXT-BILL-DATE on all of them together. A
      * contract whose next bill date has passed its end date has
      * run out and drops off the file.
      *****************************************************************
       01  RECURRING-BILLING-RECORD.
           05  RCB-CONTRACT-ID          PIC X(08).
           05  RCB-ACCOUNT-NUMBER       PIC X(06).
           05  RCB-SHIP-STATE           PIC X(02).
      * Spaces means the home currency, as on the invoice header.
           05  RCB-CURRENCY-CODE        PIC X(03).
      * Spaces means the house account.
           05  RCB-SALESPERSON-CODE     PIC X(03).
      * How often the contract bills: monthly, quarterly,
      * semiannually, or annually. Each cycle falls on the day of the
      * month the contract started, or the last day of a shorter
      * month.
           05  RCB-FREQUENCY            PIC X.
               88  RCB-BILLS-MONTHLY        VALUE 'M'.
               88  RCB-BILLS-QUARTERLY      VALUE 'Q'.
               88  RCB-BILLS-SEMIANNUALLY   VALUE 'S'.
               88  RCB-BILLS-ANNUALLY       VALUE 'A'.
           05  RCB-START-DATE           PIC X(08).
      * Last date a cycle may fall on. Spaces for an open-ended
      * contract.
           05  RCB-END-DATE             PIC X(08).
           05  RCB-NEXT-BILL-DATE       PIC X(08).
           05  RCB-SKU                  PIC X(10).
           05  RCB-QUANTITY             PIC S9(05)
                         SIGN IS TRAILING SEPARATE CHARACTER.
           05  RCB-UNIT-PRICE           PIC S9(05)V99
                         SIGN IS TRAILING SEPARATE CHARACTER.
           05  RCB-TAXABLE              PIC X.
           05  RCB-HAZMAT               PIC X.
