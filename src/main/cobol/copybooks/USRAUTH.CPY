      *****************************************************************
      * Copybook:        USRAUTH
      *
      * Record layout for USER-AUTHORITY-FILE, one record per
      * function a user ID may perform. Every maintenance and
      * approval program asks the shared AUTHCHK routine before it
      * acts on a user ID, and AUTHCHK answers from this file; a
      * user with no active record for the function is refused.
      *
      * Function codes:
      *   CUSTMNT   customer master add, change and close
      *   CREDAPPR  approve a held credit-limit increase
      *   SKUMAINT  product master maintenance
      *   VEHMAINT  vehicle master maintenance
      *   DRVMAINT  driver roster maintenance
      *   PRICEMNT  key a price change
      *   PRICEAPR  approve a keyed price change
      *   CYCLCNT   key a cycle count
      *   CYCLAPPR  approve a cycle count variance
      *   CREDREL   release an invoice held for credit
      *   WRITEOFF  approve a bad-debt write-off
      *   BRKOVRD   dispatch a unit over its brake projection; the
      *             user ID is the supervisor's employee ID, as the
      *             assignment transaction carries it
      *
      * The dollar limit applies where the function carries an
      * amount - the size of the credit-limit increase, the value of
      * the count variance, the invoice released, the balance written
      * off. All nines is unlimited.
      *****************************************************************
       01  USER-AUTHORITY-RECORD.
           05  UAU-USER-ID              PIC X(08).
           05  UAU-FUNCTION-CODE        PIC X(08).
           05  UAU-DOLLAR-LIMIT         PIC 9(07)V99.
           05  UAU-STATUS               PIC X.
               88  UAU-IS-ACTIVE            VALUE 'A'.
               88  UAU-IS-SUSPENDED         VALUE 'S'.
           05  UAU-GRANTED-BY           PIC X(08).
           05  UAU-GRANTED-DATE         PIC X(08).
