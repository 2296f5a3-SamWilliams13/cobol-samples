      *
      * Record layout for CUSTOMER-MAINT-TRANS-FILE, one transaction
      * per customer-master maintenance action: add a new account
      * ('A'), change an existing account's name, terms, credit
      * limit, or finance-charge exemption ('C'), close an account
      * ('X', other fields ignored), or approve a held credit-limit
      * increase ('V', from the credit manager). CUSTMNT validates
      * each transaction against the master and audits every change
      * - the transaction path CUSTOMER-MASTER-FILE never had while
      * VEHICLE-MASTER-FILE got VEHMAINT, which is why nobody could
      * say who raised a credit limit or when.
      *****************************************************************
       01  CUSTOMER-MAINT-TRANS-RECORD.
           05  CMT-ACTION-CODE          PIC X.
                         SIGN IS TRAILING SEPARATE CHARACTER.
           05  CMT-TERMS-CODE           PIC X(04).
           05  CMT-USER-ID              PIC X(08).
      * 'Y' or 'N' sets the finance-charge exemption; spaces on a
      * change leave it as it stands, and on an add mean chargeable.
           05  CMT-FINANCE-CHARGE-EXEMPT PIC X.
