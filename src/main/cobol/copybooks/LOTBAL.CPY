      *****************************************************************
      * Copybook:        LOTBAL
      *
      * Record layout for LOT-BALANCE-FILE, the on-hand quantity of
      * a lot-controlled SKU broken down by supplier lot, one record
      * per SKU per warehouse per lot. INVENTORY-FILE still carries
      * the SKU's total in the warehouse; this file says which lots
      * make it up. INVRECV adds a lot as it is received, INVXFER
      * moves a lot between warehouses, and SHIPCONF draws shipments
      * from the oldest lot first - the one received earliest. A lot
      * is kept at zero once it is used up, so its dates are still
      * there for the recall trace.
      *****************************************************************
       01  LOT-BALANCE-RECORD.
           05  LOT-SKU                  PIC X(10).
           05  LOT-WAREHOUSE-CODE       PIC X(02).
           05  LOT-NUMBER               PIC X(12).
           05  LOT-RECEIVED-DATE        PIC X(08).
      * YYYYMMDD, or blank when the product does not expire.
           05  LOT-EXPIRATION-DATE      PIC X(08).
           05  LOT-QTY-ON-HAND          PIC S9(07)
                         SIGN IS TRAILING SEPARATE CHARACTER.
