      * Copybook:        INVNTORY
      *
      * Record layout for INVENTORY-FILE, the quantity-on-hand record
      * per SKU per warehouse. INVCALC draws the balance down as it
      * allocates invoice lines (a credit memo's returned goods go
      * back on), and INVRECV adds receipts from the warehouse dock.
      * Stock moving between warehouses is on IN-TRANSIT-FILE, not
      * here, from the day it leaves one building until the day it
      * is received at the other.
      *****************************************************************
       01  INVENTORY-RECORD.
           05  INR-SKU                  PIC X(10).
      * costs were captured.
           05  INR-AVG-UNIT-COST        PIC S9(05)V99
                         SIGN IS TRAILING SEPARATE CHARACTER.
      * Warehouse holding the stock, a code on WAREHOUSE-MASTER-FILE.
      * SKU and warehouse together are the key. A record written
      * before stock was kept by warehouse has this blank and is
      * read as the main warehouse, '01'.
           05  INR-WAREHOUSE-CODE       PIC X(02).
