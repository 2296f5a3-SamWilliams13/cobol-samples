      *****************************************************************
      * Copybook:        WHSEMAST
      *
      * Record layout for WAREHOUSE-MASTER-FILE, one record per
      * building we stock product in. Receipts, cycle counts and
      * inter-warehouse transfers must name a warehouse on this file,
      * and every inventory balance is held per SKU per warehouse.
      * Warehouse '01' is the main warehouse, the one a blank
      * warehouse code means.
      *****************************************************************
       01  WAREHOUSE-MASTER-RECORD.
           05  WHS-WAREHOUSE-CODE       PIC X(02).
           05  WHS-WAREHOUSE-NAME       PIC X(20).
