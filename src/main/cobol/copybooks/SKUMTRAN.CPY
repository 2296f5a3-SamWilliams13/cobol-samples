      * Record layout for SKU-MAINT-TRANS-FILE, one transaction per
      * product-master maintenance action: add a new SKU ('A', with
      * its opening unit price), change an existing SKU's
      * description, replenishment picture, vendor reference, unit
      * weight, or lot control ('C', price ignored - price changes go
      * through PRICEMNT and its dual-control approval), or retire a
      * SKU ('X', other fields ignored). SKUMAINT validates each
      * transaction against the master and audits every change - the
      * keying path for the reorder point, reorder quantity, vendor
      * reference, and unit weight REORDRPT and DISPATCH read, and
      * for the lot control INVRECV and SHIPCONF enforce.
      *****************************************************************
       01  SKU-MAINT-TRANS-RECORD.
           05  SMT-ACTION-CODE          PIC X.
           05  SMT-VENDOR-REF           PIC X(10).
           05  SMT-UNIT-WEIGHT-KG       PIC 9(03)V9(02).
           05  SMT-USER-ID              PIC X(08).
      * 'Y' makes the SKU lot-controlled, 'N' or blank does not.
           05  SMT-LOT-CONTROLLED       PIC X.
