      * into the SKU's moving-average cost on INVENTORY-FILE.
           05  RCP-UNIT-COST            PIC S9(05)V99
                         SIGN IS TRAILING SEPARATE CHARACTER.
      * Purchase order the goods arrived against. INVRECV receives
      * the quantity against this PO's open line for the SKU; a
      * receipt with no PO, or one naming a PO with no line for the
      * SKU, is held off inventory and reported.
           05  RCP-PO-NUMBER            PIC X(08).
      * Warehouse whose dock took the goods in, a code on
      * WAREHOUSE-MASTER-FILE; blank is the main warehouse, '01'.
           05  RCP-WAREHOUSE-CODE       PIC X(02).
      * Supplier lot the goods came in under and the date the lot
      * expires (YYYYMMDD, blank when the product does not expire).
      * The lot number is required for a lot-controlled SKU and
      * ignored for any other.
           05  RCP-LOT-NUMBER           PIC X(12).
           05  RCP-EXPIRATION-DATE      PIC X(08).
