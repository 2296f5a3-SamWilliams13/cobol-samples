      * it applies to INVENTORY-FILE - book and counted quantities,
      * the variance priced out at the SKU master price, who counted
      * and who approved - so a stock adjustment is a recorded,
      * authorized event instead of someone editing the file. A
      * lot-controlled SKU is counted and adjusted lot by lot, and
      * the lot rides on the record; it is blank for any other SKU.
      *****************************************************************
       01  INVENTORY-ADJUSTMENT-AUDIT-RECORD.
           05  ADJ-SKU                  PIC X(10).
           05  ADJ-APPROVED-BY          PIC X(08).
           05  ADJ-ADJUST-DATE          PIC X(08).
           05  ADJ-ADJUST-TIME          PIC X(08).
           05  ADJ-WAREHOUSE-CODE       PIC X(02).
           05  ADJ-LOT-NUMBER           PIC X(12).
