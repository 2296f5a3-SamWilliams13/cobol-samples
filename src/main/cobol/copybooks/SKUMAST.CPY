      * Weight of one unit of the SKU, so the gross weight of a
      * loaded truck can be priced out from what actually shipped.
           05  SKM-UNIT-WEIGHT-KG       PIC 9(03)V9(02).
      * 'Y' when the SKU is lot-controlled: every receipt must name
      * its supplier lot, stock is held per lot on LOT-BALANCE-FILE,
      * and shipments record which lot went out so a recall can be
      * traced to the customer. Blank or 'N' is not lot-controlled.
           05  SKM-LOT-CONTROLLED       PIC X.
               88  SKM-IS-LOT-CONTROLLED    VALUE 'Y'.
