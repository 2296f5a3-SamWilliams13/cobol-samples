      *****************************************************************
      * Copybook:        INTRANS
      *
      * Record layout for IN-TRANSIT-FILE, the stock that has left
      * one warehouse and not yet arrived at the other - one record
      * per open transfer. INVXFER adds the record when the transfer
      * ships and drops it when the transfer is received. The goods
      * travel at the sending warehouse's moving-average cost on the
      * ship date, so the value that leaves one building is the
      * value that arrives at the other, and the valuation and the
      * inventory reconciliation count it while it is on the road.
      *****************************************************************
       01  IN-TRANSIT-RECORD.
           05  ITR-TRANSFER-NUMBER      PIC X(08).
           05  ITR-SKU                  PIC X(10).
           05  ITR-FROM-WAREHOUSE       PIC X(02).
           05  ITR-TO-WAREHOUSE         PIC X(02).
           05  ITR-QUANTITY             PIC S9(07)
                         SIGN IS TRAILING SEPARATE CHARACTER.
           05  ITR-UNIT-COST            PIC S9(05)V99
                         SIGN IS TRAILING SEPARATE CHARACTER.
           05  ITR-SHIP-DATE            PIC X(08).
           05  ITR-SHIPPED-BY           PIC X(08).
      * The lot on the road, for a lot-controlled SKU, with the dates
      * it carries to the receiving warehouse - the lot keeps the
      * date it was first received, so it keeps its place in the
      * oldest-first picking order. Blank for any other SKU.
           05  ITR-LOT-NUMBER           PIC X(12).
           05  ITR-LOT-RECEIVED-DATE    PIC X(08).
           05  ITR-LOT-EXPIRATION-DATE  PIC X(08).
