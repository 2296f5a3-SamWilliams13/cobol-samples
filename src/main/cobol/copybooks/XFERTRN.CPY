      *****************************************************************
      * Copybook:        XFERTRN
      *
      * Record layout for INVENTORY-TRANSFER-TRANS-FILE, the stock
      * movements between warehouses as the shipping and receiving
      * docks book them. An 'S' (ship) record names the SKU, the
      * warehouse it leaves, the warehouse it is going to and the
      * quantity; INVXFER takes it off the sending warehouse, puts it
      * on IN-TRANSIT-FILE under a new transfer number, and prints
      * that number on the transfer register to travel with the
      * goods. An 'R' (receive) record names only the transfer
      * number, and puts the whole transfer on hand at the warehouse
      * it was sent to. A ship of a lot-controlled SKU must also name
      * the lot that is going, and the lot travels with the transfer.
      *****************************************************************
       01  TRANSFER-TRANS-RECORD.
           05  XFT-ACTION               PIC X.
               88  XFT-SHIP-TRANSFER        VALUE 'S'.
               88  XFT-RECEIVE-TRANSFER     VALUE 'R'.
           05  XFT-TRANSFER-NUMBER      PIC X(08).
           05  XFT-SKU                  PIC X(10).
           05  XFT-FROM-WAREHOUSE       PIC X(02).
           05  XFT-TO-WAREHOUSE         PIC X(02).
           05  XFT-QUANTITY             PIC S9(07)
                         SIGN IS TRAILING SEPARATE CHARACTER.
           05  XFT-USER-ID              PIC X(08).
           05  XFT-LOT-NUMBER           PIC X(12).
