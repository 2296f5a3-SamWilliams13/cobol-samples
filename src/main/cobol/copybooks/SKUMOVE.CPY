      *****************************************************************
      * Copybook:        SKUMOVE
      *
      * Record layout for SKU-MOVEMENT-FILE, one record per SKU
      * holding the last date stock came in and the last date it
      * sold. INVAGING keeps it: each run it takes the receipt dates
      * off INVENTORY-RECEIPTS-FILE and the sale dates off
      * SALES-EXTRACT-FILE, keeps the later of what it had and what
      * it found, and rewrites the file - the extract is cleared at
      * period end, so without this the last sale of a slow mover
      * would be forgotten a month later. A date is blank until a
      * receipt or sale is seen; SMV-TRACKED-SINCE-DATE is the day
      * the SKU first appeared here and stands in for the movement
      * date of a SKU with neither.
      *****************************************************************
       01  SKU-MOVEMENT-RECORD.
           05  SMV-SKU                  PIC X(10).
           05  SMV-LAST-RECEIPT-DATE    PIC X(08).
           05  SMV-LAST-SALE-DATE       PIC X(08).
           05  SMV-TRACKED-SINCE-DATE   PIC X(08).
