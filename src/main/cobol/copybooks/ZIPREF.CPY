      *****************************************************************
      * Copybook:        ZIPREF
      *
      * Record layout for ZIP-STATE-REFERENCE-FILE, the table of
      * three-digit ZIP prefixes by state. Each record is an
      * inclusive range of prefixes and the state they are assigned
      * to. ADDRSTD holds every SHIP-TO-MASTER-FILE address against
      * it, so a ZIP that does not belong to the ship-to's state is
      * caught before the packing slip goes out with it.
      *****************************************************************
       01  ZIP-STATE-REFERENCE-RECORD.
           05  ZPR-PREFIX-LOW           PIC X(03).
           05  ZPR-PREFIX-HIGH          PIC X(03).
           05  ZPR-STATE                PIC X(02).
