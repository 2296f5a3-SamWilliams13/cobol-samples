      *****************************************************************
      * Copybook:        FRTRATE
      *
      * Record layout for FREIGHT-RATE-FILE, the freight rate table
      * by zone and weight break. A shipment is rated at the
      * per-kilogram rate of the highest break its total weight
      * reaches within its zone, never less than that break's
      * minimum charge, plus the flat hazmat surcharge when any line
      * on the shipment is hazardous.
      *****************************************************************
       01  FREIGHT-RATE-RECORD.
           05  FRR-ZONE                 PIC X(02).
      * Lowest shipment weight, in kilograms, the break applies to.
           05  FRR-WEIGHT-BREAK-KG      PIC 9(07).
           05  FRR-RATE-PER-KG          PIC 9(03)V9(04).
           05  FRR-MINIMUM-CHARGE       PIC 9(05)V99.
           05  FRR-HAZMAT-SURCHARGE     PIC 9(05)V99.
