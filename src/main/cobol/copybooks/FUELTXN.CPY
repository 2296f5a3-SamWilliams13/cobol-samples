      *****************************************************************
      * Copybook:        FUELTXN
      *
      * Record layout for FUEL-CARD-TRANS-FILE, the card provider's
      * daily transaction file: one record per fuel purchase made
      * with a fleet card, giving the card, when and where it was
      * used, the gallons pumped and the odometer the driver keyed at
      * the pump. FUELIMPT turns the good ones into FUEL-TICKET-FILE
      * records and clears the file. Held purchases are written to
      * FUEL-CARD-HOLD-FILE in this same layout, so a corrected one
      * can be fed back in.
      *****************************************************************
       01  FUEL-CARD-TRANS-RECORD.
           05  FCT-CARD-NUMBER              PIC X(16).
           05  FCT-TRANS-DATE               PIC X(08).
           05  FCT-TRANS-TIME               PIC X(06).
           05  FCT-GALLONS                  PIC 9(04)V9(03).
           05  FCT-ODOMETER                 PIC 9(07).
           05  FCT-PURCHASE-JURISDICTION    PIC X(02).
           05  FCT-MERCHANT-NAME            PIC X(20).
           05  FCT-PURCHASE-AMOUNT          PIC 9(05)V99.
