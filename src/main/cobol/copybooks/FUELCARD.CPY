      *****************************************************************
      * Copybook:        FUELCARD
      *
      * Record layout for FUEL-CARD-FILE, the fuel cards the card
      * provider has issued to the fleet: which unit each card is
      * carried in, and that unit's fuel tank capacity, so FUELIMPT
      * can tell a purchase the truck could not have held from one it
      * could. A card moved to another unit is changed here.
      *****************************************************************
       01  FUEL-CARD-RECORD.
           05  FCD-CARD-NUMBER              PIC X(16).
           05  FCD-UNIT-ID                  PIC X(06).
           05  FCD-TANK-CAPACITY-GALLONS    PIC 9(04)V9(01).
