           05  FTK-TICKET-DATE          PIC X(08).
           05  FTK-GALLONS              PIC 9(04)V9(01).
           05  FTK-ODOMETER             PIC 9(07).
      * State or province the fuel was bought in, for the IFTA tax-
      * paid gallons credit. Blank on tickets keyed before it was
      * captured, which IFTARPT cannot credit to any jurisdiction.
           05  FTK-PURCHASE-JURISDICTION    PIC X(02).
      * What the purchase cost, from the fuel card provider. Blank on
      * keyed tickets, which UNITPROF prices at its standard cost
      * per gallon.
           05  FTK-FUEL-COST                PIC 9(05)V99.
