      *****************************************************************
      * Copybook:        IFTARATE
      *
      * Record layout for IFTA-TAX-RATE-FILE, the diesel tax rate per
      * gallon for each IFTA jurisdiction, as published for the
      * quarter being filed. IFTARPT prices each jurisdiction's net
      * taxable gallons at this rate.
      *****************************************************************
       01  IFTA-TAX-RATE-RECORD.
           05  IFR-JURISDICTION             PIC X(02).
           05  IFR-JURISDICTION-NAME        PIC X(20).
           05  IFR-TAX-RATE                 PIC 9(01)V9(04).
