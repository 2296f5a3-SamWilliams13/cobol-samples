      *****************************************************************
      * Copybook:        EDIXREF
      *
      * Record layout for EDI-PART-XREF-FILE, the map from a trading
      * partner's own part numbers to our SKUs, one record per
      * customer account and buyer part number. The taxable and
      * hazmat flags a clerk would key on an order line are set once
      * here, when the part is set up, so an EDI order line carries
      * them the same as a keyed one.
      *****************************************************************
       01  EDI-PART-XREF-RECORD.
           05  EPX-ACCOUNT-NUMBER       PIC X(06).
           05  EPX-BUYER-PART-NUMBER    PIC X(20).
           05  EPX-SKU                  PIC X(10).
           05  EPX-TAXABLE              PIC X.
           05  EPX-HAZMAT               PIC X.
