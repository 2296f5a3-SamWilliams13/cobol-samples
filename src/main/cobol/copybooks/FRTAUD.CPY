      *****************************************************************
      * Copybook:        FRTAUD
      *
      * Record layout for FREIGHT-AUDIT-FILE, one record per invoice
      * INVCALC bills with goods on it - an order split across
      * continuation invoices is one shipment, recorded once under
      * its first invoice number - carrying the freight the rate
      * table says the shipment should cost beside the freight the
      * invoice actually billed. FRTCOMP reads it at month end to
      * compare billed to rated freight by customer and to list the
      * manual overrides. The file accumulates; operations clears it
      * after the month-end report.
      *****************************************************************
       01  FREIGHT-AUDIT-RECORD.
           05  FRA-INV-DATE             PIC X(08).
           05  FRA-INV-NUMBER           PIC X(08).
           05  FRA-ACCOUNT-NUMBER       PIC X(06).
           05  FRA-CUSTOMER-NAME        PIC X(19).
           05  FRA-WAREHOUSE-CODE       PIC X(02).
           05  FRA-DEST-STATE           PIC X(02).
           05  FRA-ZONE                 PIC X(02).
           05  FRA-SHIPMENT-WEIGHT-KG   PIC 9(07)V99.
           05  FRA-RATED-FREIGHT        PIC S9(07)V99
                         SIGN IS TRAILING SEPARATE CHARACTER.
           05  FRA-BILLED-FREIGHT       PIC S9(07)V99
                         SIGN IS TRAILING SEPARATE CHARACTER.
      * R - the rated charge was billed; M - a keyed freight charge
      * overrode the rate; N - the shipment could not be rated (no
      * zone or rate on file) and only a keyed charge, if any, was
      * billed.
           05  FRA-FREIGHT-SOURCE       PIC X.
               88  FRA-FREIGHT-WAS-RATED    VALUE 'R'.
               88  FRA-FREIGHT-OVERRIDDEN   VALUE 'M'.
               88  FRA-FREIGHT-NOT-RATED    VALUE 'N'.
