           05  ULD-LOAD-DATE            PIC X(08).
           05  ULD-HAZMAT-FLAG          PIC X.
               88  ULD-LINE-IS-HAZMAT       VALUE 'Y'.
      * Supplier lot the quantity was picked from, for a lot-
      * controlled SKU - a line picked from two lots is two records.
      * Blank for any other SKU.
           05  ULD-LOT-NUMBER           PIC X(12).
