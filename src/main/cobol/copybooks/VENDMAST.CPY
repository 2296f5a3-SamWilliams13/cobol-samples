      *****************************************************************
      * Copybook:        VENDMAST
      *
      * Record layout for VENDOR-MASTER-FILE, the supplier master
      * behind SKM-VENDOR-REF: one record per vendor ID with the
      * remit-to name and address, the lead time purchasing quotes
      * delivery from, and the vendor's minimum order value. POGEN
      * prints the purchase order from it and dates the expected
      * delivery from the lead time; VENDMNT keys and audits it.
      *****************************************************************
       01  VENDOR-MASTER-RECORD.
           05  VND-VENDOR-ID            PIC X(10).
           05  VND-VENDOR-NAME          PIC X(30).
           05  VND-ADDRESS-LINE-1       PIC X(30).
           05  VND-ADDRESS-LINE-2       PIC X(30).
           05  VND-CITY                 PIC X(20).
           05  VND-STATE                PIC X(02).
           05  VND-ZIP                  PIC X(10).
      * Calendar days from the PO date to expected delivery.
           05  VND-LEAD-TIME-DAYS       PIC 9(03).
      * Smallest purchase order, in dollars, the vendor will ship
      * without a surcharge. Zero means no minimum.
           05  VND-MINIMUM-ORDER        PIC S9(07)V99
                         SIGN IS TRAILING SEPARATE CHARACTER.
      * Payment terms the vendor bills on, in the same codes TERMLOOK
      * decodes for customers (N30, 210, ...). APMATCH dates each
      * voucher's due and discount dates from it. Spaces pay net 30.
           05  VND-TERMS-CODE           PIC X(04).
