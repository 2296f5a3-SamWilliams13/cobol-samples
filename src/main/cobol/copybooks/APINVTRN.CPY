      *****************************************************************
      * Copybook:        APINVTRN
      *
      * Record layout for VENDOR-INVOICE-TRANS-FILE, one record per
      * line of a vendor invoice keyed by accounts payable. The lines
      * of one invoice are keyed together under the same vendor and
      * invoice number. A product line names the PO and SKU it bills
      * for and is three-way matched by APMATCH against the PO line
      * and what INVRECV received on it; an expense line (freight,
      * fuel surcharge, and the like) carries no PO and is debited
      * straight to expense. The same layout holds the lines APMATCH
      * keeps on AP-MATCH-HOLD-FILE until they match.
      *****************************************************************
       01  VENDOR-INVOICE-TRANS-RECORD.
           05  VIT-VENDOR-ID            PIC X(10).
           05  VIT-INVOICE-NUMBER       PIC X(10).
           05  VIT-INVOICE-DATE         PIC X(08).
           05  VIT-LINE-TYPE            PIC X.
               88  VIT-IS-PRODUCT-LINE      VALUE 'P'.
               88  VIT-IS-EXPENSE-LINE      VALUE 'E'.
           05  VIT-PO-NUMBER            PIC X(08).
           05  VIT-SKU                  PIC X(10).
           05  VIT-QUANTITY             PIC S9(07)
                         SIGN IS TRAILING SEPARATE CHARACTER.
      * Unit price billed on a product line; the line amount on an
      * expense line, whose quantity is ignored.
           05  VIT-UNIT-PRICE           PIC S9(07)V99
                         SIGN IS TRAILING SEPARATE CHARACTER.
           05  VIT-USER-ID              PIC X(08).
