      *****************************************************************
      * Copybook:        OPENPO
      *
      * Record layout for OPEN-PO-FILE, one record per purchase-order
      * line POGEN issues. INVRECV receives dock receipts against the
      * line - adding to OPO-QTY-RECEIVED and closing the line once
      * the ordered quantity is in - so over-receipts, short
      * receipts, and goods that arrive with no order behind them are
      * caught at the dock instead of discovered on the vendor's
      * invoice. Closed lines stay on the file as the receiving
      * record of the order.
      *****************************************************************
       01  OPEN-PO-RECORD.
           05  OPO-PO-NUMBER            PIC X(08).
           05  OPO-LINE-NUMBER          PIC 9(03).
           05  OPO-VENDOR-ID            PIC X(10).
           05  OPO-SKU                  PIC X(10).
           05  OPO-PO-DATE              PIC X(08).
      * PO date plus the vendor's lead time.
           05  OPO-EXPECTED-DATE        PIC X(08).
           05  OPO-QTY-ORDERED          PIC S9(07)
                         SIGN IS TRAILING SEPARATE CHARACTER.
           05  OPO-QTY-RECEIVED         PIC S9(07)
                         SIGN IS TRAILING SEPARATE CHARACTER.
           05  OPO-UNIT-COST            PIC S9(05)V99
                         SIGN IS TRAILING SEPARATE CHARACTER.
           05  OPO-LINE-STATUS          PIC X.
               88  OPO-LINE-IS-OPEN         VALUE 'O'.
               88  OPO-LINE-IS-CLOSED       VALUE 'C'.
      * Purchasing agent whose approval put the line on order.
           05  OPO-APPROVED-BY          PIC X(08).
      * Quantity the vendor has billed for on matched invoices.
      * APMATCH will not pass an invoice for more than has been
      * received and not yet billed.
           05  OPO-QTY-INVOICED         PIC S9(07)
                         SIGN IS TRAILING SEPARATE CHARACTER.
