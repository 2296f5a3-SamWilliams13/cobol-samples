      *****************************************************************
      * Copybook:        POCTL
      *
      * Record layout for PO-NUMBER-CONTROL-FILE, a one-record file
      * holding the last purchase-order number POGEN assigned - the
      * same arrangement INVOICE-NUMBER-CONTROL-FILE keeps for
      * invoices - so a run never reuses or skips a PO number. The
      * printed PO number is 'PO' followed by these six digits.
      *****************************************************************
       01  PO-NUMBER-CONTROL-RECORD.
           05  PNC-LAST-PO-NUMBER       PIC 9(06).
