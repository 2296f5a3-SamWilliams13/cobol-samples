      *****************************************************************
      * Copybook:        APOPEN
      *
      * Record layout for AP-OPEN-ITEM-FILE, one record per vendor
      * invoice that passed the three-way match: what we owe, when
      * it is due, and the discount for paying by the discount date.
      * APMATCH adds the items and posts them to JOURNAL-ENTRY-FILE;
      * APPAYSEL selects them for payment and marks them paid with
      * the check that paid them. Paid items stay on the file as the
      * payment history of the invoice.
      *****************************************************************
       01  AP-OPEN-ITEM-RECORD.
      * Internal voucher number, 'VO' and six digits, that the
      * journal entries for the invoice carry in JRN-INV-NUMBER.
           05  APO-VOUCHER-NUMBER       PIC X(08).
           05  APO-VENDOR-ID            PIC X(10).
           05  APO-INVOICE-NUMBER       PIC X(10).
           05  APO-INVOICE-DATE         PIC X(08).
           05  APO-PO-NUMBER            PIC X(08).
           05  APO-DUE-DATE             PIC X(08).
      * Spaces when the vendor's terms carry no discount.
           05  APO-DISCOUNT-DATE        PIC X(08).
           05  APO-GROSS-AMOUNT         PIC S9(07)V99
                         SIGN IS TRAILING SEPARATE CHARACTER.
           05  APO-DISCOUNT-AMOUNT      PIC S9(07)V99
                         SIGN IS TRAILING SEPARATE CHARACTER.
           05  APO-STATUS               PIC X.
               88  APO-IS-OPEN              VALUE 'O'.
               88  APO-IS-PAID              VALUE 'P'.
           05  APO-CHECK-NUMBER         PIC X(08).
           05  APO-PAID-DATE            PIC X(08).
           05  APO-PAID-AMOUNT          PIC S9(07)V99
                         SIGN IS TRAILING SEPARATE CHARACTER.
           05  APO-ENTERED-BY           PIC X(08).
