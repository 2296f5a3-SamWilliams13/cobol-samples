      *****************************************************************
      * Copybook:        QUOTREQ
      *
      * Record layout for QUOTE-REQUEST-FILE, the quotes the sales
      * reps ask for. Each request is one header record
      * (QRQ-RECORD-TYPE = 'H') followed by QRQ-LINE-COUNT detail
      * records ('D'), one per SKU wanted. No price is keyed: QUOTENTR
      * prices every line itself, so a quote can only carry the price
      * the billing edit will recognize on the quote date. The quote
      * is good for QRQ-VALID-DAYS days from the quote date; zero or
      * blank takes the standard 30.
      *****************************************************************
       01  QUOTE-REQUEST-RECORD.
           05  QRQ-RECORD-TYPE          PIC X.
               88  QRQ-IS-HEADER        VALUE 'H'.
               88  QRQ-IS-DETAIL        VALUE 'D'.
           05  QRQ-DATA.
               10  QRQ-HEADER-DATA.
                   15  QRQ-ACCOUNT-NUMBER   PIC X(06).
                   15  QRQ-SHIP-STATE       PIC X(02).
                   15  QRQ-CURRENCY-CODE    PIC X(03).
                   15  QRQ-SALESPERSON-CODE PIC X(03).
                   15  QRQ-LINE-COUNT       PIC 9(05).
                   15  QRQ-VALID-DAYS       PIC 9(03).
                   15  QRQ-USER-ID          PIC X(08).
               10  QRQ-DETAIL-DATA REDEFINES QRQ-HEADER-DATA.
                   15  QRQ-SKU              PIC X(10).
                   15  QRQ-QUANTITY         PIC S9(05)
                                 SIGN IS TRAILING SEPARATE CHARACTER.
                   15  QRQ-TAXABLE          PIC X.
                   15  QRQ-HAZMAT           PIC X.
                   15  FILLER               PIC X(12).
