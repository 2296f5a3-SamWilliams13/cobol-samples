      *****************************************************************
      * Copybook:        QUOTE
      *
      * Record layout for QUOTATION-FILE, the sales quotations that
      * used to live in word-processor documents. Each quote is one
      * header record (QOT-RECORD-TYPE = 'H') followed by
      * QOT-LINE-COUNT detail records ('D'), one per quoted SKU, in
      * the same shape as SALES-ORDER-FILE so the account sits where
      * an order's does. QUOTENTR prices each line the way INVCALC
      * validates an invoice line - the customer's contract price in
      * effect on the quote date, else the price history in effect
      * that day, else the SKU master price - appends the quote here,
      * and prints the quote document. The price on the line is the
      * price the customer was quoted and stays firm through the
      * expiration date. QUOTCONV marks quotes accepted or lost from
      * the reps' status transactions, converts accepted quotes that
      * have not expired into order groups for ORDENTRY at the quoted
      * price, and expires what was never answered. QUOTHIT reports
      * the monthly hit rate by salesperson from the status and the
      * status date.
      *****************************************************************
       01  QUOTATION-RECORD.
           05  QOT-RECORD-TYPE          PIC X.
               88  QOT-IS-HEADER        VALUE 'H'.
               88  QOT-IS-DETAIL        VALUE 'D'.
           05  QOT-QUOTE-NUMBER         PIC X(08).
           05  QOT-DATA.
               10  QOT-HEADER-DATA.
                   15  QOT-QUOTE-DATE       PIC X(08).
                   15  QOT-ACCOUNT-NUMBER   PIC X(06).
                   15  QOT-CUSTOMER-NAME    PIC X(19).
                   15  QOT-SHIP-STATE       PIC X(02).
                   15  QOT-CURRENCY-CODE    PIC X(03).
                   15  QOT-LINE-COUNT       PIC 9(05).
                   15  QOT-SALESPERSON-CODE PIC X(03).
                   15  QOT-QUOTE-STATUS     PIC X.
                       88  QOT-QUOTE-OPEN       VALUE 'O'.
                       88  QOT-QUOTE-ACCEPTED   VALUE 'A'.
                       88  QOT-QUOTE-CONVERTED  VALUE 'C'.
                       88  QOT-QUOTE-EXPIRED    VALUE 'X'.
                       88  QOT-QUOTE-LOST       VALUE 'L'.
                   15  QOT-EXPIRATION-DATE  PIC X(08).
                   15  QOT-STATUS-DATE      PIC X(08).
                   15  QOT-STATUS-USER-ID   PIC X(08).
               10  QOT-DETAIL-DATA REDEFINES QOT-HEADER-DATA.
                   15  QOT-SKU              PIC X(10).
                   15  QOT-UNIT-PRICE       PIC S9(05)V99
                                 SIGN IS TRAILING SEPARATE CHARACTER.
                   15  QOT-QUANTITY         PIC S9(05)
                                 SIGN IS TRAILING SEPARATE CHARACTER.
                   15  QOT-TAXABLE          PIC X.
                   15  QOT-HAZMAT           PIC X.
                   15  QOT-CONTRACT-FLAG    PIC X.
                       88  QOT-LINE-CONTRACT-PRICED VALUE 'Y'.
                   15  FILLER               PIC X(44).
