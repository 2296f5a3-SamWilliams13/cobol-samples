                   15  SOR-ORDER-STATUS     PIC X.
                       88  SOR-ORDER-OPEN       VALUE 'O'.
                       88  SOR-ORDER-SHIPPED    VALUE 'S'.
      * Warehouse the order was allocated from - the one assigned
      * to the customer's ship-to - so the pick goes to the right
      * building.
                   15  SOR-WAREHOUSE-CODE   PIC X(02).
                   15  FILLER               PIC X(03).
               10  SOR-DETAIL-DATA REDEFINES SOR-HEADER-DATA.
                   15  SOR-SKU              PIC X(10).
                   15  SOR-UNIT-PRICE       PIC S9(05)V99
                                 SIGN IS TRAILING SEPARATE CHARACTER.
                   15  SOR-TAXABLE          PIC X.
                   15  SOR-HAZMAT           PIC X.
      * Quotation the line was converted from; spaces when the
      * order was not quoted. Carried onto the invoice line so
      * billing honors the quoted price.
                   15  SOR-QUOTE-NUMBER     PIC X(08).
