           05  SKX-DESCRIPTION          PIC X(20).
           05  SKX-UNIT-PRICE           PIC S9(05)V99
                         SIGN IS TRAILING SEPARATE CHARACTER.
      * Weight of one unit, carried from the sequential master so
      * INVCALC can rate an invoice's freight by what it weighs.
           05  SKX-UNIT-WEIGHT-KG       PIC 9(03)V9(02).
