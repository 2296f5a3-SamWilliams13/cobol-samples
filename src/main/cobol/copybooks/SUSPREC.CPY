                                 SIGN IS TRAILING SEPARATE CHARACTER.
                   15  SUS-TAXABLE          PIC X.
                   15  SUS-HAZMAT           PIC X.
                   15  SUS-LOT-NUMBER       PIC X(12).
      * Quotation the line was sold from, so a released invoice
      * still bills at the quoted price.
                   15  SUS-QUOTE-NUMBER     PIC X(08).
               10  SUS-CHARGE-DATA REDEFINES SUS-HEADER-DATA.
                   15  SUS-CHARGE-TYPE      PIC X(03).
                   15  SUS-CHARGE-AMOUNT    PIC S9(05)V99
