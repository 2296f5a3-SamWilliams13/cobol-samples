                                 SIGN IS TRAILING SEPARATE CHARACTER.
                   15  IFR-TAXABLE          PIC X.
                   15  IFR-HAZMAT           PIC X.
      * Supplier lot the line shipped from, for a lot-controlled
      * SKU; SHIPCONF writes one line per lot picked.
                   15  IFR-LOT-NUMBER       PIC X(12).
      * Quotation the line was sold from, when the order came in
      * through QUOTCONV. The quoted price stays firm through the
      * quote's expiration date, so the billing edit takes it as
      * the agreed price. Spaces means the line was not quoted.
                   15  IFR-QUOTE-NUMBER     PIC X(08).
      * Charge-line view: the charge code (FRT freight, HND
      * handling, RST restocking), the fee, and whether the state
      * taxes it.
