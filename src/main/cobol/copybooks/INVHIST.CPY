                                 SIGN IS TRAILING SEPARATE CHARACTER.
                   15  IHR-TOTAL-AMOUNT     PIC S9(07)V99
                                 SIGN IS TRAILING SEPARATE CHARACTER.
      * 'Y' on a finance charge FINCHRG billed; IHR-ORIG-INV-NUMBER
      * then names the past-due invoice the charge was assessed on.
                   15  IHR-FINANCE-CHARGE-FLAG PIC X.
                       88  IHR-IS-FINANCE-CHARGE VALUE 'Y'.
               10  IHR-LINE-DATA REDEFINES IHR-HEADER-DATA.
                   15  IHR-LINE-NUMBER      PIC 9(05).
                   15  IHR-LINE-SKU         PIC X(10).
      * price rather than the list price history.
                   15  IHR-LINE-CONTRACT-FLAG PIC X.
                       88  IHR-LINE-CONTRACT-PRICED VALUE 'Y'.
      * Supplier lot the line shipped from, for a lot-controlled
      * SKU - what RECALTRC traces a recall through.
                   15  IHR-LINE-LOT-NUMBER  PIC X(12).
      * Customer quote the line was priced from, so a reversal can
      * re-validate the credit against the same quote.  Spaces when
      * the line was not quoted.
                   15  IHR-LINE-QUOTE-NUMBER PIC X(08).
                   15  FILLER               PIC X(34).
