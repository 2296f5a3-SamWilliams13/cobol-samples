      * line was taxed or untaxed for another reason.
           05  SLX-EXEMPT-CERT-NUMBER   PIC X(15).
           05  SLX-SALESPERSON-CODE     PIC X(03).
      * The SKU's moving-average cost from INVENTORY-FILE when the line
      * sold - the same cost INVCALC posts to COGS - and the line's
      * extended cost, negative on a credit memo, so MARGNRPT can
      * report what was made and not just what was billed.
      * SLX-COST-FLAG is 'Y' only when a cost was on file; a line
      * with no captured cost (and every record written before costs
      * were carried) has no margin to report. SLX-CONTRACT-FLAG is
      * 'Y' when the line was priced from a customer contract.
           05  SLX-UNIT-COST            PIC S9(05)V99
                         SIGN IS TRAILING SEPARATE CHARACTER.
           05  SLX-EXTENDED-COST        PIC S9(07)V99
                         SIGN IS TRAILING SEPARATE CHARACTER.
           05  SLX-COST-FLAG            PIC X.
               88  SLX-COST-WAS-CAPTURED    VALUE 'Y'.
           05  SLX-CONTRACT-FLAG        PIC X.
               88  SLX-LINE-CONTRACT-PRICED VALUE 'Y'.
      * The invoice's billing-to-home exchange rate. SLX-EXTENDED-
      * AMOUNT and SLX-LINE-TAX are in the billing currency, as the
      * invoice and its journal are; SLX-UNIT-COST and SLX-EXTENDED-
      * COST are in home currency, so MARGNRPT converts the amount
      * at this rate before setting it against the cost. Spaces on
      * records written before the rate was carried, which were all
      * billed in home currency.
           05  SLX-EXCHANGE-RATE        PIC S9(03)V9(06)
                         SIGN IS TRAILING SEPARATE CHARACTER.
