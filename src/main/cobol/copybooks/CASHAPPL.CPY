      * payments CASHAPP successfully applied against open invoices.
      * Statement and inquiry programs read this file back so a
      * customer's payments can be shown alongside the invoices they
      * paid. Refunds of credit balances are recorded here too, as
      * negative applications, so the statement shows the money
      * going back out.
      *****************************************************************
       01  CASH-APPLIED-RECORD.
      * Customer account number is the matching key; the name rides
      * together with CAP-AMOUNT, so statements must net both.
           05  CAP-DISCOUNT-AMOUNT      PIC S9(05)V99
                         SIGN IS TRAILING SEPARATE CHARACTER.
      * 'R' for a credit CUSTRFND paid back to the customer by check:
      * CAP-AMOUNT is negative and CAP-INV-NUMBER is the credit item
      * the refund relieved. Spaces for money received.
           05  CAP-ENTRY-TYPE           PIC X.
               88  CAP-IS-REFUND            VALUE 'R'.
