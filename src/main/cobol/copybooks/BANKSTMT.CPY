      *****************************************************************
      * Copybook:        BANKSTMT
      *
      * Record layout for BANK-STATEMENT-FILE, the bank's daily
      * statement of activity on the operating account, which
      * BANKREC imports and reconciles. One record per item:
      *   D - a deposit the bank credited;
      *   R - a returned (NSF) customer check the bank charged back,
      *       with the customer account and the check date the
      *       payment was recorded under;
      *   F - a fee or service charge the bank took.
      * Amounts are always positive; the type gives the direction.
      *****************************************************************
       01  BANK-STATEMENT-RECORD.
           05  BST-ITEM-TYPE            PIC X.
               88  BST-IS-DEPOSIT           VALUE 'D'.
               88  BST-IS-RETURNED-CHECK    VALUE 'R'.
               88  BST-IS-BANK-FEE          VALUE 'F'.
           05  BST-POSTED-DATE          PIC X(08).
           05  BST-AMOUNT               PIC S9(09)V99
                         SIGN IS TRAILING SEPARATE CHARACTER.
           05  BST-BANK-REFERENCE       PIC X(10).
      * Returned checks only: whose check it was and the date it was
      * written, as carried onto PAYMENT-FILE and CASH-APPLIED-FILE.
           05  BST-ACCOUNT-NUMBER       PIC X(06).
           05  BST-CHECK-DATE           PIC X(08).
           05  BST-DESCRIPTION          PIC X(30).
