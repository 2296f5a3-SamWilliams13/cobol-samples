      *****************************************************************
      * Copybook:        RFNDAUD
      *
      * Record layout for REFUND-AUDIT-FILE, one record per refund
      * check CUSTRFND issues: who was paid, how much, where the
      * money came from - credit items relieved on AR-OPEN-ITEM-FILE
      * and on-account cash drawn from UNAPPLIED-CASH-FILE - and who
      * asked for and who approved the refund. Kept permanently, the
      * way WRITEOFF-AUDIT-FILE is for write-offs.
      *****************************************************************
       01  REFUND-AUDIT-RECORD.
           05  RFA-CHECK-NUMBER         PIC X(08).
           05  RFA-ACCOUNT-NUMBER       PIC X(06).
           05  RFA-CUSTOMER-NAME        PIC X(19).
           05  RFA-REFUND-DATE          PIC X(08).
           05  RFA-REFUND-AMOUNT        PIC S9(07)V99
                         SIGN IS TRAILING SEPARATE CHARACTER.
           05  RFA-FROM-CREDIT-ITEMS    PIC S9(07)V99
                         SIGN IS TRAILING SEPARATE CHARACTER.
           05  RFA-FROM-UNAPPLIED       PIC S9(07)V99
                         SIGN IS TRAILING SEPARATE CHARACTER.
           05  RFA-REQUESTED-BY         PIC X(08).
           05  RFA-APPROVED-BY          PIC X(08).
