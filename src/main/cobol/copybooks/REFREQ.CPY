      *****************************************************************
      * Copybook:        REFREQ
      *
      * Record layout for REFUND-REQUEST-FILE, one record per customer
      * who has asked for a credit balance back. The cash office keys
      * the request; nothing is paid until the credit manager puts
      * the account on REFUND-APPROVAL-FILE, the same approval-file
      * pattern WRITEOFF-APPROVAL-FILE uses for write-offs. CUSTRFND
      * pays the approved requests and carries the rest forward;
      * CREDBAL shows which credit balances already have a request
      * waiting.
      *****************************************************************
       01  REFUND-REQUEST-RECORD.
           05  RFQ-ACCOUNT-NUMBER       PIC X(06).
           05  RFQ-REQUEST-DATE         PIC X(08).
           05  RFQ-REQUESTED-BY         PIC X(08).
      * Amount the customer asked for. Zero means the whole credit
      * balance on the day the refund is paid.
           05  RFQ-AMOUNT               PIC S9(07)V99
                         SIGN IS TRAILING SEPARATE CHARACTER.
