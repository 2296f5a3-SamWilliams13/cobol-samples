      * audits vehicle-master changes - so who raised a credit limit,
      * and when, and from what to what, is a file lookup instead of
      * an argument. The old and new images are the name, credit
      * limit, terms code, and finance-charge exemption run
      * together.
      *****************************************************************
       01  CUSTOMER-MASTER-AUDIT-RECORD.
           05  CUA-ACCOUNT-NUMBER       PIC X(06).
