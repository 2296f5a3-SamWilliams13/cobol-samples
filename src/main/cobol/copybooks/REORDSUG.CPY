      *****************************************************************
      * Copybook:        REORDSUG
      *
      * Record layout for REORDER-SUGGESTION-FILE, the machine-
      * readable copy of the replenishment report REORDRPT prints:
      * one record per SKU at or under its reorder point, with the
      * vendor to buy from and the suggested quantity. Purchasing
      * approves the lines it wants on REORDER-APPROVAL-FILE and
      * POGEN turns the approved ones into purchase orders, so the
      * suggestion list is no longer rekeyed into email.
      *****************************************************************
       01  REORDER-SUGGESTION-RECORD.
           05  ROS-SKU                  PIC X(10).
           05  ROS-VENDOR-REF           PIC X(10).
           05  ROS-SUGGESTED-QTY        PIC 9(07).
           05  ROS-SHORTFALL-QTY        PIC S9(07)
                         SIGN IS TRAILING SEPARATE CHARACTER.
           05  ROS-RUN-DATE             PIC X(08).
