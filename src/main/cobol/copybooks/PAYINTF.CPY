      *****************************************************************
      * Copybook:        PAYINTF
      *
      * Record layout for PAYROLL-INTERFACE-FILE, the weekly driver
      * pay figures DRVPAY hands to the payroll provider in place of
      * timecards added up by hand: one detail record per driver paid
      * for the pay period, with hours split at the overtime line,
      * route miles, hazmat shifts, and the pay for each, then one
      * trailer record carrying the control totals the provider
      * proves the file against. A nonzero held-shift count on the
      * trailer means shifts are still sitting on the exception list
      * and the period is not ready to close.
      *****************************************************************
       01  PAYROLL-INTERFACE-RECORD.
           05  PYI-RECORD-TYPE          PIC X.
               88  PYI-IS-DETAIL            VALUE 'D'.
               88  PYI-IS-TRAILER           VALUE 'T'.
           05  PYI-PERIOD-START-DATE    PIC X(08).
           05  PYI-PERIOD-END-DATE      PIC X(08).
           05  PYI-DETAIL-DATA.
               10  PYI-EMPLOYEE-ID      PIC X(06).
               10  PYI-REGULAR-HOURS    PIC 9(03)V99.
               10  PYI-OVERTIME-HOURS   PIC 9(03)V99.
               10  PYI-MILES            PIC 9(05)V9.
               10  PYI-HAZMAT-SHIFTS    PIC 9(03).
               10  PYI-REGULAR-PAY      PIC 9(05)V99.
               10  PYI-OVERTIME-PAY     PIC 9(05)V99.
               10  PYI-MILEAGE-PAY      PIC 9(05)V99.
               10  PYI-HAZMAT-PAY       PIC 9(05)V99.
               10  PYI-GROSS-PAY        PIC 9(06)V99.
           05  PYI-TRAILER-DATA REDEFINES PYI-DETAIL-DATA.
               10  PYI-DETAIL-COUNT     PIC 9(05).
               10  PYI-TOTAL-HOURS      PIC 9(05)V99.
               10  PYI-TOTAL-GROSS-PAY  PIC 9(08)V99.
               10  PYI-HELD-SHIFT-COUNT PIC 9(05).
               10  FILLER               PIC X(34).
