      * Record layout for DRIVER-MAINT-TRANS-FILE, one transaction
      * per driver-roster maintenance action: add a new driver ('A'),
      * change an existing driver's name or qualification picture
      * ('C'), or retire a driver ('X', other fields ignored). An add
      * or change carries the driver's full picture, pay rates
      * included.
      * DRVMAINT validates each transaction against the roster and
      * audits every change - the keying path for the license class,
      * medical certificate expiry, and hazmat endorsement DISPATCH
           05  DMT-HAZMAT-ENDORSEMENT   PIC X.
               88  DMT-HAS-HAZMAT-ENDORSEMENT VALUE 'Y'.
           05  DMT-HAZMAT-EXPIRY        PIC X(08).
           05  DMT-HOURLY-RATE          PIC 9(03)V99.
           05  DMT-OVERTIME-RATE        PIC 9(03)V99.
           05  DMT-PER-MILE-RATE        PIC 9(01)V999.
           05  DMT-HAZMAT-PREMIUM       PIC 9(03)V99.
           05  DMT-USER-ID              PIC X(08).
