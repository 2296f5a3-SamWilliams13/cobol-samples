           05  DRV-HAZMAT-ENDORSEMENT       PIC X.
               88  DRV-HAS-HAZMAT-ENDORSEMENT   VALUE 'Y'.
           05  DRV-HAZMAT-EXPIRY            PIC X(08).
      * Pay rates DRVPAY applies to the week's shifts: the straight-
      * time hourly rate, the rate for hours past forty in the pay
      * week (zero means time and a half of the hourly rate), the
      * rate per mile of route driven, and the flat premium for each
      * shift that carried a hazmat load.
           05  DRV-HOURLY-RATE              PIC 9(03)V99.
           05  DRV-OVERTIME-RATE            PIC 9(03)V99.
           05  DRV-PER-MILE-RATE            PIC 9(01)V999.
           05  DRV-HAZMAT-PREMIUM           PIC 9(03)V99.
