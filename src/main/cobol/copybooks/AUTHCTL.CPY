      *****************************************************************
      * Copybook:        AUTHCTL
      *
      * Record layout for ACCESS-REVIEW-QUARTER-CONTROL-FILE, a
      * one-record file the auditors or the operations scheduler can
      * populate with the year and quarter AUTHRPT is to review.
      * AUTHRPT consumes the record once and clears the file back to
      * empty afterward - a run with nobody to populate it reviews
      * the last quarter completed before the business date.
      *****************************************************************
       01  ACCESS-REVIEW-CONTROL-RECORD.
           05  ARC-REVIEW-YEAR              PIC X(04).
           05  ARC-QUARTER                  PIC X(01).
