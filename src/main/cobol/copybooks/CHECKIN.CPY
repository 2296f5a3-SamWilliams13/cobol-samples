      * finally hears a mileage. Zero on check-ins and on records
      * written before odometer capture existed.
           05  CKI-ODOMETER                 PIC 9(07).
      * The unit the driver inspected at this check-in (pre-trip) or
      * check-out (post-trip) and how many defects were reported on
      * it - zero is a clean inspection. Blank unit when the driver
      * had no assignment, and on records written before inspections
      * were captured.
           05  CKI-INSPECTED-UNIT-ID        PIC X(06).
           05  CKI-DEFECT-COUNT             PIC 9(02).
