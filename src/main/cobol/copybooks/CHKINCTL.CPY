      * Odometer reading for an unattended check-out; zeros when the
      * caller has none to give.
           05  CIC-ODOMETER                 PIC 9(07).
      * Defect codes from the driver's inspection, for an unattended
      * check-in or check-out; spaces when none were reported.
           05  CIC-DEFECT-CODES.
               10  CIC-DEFECT-CODE          PIC X(04) OCCURS 5 TIMES.
