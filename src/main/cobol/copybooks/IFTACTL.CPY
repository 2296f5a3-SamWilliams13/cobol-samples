      *****************************************************************
      * Copybook:        IFTACTL
      *
      * Record layout for IFTA-QUARTER-CONTROL-FILE, a one-record file
      * a caller or the operations scheduler can populate with the
      * year and quarter IFTARPT is to file. IFTARPT consumes the
      * record once and clears the file back to empty afterward - a
      * run with nobody to populate it files the last quarter
      * completed before the business date.
      *****************************************************************
       01  IFTA-QUARTER-CONTROL-RECORD.
           05  IFC-TAX-YEAR                 PIC X(04).
           05  IFC-QUARTER                  PIC X(01).
