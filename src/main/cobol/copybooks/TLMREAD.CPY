      *****************************************************************
      * Copybook:        TLMREAD
      *
      * Record layout for TELEMATICS-READING-FILE, the history of
      * telematics brake-temperature readings TLMIMPT accepted, each
      * tied to the BRAKE-LOG-FILE run (unit, route, run date) it was
      * matched to. BRKCALIB compares the hottest reading of each run
      * with the temperature BRAKES predicted for it.
      *****************************************************************
       01  TELEMATICS-READING-RECORD.
           05  TLR-UNIT-ID                  PIC X(06).
           05  TLR-ROUTE-ID                 PIC X(08).
           05  TLR-RUN-DATE                 PIC X(08).
           05  TLR-READING-TIME             PIC X(06).
           05  TLR-SEGMENT-NUMBER           PIC X(03).
           05  TLR-BRAKE-TEMP-CELSIUS       PIC S9(04)V9(01)
                         SIGN IS TRAILING SEPARATE CHARACTER.
           05  TLR-IMPORT-DATE              PIC X(08).
