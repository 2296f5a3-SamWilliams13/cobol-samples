      *****************************************************************
      * Copybook:        TLMFEED
      *
      * Record layout for TELEMATICS-FEED-FILE, the brake-temperature
      * readings uploaded by the units fitted with telematics: one
      * record per reading, giving the unit, when it was taken, where
      * on the route (route and segment, when the unit reports them)
      * and the measured brake temperature. TLMIMPT validates the
      * feed, matches each reading to the BRAKE-LOG-FILE run it
      * belongs to, and clears the file. Refused readings are copied
      * in this same layout to TELEMATICS-HOLD-FILE.
      *****************************************************************
       01  TELEMATICS-FEED-RECORD.
           05  TLF-UNIT-ID                  PIC X(06).
           05  TLF-READING-DATE             PIC X(08).
           05  TLF-READING-TIME             PIC X(06).
      * Blank when the unit does not report it; TLMIMPT then takes
      * the route from the unit's one brake-log run that day.
           05  TLF-ROUTE-ID                 PIC X(08).
           05  TLF-SEGMENT-NUMBER           PIC X(03).
           05  TLF-BRAKE-TEMP-CELSIUS       PIC S9(04)V9(01)
                         SIGN IS TRAILING SEPARATE CHARACTER.
