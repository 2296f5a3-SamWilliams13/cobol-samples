      *****************************************************************
      * Copybook:        BRKPARM
      *
      * Parameter block passed to BRKPROJ, the brake temperature
      * projection shared by BRAKES, DISPATCH and BRKLIMIT. The
      * caller fills in the route, the unit's brake specifications,
      * the gross weight and the starting brake temperature; BRKPROJ
      * walks the route's segments and hands back the peak
      * temperature, the rise to it, and whether either is over the
      * safe limit - so DISPATCH can judge a run before the truck
      * leaves with the same model tonight's brake batch reports on.
      *****************************************************************
       01  BRAKE-PROJECTION-PARMS.
           05  BPJ-ROUTE-ID                 PIC X(08).
           05  BPJ-BRAKE-MASS-KG            PIC 9(05)V9(01).
           05  BPJ-SPECIFIC-HEAT            PIC 9(05)V9(01).
           05  BPJ-GROSS-WEIGHT-KG          PIC 9(06).
           05  BPJ-START-TEMP-CELSIUS       PIC S9(03)V9(02).
      * Returned by BRKPROJ.
           05  BPJ-PEAK-TEMP-CELSIUS        PIC S9(05)V9(02).
           05  BPJ-TEMP-RISE-CELSIUS        PIC S9(05)V9(02).
           05  BPJ-PEAK-SEGMENT-NUMBER      PIC 9(03).
      * S - within both limits; U - the rise or the peak is over its
      * safe limit; R - the route has no segments on ROUTE-FILE; F -
      * ROUTE-FILE holds more segments than BRKPROJ can, so no route
      * can be trusted to be modeled in full.
           05  BPJ-RESULT-CODE              PIC X.
               88  BPJ-RUN-IS-SAFE              VALUE 'S'.
               88  BPJ-RUN-IS-UNSAFE            VALUE 'U'.
               88  BPJ-ROUTE-NOT-FOUND          VALUE 'R'.
               88  BPJ-ROUTE-TABLE-FULL         VALUE 'F'.
           05  BPJ-RISE-WARNING-FLAG        PIC X.
               88  BPJ-RISE-OVER-LIMIT          VALUE 'Y'.
           05  BPJ-ABSOLUTE-WARNING-FLAG    PIC X.
               88  BPJ-PEAK-OVER-LIMIT          VALUE 'Y'.
      * Y when the unit's brake mass times specific heat was below
      * the plausible minimum and the default brakes were modeled.
           05  BPJ-DEFAULT-BRAKES-FLAG      PIC X.
               88  BPJ-DEFAULT-BRAKES-USED      VALUE 'Y'.
      * The brake temperature leaving the route's last segment, and
      * the potential energy turned to brake heat over its descents.
           05  BPJ-END-TEMP-CELSIUS         PIC S9(05)V9(02).
           05  BPJ-ROUTE-MGH                PIC 9(09)V9(02).
      * The walk segment by segment, in route order, for a caller
      * that prints the temperature profile: each segment's geometry,
      * the temperature change it caused, and the brake temperature
      * leaving it. A segment number is three digits, so a route can
      * never have more segments than the trace holds.
           05  BPJ-TRACE-COUNT              PIC 9(03).
           05  BPJ-TRACE-ENTRY OCCURS 999 TIMES.
               10  BPJ-TRC-SEGMENT-NUMBER   PIC 9(03).
               10  BPJ-TRC-GRADE-PERCENT    PIC S9(02)V9(01).
               10  BPJ-TRC-LENGTH-METERS    PIC 9(06).
               10  BPJ-TRC-ELEVATION-CHANGE PIC S9(05).
               10  BPJ-TRC-DELTA-T-CELSIUS  PIC S9(05)V9(02).
               10  BPJ-TRC-TEMP-CELSIUS     PIC S9(05)V9(02).
