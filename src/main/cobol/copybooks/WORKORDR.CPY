      *****************************************************************
      * Copybook:        WORKORDR
      *
      * Record layout for WORK-ORDER-FILE: the brake inspection work
      * orders MAINTSCH opens when a unit's accumulated heat load
      * crosses the inspection threshold, the defect repair orders
      * HELLO opens for defects a driver reports on a pre-trip or
      * post-trip inspection, and the preventive maintenance orders
      * PMSCHED opens as scheduled service falls due. An open order
      * that holds the unit out of service keeps it there (via a
      * VEHICLE-STATUS-TRANS-FILE transaction) until the shop signs
      * it off through WORK-ORDER-SIGNOFF-FILE.
      *****************************************************************
       01  WORK-ORDER-RECORD.
           05  WKO-WORK-ORDER-NUMBER    PIC 9(06).
                         SIGN IS TRAILING SEPARATE CHARACTER.
           05  WKO-LABOR-COST           PIC S9(07)V99
                         SIGN IS TRAILING SEPARATE CHARACTER.
      * What opened the order. Blank on orders written before defect
      * repairs existed, which were all brake inspections.
           05  WKO-ORDER-TYPE           PIC X.
               88  WKO-IS-BRAKE-INSPECTION  VALUES 'B' ' '.
               88  WKO-IS-DEFECT-REPAIR     VALUE 'D'.
               88  WKO-IS-PREVENTIVE        VALUE 'P'.
      * Y when the order took the unit out of service, so its
      * sign-off is what may return the unit; N for a defect that
      * was not safety-critical. Blank on older brake inspection
      * orders, which always held the unit.
           05  WKO-OUT-OF-SERVICE-HOLD  PIC X.
               88  WKO-HOLDS-UNIT-OUT       VALUES 'Y' ' '.
      * The defect reported and the employee ID of the driver who
      * reported it; blank on brake inspection orders. On a
      * preventive maintenance order the code is the PM-SCHEDULE-FILE
      * service type.
           05  WKO-DEFECT-CODE          PIC X(04).
           05  WKO-REPORTED-BY          PIC X(06).
