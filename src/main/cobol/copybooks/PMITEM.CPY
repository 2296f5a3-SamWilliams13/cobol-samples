      *****************************************************************
      * Copybook:        PMITEM
      *
      * Record layout for PM-SCHEDULE-FILE, the preventive
      * maintenance schedule: one record per unit and service type
      * (oil change, tire rotation, annual DOT inspection and the
      * like) with the interval it falls due at - in miles, in days,
      * or whichever comes first when both are given - and when it
      * was last done. PMSCHED opens the work orders as items fall
      * due and moves the last-service date and mileage forward when
      * the shop signs one off; DISPATCH will not send out a unit
      * whose dispatch-blocking item has lapsed.
      *****************************************************************
       01  PM-SCHEDULE-RECORD.
           05  PMS-UNIT-ID                  PIC X(06).
           05  PMS-SERVICE-TYPE             PIC X(04).
           05  PMS-DESCRIPTION              PIC X(20).
      * Zero means the item is not scheduled on that measure.
           05  PMS-MILEAGE-INTERVAL         PIC 9(06).
           05  PMS-DAY-INTERVAL             PIC 9(04).
      * Blank date when the item has never been done, which makes it
      * due now.
           05  PMS-LAST-SERVICE-DATE        PIC X(08).
           05  PMS-LAST-SERVICE-MILEAGE     PIC 9(07).
      * Y for an item the unit may not run without, such as the
      * annual inspection: once its day interval lapses the unit
      * cannot be dispatched until the inspection is signed off.
           05  PMS-BLOCKS-DISPATCH-FLAG     PIC X.
               88  PMS-BLOCKS-DISPATCH          VALUE 'Y'.
