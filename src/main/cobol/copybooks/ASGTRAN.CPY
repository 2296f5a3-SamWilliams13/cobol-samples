      * wants made for the day. DISPATCH validates the employee ID
      * against DRIVER-MASTER-FILE and the unit against
      * VEHICLE-MASTER-FILE (it must be in service) before the
      * assignment lands, and projects the loaded unit's brake
      * temperature over the route - a projection over the safe
      * limit refuses the assignment unless a supervisor has signed
      * it off.
      *****************************************************************
       01  DRIVER-ASSIGNMENT-TRANS-RECORD.
           05  DAT-EMPLOYEE-ID          PIC X(06).
           05  DAT-UNIT-ID              PIC X(06).
           05  DAT-ROUTE-ID             PIC X(08).
      * Employee ID of the supervisor who approved running this
      * unit, route and load despite a brake projection over the safe
      * limit. Blank on an ordinary assignment. The supervisor
      * needs the BRKOVRD authority and cannot be the driver.
           05  DAT-BRAKE-OVERRIDE-BY    PIC X(06).
