           05  DAS-DRIVER-NAME          PIC X(80).
           05  DAS-UNIT-ID              PIC X(06).
           05  DAS-ROUTE-ID             PIC X(08).
      * The supervisor who signed off an assignment whose brake
      * projection was over the safe limit; blank otherwise.
           05  DAS-BRAKE-OVERRIDE-BY    PIC X(06).
