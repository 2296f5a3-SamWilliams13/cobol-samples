      *****************************************************************
      * Copybook:        DEFCODE
      *
      * Record layout for DEFECT-CODE-FILE, the table of defects a
      * driver can report on a pre-trip or post-trip inspection. A
      * safety-critical defect takes the unit out of service until
      * the shop signs off the repair; any other defect just opens a
      * work order.
      *****************************************************************
       01  DEFECT-CODE-RECORD.
           05  DFC-DEFECT-CODE              PIC X(04).
           05  DFC-DESCRIPTION              PIC X(30).
           05  DFC-SAFETY-CRITICAL-FLAG     PIC X.
               88  DFC-IS-SAFETY-CRITICAL       VALUE 'Y'.
