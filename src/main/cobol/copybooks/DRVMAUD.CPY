      * changes - so who changed a driver's license class or pushed
      * out a medical certificate expiry, and when, and from what to
      * what, is a file lookup instead of an argument. The old and
      * new images are the family name, the qualification picture,
      * and the pay rates run together, so a rate change is audited
      * the same as a license change.
      *****************************************************************
       01  DRIVER-MASTER-AUDIT-RECORD.
           05  DRA-EMPLOYEE-ID          PIC X(06).
           05  DRA-ACTION               PIC X(08).
           05  DRA-OLD-IMAGE            PIC X(80).
           05  DRA-NEW-IMAGE            PIC X(80).
           05  DRA-CHANGED-BY-USER      PIC X(08).
           05  DRA-CHANGE-DATE          PIC X(08).
           05  DRA-CHANGE-TIME          PIC X(08).
