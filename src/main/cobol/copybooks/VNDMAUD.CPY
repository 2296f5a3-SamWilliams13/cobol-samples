      *****************************************************************
      * Copybook:        VNDMAUD
      *
      * Record layout for VENDOR-MASTER-AUDIT-FILE. VENDMNT appends
      * one record for every add, change, and retirement it
      * processes - the same way SKUMAINT audits the product master -
      * so who changed a vendor's remit-to address or minimum order,
      * and when, and from what to what, is a file lookup. The old
      * and new images are the name, city, state, lead time, and
      * minimum order run together.
      *****************************************************************
       01  VENDOR-MASTER-AUDIT-RECORD.
           05  VNA-VENDOR-ID            PIC X(10).
           05  VNA-ACTION               PIC X(08).
           05  VNA-OLD-IMAGE            PIC X(80).
           05  VNA-NEW-IMAGE            PIC X(80).
           05  VNA-CHANGED-BY-USER      PIC X(08).
           05  VNA-CHANGE-DATE          PIC X(08).
           05  VNA-CHANGE-TIME          PIC X(08).
