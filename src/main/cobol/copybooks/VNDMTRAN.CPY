      *****************************************************************
      * Copybook:        VNDMTRAN
      *
      * Record layout for VENDOR-MAINT-TRANS-FILE, one transaction
      * per vendor-master maintenance action: add a new vendor ('A'),
      * change an existing vendor's name, address, lead time, or
      * minimum order ('C'), or retire a vendor ('X', other fields
      * ignored). VENDMNT validates each transaction against the
      * master and audits every change, the same way SKUMAINT keeps
      * the product master.
      *****************************************************************
       01  VENDOR-MAINT-TRANS-RECORD.
           05  VMN-ACTION-CODE          PIC X.
               88  VMN-IS-ADD               VALUE 'A'.
               88  VMN-IS-CHANGE            VALUE 'C'.
               88  VMN-IS-RETIRE            VALUE 'X'.
           05  VMN-VENDOR-ID            PIC X(10).
           05  VMN-VENDOR-NAME          PIC X(30).
           05  VMN-ADDRESS-LINE-1       PIC X(30).
           05  VMN-ADDRESS-LINE-2       PIC X(30).
           05  VMN-CITY                 PIC X(20).
           05  VMN-STATE                PIC X(02).
           05  VMN-ZIP                  PIC X(10).
           05  VMN-LEAD-TIME-DAYS       PIC 9(03).
           05  VMN-MINIMUM-ORDER        PIC S9(07)V99
                         SIGN IS TRAILING SEPARATE CHARACTER.
           05  VMN-USER-ID              PIC X(08).
           05  VMN-TERMS-CODE           PIC X(04).
