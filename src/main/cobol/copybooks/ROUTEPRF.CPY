           05  RSG-LENGTH-METERS            PIC 9(06).
           05  RSG-ELEVATION-CHANGE-METERS  PIC S9(05)
                         SIGN IS TRAILING SEPARATE CHARACTER.
      * State or province the segment lies in, so route miles can be
      * split by jurisdiction for the quarterly IFTA return. Blank on
      * segments recorded before jurisdictions were; IFTARPT counts
      * those in the base jurisdiction.
           05  RSG-JURISDICTION             PIC X(02).
