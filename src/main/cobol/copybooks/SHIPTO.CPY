           05  SHT-CITY                 PIC X(20).
           05  SHT-STATE                PIC X(02).
           05  SHT-ZIP                  PIC X(10).
      * Warehouse that ships to this address, a code on
      * WAREHOUSE-MASTER-FILE. ORDENTRY and INVCALC allocate the
      * customer's stock from here and nowhere else; blank is the
      * main warehouse, '01'.
           05  SHT-WAREHOUSE-CODE       PIC X(02).
