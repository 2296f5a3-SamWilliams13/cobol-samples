      *****************************************************************
      * Copybook:        FRTZONE
      *
      * Record layout for FREIGHT-ZONE-FILE, which puts each
      * destination state in a freight zone as seen from the
      * warehouse the goods ship out of. INVCALC looks up the
      * shipping warehouse and the ship-to state here before it
      * rates an invoice's freight off FREIGHT-RATE-FILE. A record
      * with a blank warehouse code applies to any warehouse that
      * has no record of its own for the state.
      *****************************************************************
       01  FREIGHT-ZONE-RECORD.
           05  FZN-WAREHOUSE-CODE       PIC X(02).
           05  FZN-DEST-STATE           PIC X(02).
           05  FZN-ZONE                 PIC X(02).
      * 'Y' when the destination state taxes a separately stated
      * freight charge, so the rated charge line goes out taxable.
           05  FZN-FREIGHT-TAXABLE      PIC X.
