      *****************************************************************
      * Copybook:        LBXDEP
      *
      * Record layout for LOCKBOX-DEPOSIT-FILE, the deposit batches
      * LOCKBOX has imported that no bank statement has yet shown -
      * the deposits in transit. LOCKBOX appends one record per
      * proven deposit; BANKREC drops each batch when a statement
      * deposit clears it, so whatever is left is still in transit.
      *****************************************************************
       01  LOCKBOX-DEPOSIT-RECORD.
           05  LDP-DEPOSIT-DATE         PIC X(08).
           05  LDP-DEPOSIT-TOTAL        PIC S9(09)V99
                         SIGN IS TRAILING SEPARATE CHARACTER.
           05  LDP-DEPOSIT-COUNT        PIC 9(05).
           05  LDP-IMPORTED-DATE        PIC X(08).
