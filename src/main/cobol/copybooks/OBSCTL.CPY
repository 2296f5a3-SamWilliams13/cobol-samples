      *****************************************************************
      * Copybook:        OBSCTL
      *
      * Record layout for OBSOLESCENCE-RESERVE-CONTROL, the one-record
      * file holding the inventory obsolescence reserve as last
      * booked to the ledger, with the period and date it was booked.
      * INVAGING posts only the difference between the reserve it
      * works out and this balance, then rewrites the record, so a
      * rerun in the same month posts nothing more unless the stock
      * picture changed in between.
      *****************************************************************
       01  OBSOLESCENCE-CONTROL-RECORD.
           05  OBC-RESERVE-BALANCE      PIC S9(09)V99
                         SIGN IS TRAILING SEPARATE CHARACTER.
           05  OBC-LAST-PERIOD-BOOKED   PIC X(06).
           05  OBC-RUN-DATE             PIC X(08).
