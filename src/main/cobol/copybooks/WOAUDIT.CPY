           05  WOA-CURRENCY-CODE        PIC X(03).
           05  WOA-WRITEOFF-DATE        PIC X(08).
           05  WOA-APPROVED-BY          PIC X(08).
      * The user who asked for the write-off, who may not be the one
      * approving it.
           05  WOA-REQUESTED-BY         PIC X(08).
