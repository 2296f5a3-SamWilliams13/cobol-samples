           05  SPH-EFFECTIVE-DATE       PIC X(08).
           05  SPH-UNIT-PRICE           PIC S9(05)V99
                         SIGN IS TRAILING SEPARATE CHARACTER.
      * Who keyed and who approved the change; blank on history
      * written before price changes carried user IDs.
           05  SPH-CHANGED-BY           PIC X(08).
           05  SPH-APPROVED-BY          PIC X(08).
