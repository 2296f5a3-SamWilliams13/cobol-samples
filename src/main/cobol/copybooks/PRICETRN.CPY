           05  PCH-EFFECTIVE-DATE       PIC X(08).
           05  PCH-UNIT-PRICE           PIC S9(05)V99
                         SIGN IS TRAILING SEPARATE CHARACTER.
      * The user who keyed the change and the user who approved it,
      * each checked by AUTHCHK - the approver may not be the keyer.
           05  PCH-USER-ID              PIC X(08).
           05  PCH-APPROVED-BY          PIC X(08).
