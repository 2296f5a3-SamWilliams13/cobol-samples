      *****************************************************************
      * Copybook:        AUTHPARM
      *
      * Parameter block passed to the shared AUTHCHK routine. The
      * caller fills in who is acting, on what function and for how
      * much; for an approval it also names the user who entered the
      * transaction being approved, since nobody may approve their
      * own work. AUTHCHK hands back the answer and, on a refusal,
      * the reason - which it has already logged.
      *****************************************************************
       01  AUTHORITY-CHECK-AREA.
           05  ACK-PROGRAM-NAME         PIC X(08).
           05  ACK-USER-ID              PIC X(08).
           05  ACK-FUNCTION-CODE        PIC X(08).
           05  ACK-CHECK-TYPE           PIC X.
               88  ACK-IS-ENTRY             VALUE 'E'.
               88  ACK-IS-APPROVAL          VALUE 'A'.
           05  ACK-ENTERED-BY           PIC X(08).
           05  ACK-AMOUNT               PIC S9(09)V99.
           05  ACK-SUBJECT              PIC X(20).
           05  ACK-RESULT-FLAG          PIC X.
               88  ACK-AUTHORITY-GRANTED    VALUE 'Y'.
               88  ACK-AUTHORITY-REFUSED    VALUE 'N'.
           05  ACK-REFUSAL-REASON       PIC X(40).
