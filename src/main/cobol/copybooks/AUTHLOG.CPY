      *****************************************************************
      * Copybook:        AUTHLOG
      *
      * Record layout for AUTHORITY-REFUSAL-LOG, appended by AUTHCHK
      * every time it refuses a user: who tried what, in which
      * program, against which account, item or SKU, for how much,
      * and why it was refused. AUTHRPT lists the quarter's refusals
      * for the auditors.
      *****************************************************************
       01  AUTHORITY-REFUSAL-RECORD.
           05  ARF-REFUSAL-DATE         PIC X(08).
           05  ARF-REFUSAL-TIME         PIC X(08).
           05  ARF-PROGRAM-NAME         PIC X(08).
           05  ARF-USER-ID              PIC X(08).
           05  ARF-FUNCTION-CODE        PIC X(08).
           05  ARF-ENTERED-BY           PIC X(08).
           05  ARF-AMOUNT               PIC S9(09)V99
                         SIGN IS TRAILING SEPARATE CHARACTER.
           05  ARF-SUBJECT              PIC X(20).
           05  ARF-REASON               PIC X(40).
