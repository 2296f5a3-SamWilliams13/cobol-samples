      *****************************************************************
      * Copybook:        FINCTL
      *
      * Record layout for FINANCE-CHARGE-CONTROL, the one-record file
      * holding the last period (YYYYMM) FINCHRG assessed finance
      * charges for. FINCHRG rewrites it at the end of a run and
      * will not charge the same period twice, so rerunning FINCHRG
      * for a period it has already charged cannot bill a customer
      * double.
      *****************************************************************
       01  FINANCE-CHARGE-CONTROL-RECORD.
           05  FCC-LAST-PERIOD-CHARGED  PIC X(06).
           05  FCC-RUN-DATE             PIC X(08).
