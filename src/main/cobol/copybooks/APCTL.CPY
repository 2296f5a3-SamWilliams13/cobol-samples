      *****************************************************************
      * Copybook:        APCTL
      *
      * Record layout for AP-NUMBER-CONTROL-FILE, a one-record file
      * holding the last voucher number APMATCH assigned and the last
      * check number APPAYSEL printed, so neither sequence is ever
      * reused or skipped across runs.
      *****************************************************************
       01  AP-NUMBER-CONTROL-RECORD.
           05  APC-LAST-VOUCHER-NUMBER  PIC 9(06).
           05  APC-LAST-CHECK-NUMBER    PIC 9(06).
