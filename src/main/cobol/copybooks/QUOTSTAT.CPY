      *****************************************************************
      * Copybook:        QUOTSTAT
      *
      * Record layout for QUOTE-STATUS-TRANS-FILE, the customers'
      * answers as the reps record them: 'A' when the customer
      * accepted the quote, 'L' when the business was lost. Only an
      * open quote can be answered. QUOTCONV applies the answers
      * before it converts and expires, so a quote accepted today
      * becomes an order today.
      *****************************************************************
       01  QUOTE-STATUS-TRANS-RECORD.
           05  QST-QUOTE-NUMBER         PIC X(08).
           05  QST-ACTION               PIC X.
               88  QST-QUOTE-ACCEPTED       VALUE 'A'.
               88  QST-QUOTE-LOST           VALUE 'L'.
           05  QST-USER-ID              PIC X(08).
