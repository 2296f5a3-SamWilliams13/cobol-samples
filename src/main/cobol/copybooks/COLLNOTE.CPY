      *****************************************************************
      * Copybook:        COLLNOTE
      *
      * Record layout for COLLECTION-NOTES-FILE, one record per
      * contact a collector has had with a customer about money past
      * due, kept in CST-ACCOUNT-NUMBER order and, within an account,
      * in the order the notes were posted. Collectors key their
      * notes to COLLECTION-NOTE-TRANS-FILE in this same layout;
      * COLLPOST checks and posts them. COLLWORK reads the file for
      * the last contact and the open promise on the daily
      * collections worklist.
      *****************************************************************
       01  COLLECTION-NOTE-RECORD.
           05  CLN-ACCOUNT-NUMBER       PIC X(06).
           05  CLN-CONTACT-DATE         PIC X(08).
           05  CLN-COLLECTOR            PIC X(08).
           05  CLN-NOTE-TEXT            PIC X(60).
      * A promise to pay: the amount the customer said would arrive
      * and the date it would arrive by. Zero amount and a blank date
      * when the contact produced no promise.
           05  CLN-PROMISED-AMOUNT      PIC S9(07)V99
                         SIGN IS TRAILING SEPARATE CHARACTER.
           05  CLN-PROMISED-DATE        PIC X(08).
