      *****************************************************************
      * Copybook:        MANJE
      *
      * Record layout for MANUAL-JE-FILE, the accruals, corrections,
      * and reclasses accounting keys by hand for JRNMANUL to post
      * to JOURNAL-ENTRY-FILE. One record per debit or credit line;
      * the lines sharing an entry ID make up one entry, which must
      * balance and must carry the same type, date, preparer, and
      * approver on every line. The approver must be someone other
      * than the preparer. Entry types:
      *   S - standard, posted once on the entry date.
      *   R - recurring: posted on the entry date and then once in
      *       every later period through MJE-END-PERIOD (blank for
      *       no end) until stopped.
      *   A - auto-reversing: posted on the entry date and reversed
      *       on the first day of the next period.
      *   X - stop the standing recurring entry with this ID (one
      *       line; account and amount ignored).
      *****************************************************************
       01  MANUAL-JE-RECORD.
           05  MJE-ENTRY-ID             PIC X(08).
           05  MJE-ENTRY-TYPE           PIC X.
               88  MJE-IS-STANDARD          VALUE 'S'.
               88  MJE-IS-RECURRING         VALUE 'R'.
               88  MJE-IS-REVERSING         VALUE 'A'.
               88  MJE-IS-STOP-RECURRING    VALUE 'X'.
           05  MJE-ENTRY-DATE           PIC X(08).
           05  MJE-ACCOUNT-NUMBER       PIC X(08).
           05  MJE-DEBIT-CREDIT-CODE    PIC X.
               88  MJE-IS-DEBIT             VALUE 'D'.
               88  MJE-IS-CREDIT            VALUE 'C'.
           05  MJE-AMOUNT               PIC S9(07)V99
                         SIGN IS TRAILING SEPARATE CHARACTER.
           05  MJE-PREPARED-BY          PIC X(08).
           05  MJE-APPROVED-BY          PIC X(08).
           05  MJE-END-PERIOD           PIC X(06).
           05  MJE-DESCRIPTION          PIC X(30).
