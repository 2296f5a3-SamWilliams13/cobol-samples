      * it processed, so BATCHRUN can print a balancing report across
      * the whole nightly batch. CTL-HASH-TOTAL is a hash total of a
      * key field (e.g. invoice number) where one is meaningful for
      * the program, and zero otherwise. CTL-AMOUNT-TOTAL is the
      * dollar figure the run stands behind - written off, posted,
      * revalued, remitted - for the month-end steps, which append
      * the same layout to MONTH-END-CONTROL-TOTALS so MONTHEND can
      * print them on its sign-off summary; zero for the nightly
      * programs.
      *****************************************************************
       01  CONTROL-TOTAL-RECORD.
           05  CTL-PROGRAM-NAME         PIC X(08).
           05  CTL-HASH-TOTAL           PIC 9(11).
           05  CTL-RUN-DATE             PIC X(08).
           05  CTL-RUN-TIME             PIC X(08).
           05  CTL-AMOUNT-TOTAL         PIC S9(11)V99
                                 SIGN IS TRAILING SEPARATE CHARACTER.
