      *****************************************************************
      * Copybook:        RECURJE
      *
      * Record layout for RECURRING-JE-FILE, the standing recurring
      * journal entries JRNMANUL posts once in every period: one
      * record per line of each approved recurring entry, with the
      * last period the entry was posted for, so a second run in the
      * same month cannot post it twice. RJE-END-PERIOD is the last
      * period to post (blank for no end); an entry past its end
      * period drops off the file.
      *****************************************************************
       01  RECURRING-JE-RECORD.
           05  RJE-ENTRY-ID             PIC X(08).
           05  RJE-ACCOUNT-NUMBER       PIC X(08).
           05  RJE-DEBIT-CREDIT-CODE    PIC X.
           05  RJE-AMOUNT               PIC S9(07)V99
                         SIGN IS TRAILING SEPARATE CHARACTER.
           05  RJE-PREPARED-BY          PIC X(08).
           05  RJE-APPROVED-BY          PIC X(08).
           05  RJE-END-PERIOD           PIC X(06).
           05  RJE-LAST-PERIOD          PIC X(06).
           05  RJE-DESCRIPTION          PIC X(30).
