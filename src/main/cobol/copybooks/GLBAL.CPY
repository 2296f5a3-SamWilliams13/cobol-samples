      * Copybook:        GLBAL
      *
      * Record layout for GL-BALANCE-FILE, the general-ledger account
      * balance master GLPOST maintains. Before this file existed,
      * JOURNAL-ENTRY-FILE just accumulated and nothing in the
      * system knew what any account's balance actually was. The
      * file holds one record per account per fiscal period
      * (YYYYMM, as on ACCOUNTING-PERIOD-FILE) with any activity,
      * in account and period order: the chart-of-accounts
      * description, the period's debits and credits, and the
      * balance at the period's end, held debit-positive (credits
      * subtract). An account's current balance is its latest
      * period's GLB-BALANCE. Period 000000 is the balance brought
      * forward from before balances were kept by period.
      *****************************************************************
       01  GL-BALANCE-RECORD.
           05  GLB-ACCOUNT-NUMBER       PIC X(08).
           05  GLB-DESCRIPTION          PIC X(30).
           05  GLB-BALANCE              PIC S9(11)V99
                         SIGN IS TRAILING SEPARATE CHARACTER.
           05  GLB-PERIOD               PIC X(06).
           05  GLB-PERIOD-DEBITS        PIC S9(11)V99
                         SIGN IS TRAILING SEPARATE CHARACTER.
           05  GLB-PERIOD-CREDITS       PIC S9(11)V99
                         SIGN IS TRAILING SEPARATE CHARACTER.
