      * accounting's ledger system. INVCALC looks up the receivables,
      * revenue, and sales-tax-liability accounts here when it builds
      * journal entries, so an account renumbering on the ledger side
      * is a data change, not a program change. Each account also
      * carries where it lands on the financial statements FINSTMT
      * prints: which statement, which section of it, and the side
      * its balance normally sits on.
      *****************************************************************
       01  CHART-OF-ACCOUNTS-RECORD.
           05  COA-POSTING-KEY          PIC X(08).
           05  COA-ACCOUNT-NUMBER       PIC X(08).
           05  COA-DESCRIPTION          PIC X(30).
      * B - balance sheet, I - income statement.
           05  COA-STATEMENT            PIC X(01).
               88  COA-ON-BALANCE-SHEET     VALUE 'B'.
               88  COA-ON-INCOME-STATEMENT  VALUE 'I'.
      * Section within the statement: CA current assets, FA fixed
      * and other assets, CL current liabilities, LT long-term
      * liabilities, EQ equity; RV revenue, CS cost of sales, OX
      * operating expenses, OT other income and expense.
           05  COA-SECTION              PIC X(02).
      * D or C - the side the account's balance normally sits on. A
      * balance on that side prints positive. A contra account takes
      * the side of the section it sits in (sales returns under
      * revenue are C), so it prints as a reduction.
           05  COA-NORMAL-SIGN          PIC X(01).
               88  COA-DEBIT-NORMAL         VALUE 'D'.
               88  COA-CREDIT-NORMAL        VALUE 'C'.
