      * application on CASH-APPLIED-FILE so it shows on the next
      * statement like any other payment. Rejected directions are
      * reported and logged; the transaction file is consumed and
      * cleared so a direction cannot apply twice. Each application
      * is journaled out of customer deposits and into receivables,
      * where CASHAPP put the money when it arrived on-account.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CASHDIR.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CASH-APPLIED-FILE ASSIGN TO "CASH-APPLIED-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHART-OF-ACCOUNTS-FILE
               ASSIGN TO "CHART-OF-ACCOUNTS-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-ENTRY-FILE ASSIGN TO "JOURNAL-ENTRY-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT DIRECTION-REPORT-FILE
               ASSIGN TO "CASH-DIRECTION-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  CASH-APPLIED-FILE.
       COPY CASHAPPL.

       FD  CHART-OF-ACCOUNTS-FILE.
       COPY CHARTACC.

       FD  JOURNAL-ENTRY-FILE.
       COPY JRNENTRY.

       FD  DIRECTION-REPORT-FILE.
       01  DIRECTION-REPORT-LINE        PIC X(132).

           05  WS-LOCK-HOLDER-NAME      PIC X(08).
           05  WS-LOCK-REFUSED-FLAG     PIC X VALUE 'N'.
               88  A-RUN-LOCK-WAS-REFUSED   VALUE 'Y'.
      * Ledger accounts the direction journal posts to, left at the
      * loud suspense default when a posting key is missing.
           05  WS-CHART-EOF-FLAG        PIC X VALUE 'N'.
               88  END-OF-CHART-FILE        VALUE 'Y'.
           05  WS-JOURNAL-FILE-STATUS   PIC XX.
           05  WS-AR-ACCOUNT            PIC X(08) VALUE '99999999'.
           05  WS-CUSTDEP-ACCOUNT       PIC X(08) VALUE '99999999'.

       01  WS-ERROR-LOG-FIELDS.
           05  WS-ERR-PROGRAM-NAME      PIC X(08) VALUE 'CASHDIR'.
               PERFORM RELEASE-RUN-LOCKS
               GOBACK
           END-IF
           PERFORM LOAD-CHART-OF-ACCOUNTS
           OPEN OUTPUT DIRECTION-REPORT-FILE
           PERFORM WRITE-DIRECTION-REPORT-HEADER
           OPEN EXTEND CASH-APPLIED-FILE
           OPEN EXTEND JOURNAL-ENTRY-FILE
           IF WS-JOURNAL-FILE-STATUS = '35'
               OPEN OUTPUT JOURNAL-ENTRY-FILE
           END-IF
           OPEN INPUT CASH-DIRECTION-TRANS-FILE
           PERFORM UNTIL END-OF-TRANS-FILE
               READ CASH-DIRECTION-TRANS-FILE
           END-PERFORM
           CLOSE CASH-DIRECTION-TRANS-FILE
           CLOSE CASH-APPLIED-FILE
           CLOSE JOURNAL-ENTRY-FILE
           PERFORM WRITE-DIRECTION-REPORT-TOTALS
           CLOSE DIRECTION-REPORT-FILE
           PERFORM REWRITE-OPEN-ITEMS
               WS-ERR-OFFENDING-DATA
           END-CALL.

      *---------------------------------------------------------------
      * Resolves the receivables and customer-deposits accounts from
      * the chart. A missing posting key leaves the loud suspense
      * default.

       LOAD-CHART-OF-ACCOUNTS.
           OPEN INPUT CHART-OF-ACCOUNTS-FILE
           PERFORM UNTIL END-OF-CHART-FILE
               READ CHART-OF-ACCOUNTS-FILE
                   AT END
                       SET END-OF-CHART-FILE TO TRUE
                   NOT AT END
                       EVALUATE COA-POSTING-KEY
                           WHEN 'AR      '
                               MOVE COA-ACCOUNT-NUMBER
                                   TO WS-AR-ACCOUNT
                           WHEN 'CUSTDEP '
                               MOVE COA-ACCOUNT-NUMBER
                                   TO WS-CUSTDEP-ACCOUNT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE CHART-OF-ACCOUNTS-FILE
           IF WS-AR-ACCOUNT = '99999999'
               OR WS-CUSTDEP-ACCOUNT = '99999999'
               DISPLAY '*** WARNING: chart of accounts is missing a '
                   'posting key - entries will post to suspense ***'
               MOVE 'LOAD-CHART-OF-ACCOUNTS' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'posting key missing from chart of accounts'
                   TO WS-ERR-DESCRIPTION
               MOVE SPACES TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-CASHDIR-ERROR
           END-IF.

      *---------------------------------------------------------------
      * Loads AR-OPEN-ITEM-FILE, record images intact, so directed
      * amounts can be applied in place before the file is rewritten.
           MOVE WS-RUN-DATE TO CAP-PAYMENT-DATE
           MOVE WS-RUN-DATE TO CAP-APPLIED-DATE
           MOVE 0 TO CAP-DISCOUNT-AMOUNT
           MOVE SPACE TO CAP-ENTRY-TYPE
           WRITE CASH-APPLIED-RECORD
           PERFORM WRITE-DIRECTION-JOURNAL-ENTRIES
           MOVE CDT-AMOUNT TO RPT-AMOUNT-EDITED
           MOVE SPACES TO DIRECTION-REPORT-LINE
           STRING CDT-ACCOUNT-NUMBER '  ' CDT-INV-NUMBER '  '
               DELIMITED BY SIZE INTO DIRECTION-REPORT-LINE
           WRITE DIRECTION-REPORT-LINE.

      *---------------------------------------------------------------
      * Journals the direction just applied: customer deposits is
      * debited and receivables credited for the amount moved onto
      * the item.

       WRITE-DIRECTION-JOURNAL-ENTRIES.
           MOVE WS-RUN-DATE TO JRN-INV-DATE
           MOVE CDT-INV-NUMBER TO JRN-INV-NUMBER
           MOVE WS-CUSTDEP-ACCOUNT TO JRN-ACCOUNT-NUMBER
           MOVE 'D' TO JRN-DEBIT-CREDIT-CODE
           MOVE CDT-AMOUNT TO JRN-AMOUNT
           WRITE JOURNAL-ENTRY-RECORD
           MOVE WS-AR-ACCOUNT TO JRN-ACCOUNT-NUMBER
           MOVE 'C' TO JRN-DEBIT-CREDIT-CODE
           WRITE JOURNAL-ENTRY-RECORD.

      *---------------------------------------------------------------
      * Reports and logs a direction naming no open item for the
      * account.
