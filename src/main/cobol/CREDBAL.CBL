      *****************************************************************
      * Program name:    CREDBAL
      * Original author: Dave Nicolette
      *
      * Customer credit-balance report.
      *
      * Credit memos and overpayments leave customers holding money
      * of ours: negative items on AR-OPEN-ITEM-FILE and on-account
      * cash on UNAPPLIED-CASH-FILE. Nothing ages a credit, so
      * without this report they sit until the customer calls. For
      * every account on CUSTOMER-MASTER-FILE whose credits exceed
      * what it still owes, prints one line: the open credit items,
      * the unapplied cash, the open debit items, and the net credit
      * the account could be refunded, with any refund request
      * already waiting on REFUND-REQUEST-FILE for approval. Only
      * home-currency items are counted - a refund is a home-currency
      * check, and FXREVAL owns the value of a foreign item.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CREDBAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTOMER-MASTER-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AR-OPEN-ITEM-FILE
               ASSIGN TO "AR-OPEN-ITEM-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-FILE-STATUS.
           SELECT UNAPPLIED-CASH-FILE
               ASSIGN TO "UNAPPLIED-CASH-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNAPPLIED-FILE-STATUS.
           SELECT REFUND-REQUEST-FILE
               ASSIGN TO "REFUND-REQUEST-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-FILE-STATUS.
           SELECT CREDIT-BALANCE-REPORT-FILE
               ASSIGN TO "CREDIT-BALANCE-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST.

       FD  AR-OPEN-ITEM-FILE.
       COPY AROPEN.

       FD  UNAPPLIED-CASH-FILE.
       COPY UNAPCASH.

       FD  REFUND-REQUEST-FILE.
       COPY REFREQ.

       FD  CREDIT-BALANCE-REPORT-FILE.
       01  CREDIT-BALANCE-REPORT-LINE   PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILLER.
           05  WS-EOF-FLAG              PIC X.
               88  END-OF-CURRENT-FILE      VALUE 'Y'.
      * A '35' is a file that does not exist yet - nothing has ever
      * been written to it.
           05  WS-OPEN-FILE-STATUS      PIC XX.
           05  WS-UNAPPLIED-FILE-STATUS PIC XX.
           05  WS-REQUEST-FILE-STATUS   PIC XX.
           05  WS-CUSTOMER-COUNT        PIC S9(05) VALUE 0.
           05  WS-CUSTOMER-INDEX        PIC S9(05).
           05  WS-FOUND-FLAG            PIC X.
               88  ENTRY-WAS-FOUND          VALUE 'Y'.
           05  WS-NET-CREDIT            PIC S9(09)V99.
           05  WS-CREDIT-ACCOUNT-COUNT  PIC S9(05) VALUE 0.
           05  WS-REQUESTED-COUNT       PIC S9(05) VALUE 0.
           05  WS-TOTAL-NET-CREDIT      PIC S9(11)V99 VALUE 0.
           05  WS-RUN-DATE              PIC X(08).
           05  WS-HOME-CURRENCY-CODE    PIC X(03) VALUE 'USD'.
           05  WS-CAPACITY-FLAG         PIC X VALUE 'N'.
               88  A-TABLE-IS-OVER-CAPACITY VALUE 'Y'.

       01  WS-ERROR-LOG-FIELDS.
           05  WS-ERR-PROGRAM-NAME      PIC X(08) VALUE 'CREDBAL'.
           05  WS-ERR-PARAGRAPH-NAME    PIC X(30).
           05  WS-ERR-DESCRIPTION       PIC X(60).
           05  WS-ERR-OFFENDING-DATA    PIC X(30).

       01  RPT-AMOUNT-EDITED            PIC Z(8)9.99-.
       01  RPT-TOTAL-EDITED             PIC Z(10)9.99-.
       01  RPT-COUNT-EDITED             PIC ZZZZ9.

      * One entry per account with its credits and debits summed as
      * the files are read.
       01  CUSTOMER-TABLE.
           05  CUSTOMER-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-CUSTOMER-COUNT.
               10  CBT-ACCOUNT-NUMBER   PIC X(06).
               10  CBT-CUSTOMER-NAME    PIC X(19).
               10  CBT-CREDIT-ITEMS     PIC S9(09)V99.
               10  CBT-UNAPPLIED        PIC S9(09)V99.
               10  CBT-DEBIT-ITEMS      PIC S9(09)V99.
               10  CBT-REQUEST-DATE     PIC X(08).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           CALL 'BUSDATE' USING WS-RUN-DATE
           END-CALL
           PERFORM LOAD-CUSTOMER-MASTER
           IF A-TABLE-IS-OVER-CAPACITY
               DISPLAY 'CREDBAL: CUSTOMER-MASTER-FILE exceeds the '
                   'table capacity - no report produced'
               MOVE 'MAIN-LOGIC' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'customer master exceeds credit report capacity'
                   TO WS-ERR-DESCRIPTION
               MOVE SPACES TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-CREDBAL-ERROR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM ADD-UP-OPEN-ITEMS
           PERFORM ADD-UP-UNAPPLIED-CASH
           PERFORM NOTE-REFUND-REQUESTS
           OPEN OUTPUT CREDIT-BALANCE-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM VARYING WS-CUSTOMER-INDEX FROM 1 BY 1
                   UNTIL WS-CUSTOMER-INDEX > WS-CUSTOMER-COUNT
               COMPUTE WS-NET-CREDIT =
                   0 - CBT-CREDIT-ITEMS(WS-CUSTOMER-INDEX)
                     + CBT-UNAPPLIED(WS-CUSTOMER-INDEX)
                     - CBT-DEBIT-ITEMS(WS-CUSTOMER-INDEX)
               IF WS-NET-CREDIT > 0
                   PERFORM WRITE-CREDIT-BALANCE-LINE
               END-IF
           END-PERFORM
           PERFORM WRITE-REPORT-TOTALS
           CLOSE CREDIT-BALANCE-REPORT-FILE
           DISPLAY 'CREDBAL: ' WS-CREDIT-ACCOUNT-COUNT
               ' account(s) holding a credit balance, '
               WS-REQUESTED-COUNT ' with a refund requested'
           GOBACK.

      *---------------------------------------------------------------
      * Calls the shared LOGERROR routine to append one record to
      * ERROR-LOG-FILE for the problem just found. WS-ERR-PARAGRAPH-
      * NAME, WS-ERR-DESCRIPTION and WS-ERR-OFFENDING-DATA must be set
      * by the calling paragraph before this is performed.

       LOG-CREDBAL-ERROR.
           CALL 'LOGERROR' USING WS-ERR-PROGRAM-NAME
               WS-ERR-PARAGRAPH-NAME WS-ERR-DESCRIPTION
               WS-ERR-OFFENDING-DATA
           END-CALL.

      *---------------------------------------------------------------
      * Loads the accounts, in master order, with their totals
      * cleared.

       LOAD-CUSTOMER-MASTER.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CUSTOMER-MASTER-FILE
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ CUSTOMER-MASTER-FILE
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       IF WS-CUSTOMER-COUNT = 500
                           SET A-TABLE-IS-OVER-CAPACITY TO TRUE
                           SET END-OF-CURRENT-FILE TO TRUE
                       ELSE
                           ADD 1 TO WS-CUSTOMER-COUNT
                           MOVE CST-ACCOUNT-NUMBER
                               TO CBT-ACCOUNT-NUMBER(WS-CUSTOMER-COUNT)
                           MOVE CST-CUSTOMER-NAME
                               TO CBT-CUSTOMER-NAME(WS-CUSTOMER-COUNT)
                           MOVE 0
                               TO CBT-CREDIT-ITEMS(WS-CUSTOMER-COUNT)
                           MOVE 0
                               TO CBT-UNAPPLIED(WS-CUSTOMER-COUNT)
                           MOVE 0
                               TO CBT-DEBIT-ITEMS(WS-CUSTOMER-COUNT)
                           MOVE SPACES
                               TO CBT-REQUEST-DATE(WS-CUSTOMER-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER-FILE.

      *---------------------------------------------------------------
      * Adds each home-currency open item into its account's credit
      * or debit total. An item for an account not on the master is
      * left out, as CASHAPP leaves it out of CST-BALANCE.

       ADD-UP-OPEN-ITEMS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT AR-OPEN-ITEM-FILE
           IF WS-OPEN-FILE-STATUS NOT = '00'
               SET END-OF-CURRENT-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ AR-OPEN-ITEM-FILE
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       IF ARO-CURRENCY-CODE = WS-HOME-CURRENCY-CODE
                           OR ARO-CURRENCY-CODE = SPACES
                           PERFORM FIND-ITEM-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OPEN-FILE-STATUS = '00' OR '10'
               CLOSE AR-OPEN-ITEM-FILE
           END-IF.

      *---------------------------------------------------------------
      * Posts the open item in the record area to its account.

       FIND-ITEM-CUSTOMER.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING WS-CUSTOMER-INDEX FROM 1 BY 1
                   UNTIL WS-CUSTOMER-INDEX > WS-CUSTOMER-COUNT
                      OR ENTRY-WAS-FOUND
               IF CBT-ACCOUNT-NUMBER(WS-CUSTOMER-INDEX)
                       = ARO-ACCOUNT-NUMBER
                   SET ENTRY-WAS-FOUND TO TRUE
                   IF ARO-OPEN-AMOUNT < 0
                       ADD ARO-OPEN-AMOUNT
                           TO CBT-CREDIT-ITEMS(WS-CUSTOMER-INDEX)
                   ELSE
                       ADD ARO-OPEN-AMOUNT
                           TO CBT-DEBIT-ITEMS(WS-CUSTOMER-INDEX)
                   END-IF
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Adds each on-account record into its account's unapplied
      * total.

       ADD-UP-UNAPPLIED-CASH.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT UNAPPLIED-CASH-FILE
           IF WS-UNAPPLIED-FILE-STATUS NOT = '00'
               SET END-OF-CURRENT-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ UNAPPLIED-CASH-FILE
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       MOVE 'N' TO WS-FOUND-FLAG
                       PERFORM VARYING WS-CUSTOMER-INDEX FROM 1 BY 1
                               UNTIL WS-CUSTOMER-INDEX
                                   > WS-CUSTOMER-COUNT
                                  OR ENTRY-WAS-FOUND
                           IF CBT-ACCOUNT-NUMBER(WS-CUSTOMER-INDEX)
                                   = UNC-ACCOUNT-NUMBER
                               SET ENTRY-WAS-FOUND TO TRUE
                               ADD UNC-AMOUNT
                                   TO CBT-UNAPPLIED(WS-CUSTOMER-INDEX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           IF WS-UNAPPLIED-FILE-STATUS = '00' OR '10'
               CLOSE UNAPPLIED-CASH-FILE
           END-IF.

      *---------------------------------------------------------------
      * Notes the accounts that already have a refund request
      * waiting for approval.

       NOTE-REFUND-REQUESTS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT REFUND-REQUEST-FILE
           IF WS-REQUEST-FILE-STATUS NOT = '00'
               SET END-OF-CURRENT-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ REFUND-REQUEST-FILE
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       PERFORM VARYING WS-CUSTOMER-INDEX FROM 1 BY 1
                               UNTIL WS-CUSTOMER-INDEX
                                   > WS-CUSTOMER-COUNT
                           IF CBT-ACCOUNT-NUMBER(WS-CUSTOMER-INDEX)
                                   = RFQ-ACCOUNT-NUMBER
                               MOVE RFQ-REQUEST-DATE
                                   TO CBT-REQUEST-DATE
                                       (WS-CUSTOMER-INDEX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           IF WS-REQUEST-FILE-STATUS = '00' OR '10'
               CLOSE REFUND-REQUEST-FILE
           END-IF.

      *---------------------------------------------------------------
      * Prints one account holding a credit balance. Credit items
      * print as the positive amount the customer is owed.

       WRITE-CREDIT-BALANCE-LINE.
           ADD 1 TO WS-CREDIT-ACCOUNT-COUNT
           ADD WS-NET-CREDIT TO WS-TOTAL-NET-CREDIT
           MOVE SPACES TO CREDIT-BALANCE-REPORT-LINE
           MOVE CBT-ACCOUNT-NUMBER(WS-CUSTOMER-INDEX)
               TO CREDIT-BALANCE-REPORT-LINE(1:6)
           MOVE CBT-CUSTOMER-NAME(WS-CUSTOMER-INDEX)
               TO CREDIT-BALANCE-REPORT-LINE(9:19)
           COMPUTE RPT-AMOUNT-EDITED =
               0 - CBT-CREDIT-ITEMS(WS-CUSTOMER-INDEX)
           MOVE RPT-AMOUNT-EDITED TO CREDIT-BALANCE-REPORT-LINE(30:13)
           MOVE CBT-UNAPPLIED(WS-CUSTOMER-INDEX) TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED TO CREDIT-BALANCE-REPORT-LINE(45:13)
           MOVE CBT-DEBIT-ITEMS(WS-CUSTOMER-INDEX)
               TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED TO CREDIT-BALANCE-REPORT-LINE(60:13)
           MOVE WS-NET-CREDIT TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED TO CREDIT-BALANCE-REPORT-LINE(75:13)
           IF CBT-REQUEST-DATE(WS-CUSTOMER-INDEX) NOT = SPACES
               ADD 1 TO WS-REQUESTED-COUNT
               MOVE 'REQUESTED'
                   TO CREDIT-BALANCE-REPORT-LINE(90:9)
               MOVE CBT-REQUEST-DATE(WS-CUSTOMER-INDEX)
                   TO CREDIT-BALANCE-REPORT-LINE(100:8)
           END-IF
           WRITE CREDIT-BALANCE-REPORT-LINE.

      *---------------------------------------------------------------
      * Writes the heading block of the report.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO CREDIT-BALANCE-REPORT-LINE
           STRING 'ACME DISTRIBUTING CO.' DELIMITED BY SIZE
               INTO CREDIT-BALANCE-REPORT-LINE
           WRITE CREDIT-BALANCE-REPORT-LINE
           MOVE SPACES TO CREDIT-BALANCE-REPORT-LINE
           STRING 'CUSTOMER CREDIT BALANCES - RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO CREDIT-BALANCE-REPORT-LINE
           WRITE CREDIT-BALANCE-REPORT-LINE
           MOVE SPACES TO CREDIT-BALANCE-REPORT-LINE
           WRITE CREDIT-BALANCE-REPORT-LINE
           MOVE SPACES TO CREDIT-BALANCE-REPORT-LINE
           STRING 'ACCOUNT CUSTOMER              CREDIT ITEMS'
               '      UNAPPLIED       OWED ON     NET CREDIT  '
               'REFUND' DELIMITED BY SIZE
               INTO CREDIT-BALANCE-REPORT-LINE
           WRITE CREDIT-BALANCE-REPORT-LINE
           MOVE SPACES TO CREDIT-BALANCE-REPORT-LINE
           STRING '                                            '
               '           CASH    DEBIT ITEMS' DELIMITED BY SIZE
               INTO CREDIT-BALANCE-REPORT-LINE
           WRITE CREDIT-BALANCE-REPORT-LINE.

      *---------------------------------------------------------------
      * Writes the run totals at the bottom of the report.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO CREDIT-BALANCE-REPORT-LINE
           WRITE CREDIT-BALANCE-REPORT-LINE
           MOVE SPACES TO CREDIT-BALANCE-REPORT-LINE
           MOVE WS-CREDIT-ACCOUNT-COUNT TO RPT-COUNT-EDITED
           MOVE WS-TOTAL-NET-CREDIT TO RPT-TOTAL-EDITED
           STRING 'ACCOUNTS WITH A CREDIT BALANCE: ' RPT-COUNT-EDITED
               '   TOTAL NET CREDIT: ' RPT-TOTAL-EDITED
               DELIMITED BY SIZE INTO CREDIT-BALANCE-REPORT-LINE
           WRITE CREDIT-BALANCE-REPORT-LINE
           MOVE SPACES TO CREDIT-BALANCE-REPORT-LINE
           MOVE WS-REQUESTED-COUNT TO RPT-COUNT-EDITED
           STRING 'REFUND REQUESTS WAITING:        ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO CREDIT-BALANCE-REPORT-LINE
           WRITE CREDIT-BALANCE-REPORT-LINE.
