      *****************************************************************
      * Program name:    SLRECON
      * Original author: Dave Nicolette
      *
      * Subledger-to-general-ledger reconciliation.
      *
      * JRNPROOF proves the journals balance and INTEGCHK proves the
      * keys match, but nothing proved the subledgers agree with the
      * ledger - breaks surfaced at month-end close weeks after the
      * run that caused them. This run totals each subledger and
      * sets it against the current balance of its control account
      * on GL-BALANCE-FILE (the account's latest period):
      *   receivables  - ARO-OPEN-AMOUNT on AR-OPEN-ITEM-FILE against
      *                  the AR control account;
      *   inventory    - INR-QTY-ON-HAND times INR-AVG-UNIT-COST on
      *                  INVENTORY-FILE, in every warehouse, plus the
      *                  transfers on IN-TRANSIT-FILE at the cost they
      *                  shipped at, against the inventory account;
      *   unapplied    - UNC-AMOUNT on UNAPPLIED-CASH-FILE against the
      *                  customer-deposits liability account.
      * The control accounts come from the AR, INVASSET, and CUSTDEP
      * posting keys on CHART-OF-ACCOUNTS-FILE. Each difference is
      * printed on SUBLEDGER-RECON-REPORT and logged; a difference
      * over RECONCILE-TOLERANCE-AMT ends the run with return code 8
      * so whatever job stream runs it stops there. Journal lines
      * GLPOST has not yet posted are counted and noted, since they
      * show up as a break until they are posted.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SLRECON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-OPEN-ITEM-FILE ASSIGN TO "AR-OPEN-ITEM-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-ITEM-FILE-STATUS.
           SELECT INVENTORY-FILE ASSIGN TO "INVENTORY-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVENTORY-FILE-STATUS.
           SELECT IN-TRANSIT-FILE ASSIGN TO "IN-TRANSIT-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-TRANSIT-FILE-STATUS.
           SELECT UNAPPLIED-CASH-FILE ASSIGN TO "UNAPPLIED-CASH-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNAPPLIED-FILE-STATUS.
           SELECT GL-BALANCE-FILE ASSIGN TO "GL-BALANCE-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.
           SELECT JOURNAL-ENTRY-FILE ASSIGN TO "JOURNAL-ENTRY-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT CHART-OF-ACCOUNTS-FILE
               ASSIGN TO "CHART-OF-ACCOUNTS-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECON-REPORT-FILE
               ASSIGN TO "SUBLEDGER-RECON-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AR-OPEN-ITEM-FILE.
       COPY AROPEN.

       FD  INVENTORY-FILE.
       COPY INVNTORY.

       FD  IN-TRANSIT-FILE.
       COPY INTRANS.

       FD  UNAPPLIED-CASH-FILE.
       COPY UNAPCASH.

       FD  GL-BALANCE-FILE.
       COPY GLBAL.

       FD  JOURNAL-ENTRY-FILE.
       COPY JRNENTRY.

       FD  CHART-OF-ACCOUNTS-FILE.
       COPY CHARTACC.

       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILLER.
           05  WS-OPEN-ITEM-FILE-STATUS PIC XX.
           05  WS-INVENTORY-FILE-STATUS PIC XX.
           05  WS-IN-TRANSIT-FILE-STATUS PIC XX.
           05  WS-UNAPPLIED-FILE-STATUS PIC XX.
           05  WS-GL-FILE-STATUS        PIC XX.
           05  WS-JOURNAL-FILE-STATUS   PIC XX.
           05  WS-EOF-FLAG              PIC X.
               88  END-OF-CURRENT-FILE      VALUE 'Y'.
           05  WS-CHART-EOF-FLAG        PIC X VALUE 'N'.
               88  END-OF-CHART-FILE        VALUE 'Y'.
           05  WS-RUN-DATE              PIC X(08).
           05  WS-UNPOSTED-COUNT        PIC S9(07) VALUE 0.
           05  WS-BREAK-COUNT           PIC S9(04) VALUE 0.
      * Control accounts, resolved from the chart. A missing posting
      * key leaves the loud suspense default, which has no balance,
      * so that subledger shows its whole total as a break.
           05  WS-AR-ACCOUNT            PIC X(08) VALUE '99999999'.
           05  WS-INVASSET-ACCOUNT      PIC X(08) VALUE '99999999'.
           05  WS-CUSTDEP-ACCOUNT       PIC X(08) VALUE '99999999'.
      * Subledger totals and item counts.
           05  WS-AR-SUBLEDGER-TOTAL    PIC S9(11)V99 VALUE 0.
           05  WS-AR-ITEM-COUNT         PIC S9(07) VALUE 0.
           05  WS-INV-SUBLEDGER-TOTAL   PIC S9(11)V99 VALUE 0.
           05  WS-INV-ITEM-COUNT        PIC S9(07) VALUE 0.
           05  WS-UNC-SUBLEDGER-TOTAL   PIC S9(11)V99 VALUE 0.
           05  WS-UNC-ITEM-COUNT        PIC S9(07) VALUE 0.
      * Control-account balances, debit-positive as GL-BALANCE-FILE
      * holds them, with the period each was taken from.
           05  WS-AR-GL-BALANCE         PIC S9(11)V99 VALUE 0.
           05  WS-AR-GL-PERIOD          PIC X(06) VALUE SPACES.
           05  WS-INV-GL-BALANCE        PIC S9(11)V99 VALUE 0.
           05  WS-INV-GL-PERIOD         PIC X(06) VALUE SPACES.
           05  WS-UNC-GL-BALANCE        PIC S9(11)V99 VALUE 0.
           05  WS-UNC-GL-PERIOD         PIC X(06) VALUE SPACES.
           05  WS-ITEM-VALUE            PIC S9(13)V99.
      * The reconciliation line being printed.
           05  WS-RECON-NAME            PIC X(20).
           05  WS-RECON-ACCOUNT         PIC X(08).
           05  WS-RECON-PERIOD          PIC X(06).
           05  WS-RECON-ITEM-COUNT      PIC S9(07).
           05  WS-RECON-SUBLEDGER       PIC S9(11)V99.
           05  WS-RECON-GL              PIC S9(11)V99.
           05  WS-RECON-DIFFERENCE      PIC S9(11)V99.
           05  WS-ABSOLUTE-DIFFERENCE   PIC S9(11)V99.
      * Largest difference, either way, accepted as agreement.
      * Average costs are carried to the cent per unit, so the
      * inventory extension can drift a few cents from the ledger
      * without anything being wrong.
           05  RECONCILE-TOLERANCE-AMT  PIC 9(05)V99 VALUE 5.00.

       01  WS-ERROR-LOG-FIELDS.
           05  WS-ERR-PROGRAM-NAME      PIC X(08) VALUE 'SLRECON'.
           05  WS-ERR-PARAGRAPH-NAME    PIC X(30).
           05  WS-ERR-DESCRIPTION       PIC X(60).
           05  WS-ERR-OFFENDING-DATA    PIC X(30).

       01  RPT-AMOUNT-EDITED            PIC Z(10)9.99-.
       01  RPT-COUNT-EDITED             PIC Z(6)9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           CALL 'BUSDATE' USING WS-RUN-DATE
           END-CALL
           PERFORM LOAD-CHART-OF-ACCOUNTS
           PERFORM LOAD-CONTROL-BALANCES
           PERFORM TOTAL-AR-OPEN-ITEMS
           PERFORM TOTAL-INVENTORY-VALUE
           PERFORM TOTAL-UNAPPLIED-CASH
           PERFORM COUNT-UNPOSTED-JOURNAL-LINES
           OPEN OUTPUT RECON-REPORT-FILE
           PERFORM PRINT-REPORT-HEADING
           MOVE 'ACCOUNTS RECEIVABLE' TO WS-RECON-NAME
           MOVE WS-AR-ACCOUNT TO WS-RECON-ACCOUNT
           MOVE WS-AR-GL-PERIOD TO WS-RECON-PERIOD
           MOVE WS-AR-ITEM-COUNT TO WS-RECON-ITEM-COUNT
           MOVE WS-AR-SUBLEDGER-TOTAL TO WS-RECON-SUBLEDGER
           MOVE WS-AR-GL-BALANCE TO WS-RECON-GL
           PERFORM RECONCILE-ONE-SUBLEDGER
           MOVE 'INVENTORY' TO WS-RECON-NAME
           MOVE WS-INVASSET-ACCOUNT TO WS-RECON-ACCOUNT
           MOVE WS-INV-GL-PERIOD TO WS-RECON-PERIOD
           MOVE WS-INV-ITEM-COUNT TO WS-RECON-ITEM-COUNT
           MOVE WS-INV-SUBLEDGER-TOTAL TO WS-RECON-SUBLEDGER
           MOVE WS-INV-GL-BALANCE TO WS-RECON-GL
           PERFORM RECONCILE-ONE-SUBLEDGER
      * A liability: the ledger holds balances debit-positive, so
      * its credit balance is turned positive to compare like with
      * like.
           MOVE 'UNAPPLIED CASH' TO WS-RECON-NAME
           MOVE WS-CUSTDEP-ACCOUNT TO WS-RECON-ACCOUNT
           MOVE WS-UNC-GL-PERIOD TO WS-RECON-PERIOD
           MOVE WS-UNC-ITEM-COUNT TO WS-RECON-ITEM-COUNT
           MOVE WS-UNC-SUBLEDGER-TOTAL TO WS-RECON-SUBLEDGER
           COMPUTE WS-RECON-GL = 0 - WS-UNC-GL-BALANCE
           PERFORM RECONCILE-ONE-SUBLEDGER
           PERFORM PRINT-REPORT-FOOTING
           CLOSE RECON-REPORT-FILE
           IF WS-BREAK-COUNT > 0
               DISPLAY '*** SLRECON: ' WS-BREAK-COUNT
                   ' subledger(s) out of agreement with the ledger - '
                   'see SUBLEDGER-RECON-REPORT ***'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'SLRECON: all subledgers agree with the '
                   'ledger within tolerance'
           END-IF
           GOBACK.

      *---------------------------------------------------------------
      * Resolves the three control accounts from the chart.

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
                           WHEN 'INVASSET'
                               MOVE COA-ACCOUNT-NUMBER
                                   TO WS-INVASSET-ACCOUNT
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
               OR WS-INVASSET-ACCOUNT = '99999999'
               OR WS-CUSTDEP-ACCOUNT = '99999999'
               DISPLAY '*** WARNING: chart of accounts is missing a '
                   'control account posting key ***'
               MOVE 'LOAD-CHART-OF-ACCOUNTS' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'posting key missing from chart of accounts'
                   TO WS-ERR-DESCRIPTION
               MOVE SPACES TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-SLRECON-ERROR
           END-IF.

      *---------------------------------------------------------------
      * Takes each control account's current balance - the balance
      * on its latest period record. Records for an account come in
      * period order, but the latest is kept by comparison so the
      * order is not relied on.

       LOAD-CONTROL-BALANCES.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT GL-BALANCE-FILE
           IF WS-GL-FILE-STATUS NOT = '00'
               SET END-OF-CURRENT-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ GL-BALANCE-FILE
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       EVALUATE GLB-ACCOUNT-NUMBER
                           WHEN WS-AR-ACCOUNT
                               IF GLB-PERIOD NOT < WS-AR-GL-PERIOD
                                   MOVE GLB-PERIOD TO WS-AR-GL-PERIOD
                                   MOVE GLB-BALANCE
                                       TO WS-AR-GL-BALANCE
                               END-IF
                           WHEN WS-INVASSET-ACCOUNT
                               IF GLB-PERIOD NOT < WS-INV-GL-PERIOD
                                   MOVE GLB-PERIOD TO WS-INV-GL-PERIOD
                                   MOVE GLB-BALANCE
                                       TO WS-INV-GL-BALANCE
                               END-IF
                           WHEN WS-CUSTDEP-ACCOUNT
                               IF GLB-PERIOD NOT < WS-UNC-GL-PERIOD
                                   MOVE GLB-PERIOD TO WS-UNC-GL-PERIOD
                                   MOVE GLB-BALANCE
                                       TO WS-UNC-GL-BALANCE
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-GL-FILE-STATUS = '00' OR '10'
               CLOSE GL-BALANCE-FILE
           END-IF.

      *---------------------------------------------------------------
      * Totals what is still owed on the open-item ledger.

       TOTAL-AR-OPEN-ITEMS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT AR-OPEN-ITEM-FILE
           IF WS-OPEN-ITEM-FILE-STATUS NOT = '00'
               SET END-OF-CURRENT-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ AR-OPEN-ITEM-FILE
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-AR-ITEM-COUNT
                       ADD ARO-OPEN-AMOUNT TO WS-AR-SUBLEDGER-TOTAL
               END-READ
           END-PERFORM
           IF WS-OPEN-ITEM-FILE-STATUS = '00' OR '10'
               CLOSE AR-OPEN-ITEM-FILE
           END-IF.

      *---------------------------------------------------------------
      * Totals the stock on hand at its average cost, then the stock
      * moving between warehouses - the ledger does not move when a
      * transfer ships, so neither may the subledger.

       TOTAL-INVENTORY-VALUE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT INVENTORY-FILE
           IF WS-INVENTORY-FILE-STATUS NOT = '00'
               SET END-OF-CURRENT-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ INVENTORY-FILE
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-INV-ITEM-COUNT
                       COMPUTE WS-ITEM-VALUE =
                           INR-QTY-ON-HAND * INR-AVG-UNIT-COST
                       ADD WS-ITEM-VALUE TO WS-INV-SUBLEDGER-TOTAL
               END-READ
           END-PERFORM
           IF WS-INVENTORY-FILE-STATUS = '00' OR '10'
               CLOSE INVENTORY-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT IN-TRANSIT-FILE
           IF WS-IN-TRANSIT-FILE-STATUS NOT = '00'
               SET END-OF-CURRENT-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ IN-TRANSIT-FILE
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-INV-ITEM-COUNT
                       COMPUTE WS-ITEM-VALUE =
                           ITR-QUANTITY * ITR-UNIT-COST
                       ADD WS-ITEM-VALUE TO WS-INV-SUBLEDGER-TOTAL
               END-READ
           END-PERFORM
           IF WS-IN-TRANSIT-FILE-STATUS = '00' OR '10'
               CLOSE IN-TRANSIT-FILE
           END-IF.

      *---------------------------------------------------------------
      * Totals the cash received but not yet applied to an invoice.

       TOTAL-UNAPPLIED-CASH.
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
                       ADD 1 TO WS-UNC-ITEM-COUNT
                       ADD UNC-AMOUNT TO WS-UNC-SUBLEDGER-TOTAL
               END-READ
           END-PERFORM
           IF WS-UNAPPLIED-FILE-STATUS = '00' OR '10'
               CLOSE UNAPPLIED-CASH-FILE
           END-IF.

      *---------------------------------------------------------------
      * Counts journal lines written but not yet posted by GLPOST.

       COUNT-UNPOSTED-JOURNAL-LINES.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT JOURNAL-ENTRY-FILE
           IF WS-JOURNAL-FILE-STATUS NOT = '00'
               SET END-OF-CURRENT-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ JOURNAL-ENTRY-FILE
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-UNPOSTED-COUNT
               END-READ
           END-PERFORM
           IF WS-JOURNAL-FILE-STATUS = '00' OR '10'
               CLOSE JOURNAL-ENTRY-FILE
           END-IF.

      *---------------------------------------------------------------
      * Prints the WS-RECON- line, and logs any difference; one over
      * tolerance counts as a break.

       RECONCILE-ONE-SUBLEDGER.
           COMPUTE WS-RECON-DIFFERENCE =
               WS-RECON-SUBLEDGER - WS-RECON-GL
           IF WS-RECON-DIFFERENCE < 0
               COMPUTE WS-ABSOLUTE-DIFFERENCE =
                   0 - WS-RECON-DIFFERENCE
           ELSE
               MOVE WS-RECON-DIFFERENCE TO WS-ABSOLUTE-DIFFERENCE
           END-IF
           MOVE SPACES TO RECON-REPORT-LINE
           MOVE WS-RECON-NAME TO RECON-REPORT-LINE(1:20)
           MOVE WS-RECON-ITEM-COUNT TO RPT-COUNT-EDITED
           MOVE RPT-COUNT-EDITED TO RECON-REPORT-LINE(22:7)
           MOVE WS-RECON-ACCOUNT TO RECON-REPORT-LINE(31:8)
           MOVE WS-RECON-PERIOD TO RECON-REPORT-LINE(41:6)
           MOVE WS-RECON-SUBLEDGER TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED TO RECON-REPORT-LINE(49:15)
           MOVE WS-RECON-GL TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED TO RECON-REPORT-LINE(66:15)
           MOVE WS-RECON-DIFFERENCE TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED TO RECON-REPORT-LINE(83:15)
           EVALUATE TRUE
               WHEN WS-RECON-DIFFERENCE = 0
                   MOVE 'IN BALANCE' TO RECON-REPORT-LINE(100:10)
               WHEN WS-ABSOLUTE-DIFFERENCE
                       NOT > RECONCILE-TOLERANCE-AMT
                   MOVE 'WITHIN TOLERANCE'
                       TO RECON-REPORT-LINE(100:16)
               WHEN OTHER
                   MOVE '*** OUT OF BALANCE ***'
                       TO RECON-REPORT-LINE(100:22)
                   ADD 1 TO WS-BREAK-COUNT
           END-EVALUATE
           WRITE RECON-REPORT-LINE
           IF WS-RECON-DIFFERENCE NOT = 0
               MOVE 'RECONCILE-ONE-SUBLEDGER' TO WS-ERR-PARAGRAPH-NAME
               MOVE SPACES TO WS-ERR-DESCRIPTION
               STRING WS-RECON-NAME DELIMITED BY '  '
                   ' subledger differs from GL account '
                   WS-RECON-ACCOUNT
                   DELIMITED BY SIZE INTO WS-ERR-DESCRIPTION
               MOVE WS-RECON-DIFFERENCE TO RPT-AMOUNT-EDITED
               MOVE SPACES TO WS-ERR-OFFENDING-DATA
               STRING 'difference ' RPT-AMOUNT-EDITED
                   DELIMITED BY SIZE INTO WS-ERR-OFFENDING-DATA
               PERFORM LOG-SLRECON-ERROR
           END-IF.

      *---------------------------------------------------------------
      * Prints the report heading.

       PRINT-REPORT-HEADING.
           MOVE SPACES TO RECON-REPORT-LINE
           STRING 'ACME DISTRIBUTING CO.' DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           MOVE SPACES TO RECON-REPORT-LINE
           STRING 'SUBLEDGER TO GENERAL LEDGER RECONCILIATION - '
               'RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           MOVE SPACES TO RECON-REPORT-LINE
           MOVE RECONCILE-TOLERANCE-AMT TO RPT-AMOUNT-EDITED
           STRING 'TOLERANCE PER SUBLEDGER: ' RPT-AMOUNT-EDITED
               DELIMITED BY SIZE INTO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           MOVE SPACES TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           MOVE SPACES TO RECON-REPORT-LINE
           MOVE 'SUBLEDGER' TO RECON-REPORT-LINE(1:9)
           MOVE 'ITEMS' TO RECON-REPORT-LINE(24:5)
           MOVE 'GL ACCT' TO RECON-REPORT-LINE(31:7)
           MOVE 'PERIOD' TO RECON-REPORT-LINE(41:6)
           MOVE 'SUBLEDGER TOTAL' TO RECON-REPORT-LINE(49:15)
           MOVE 'GL BALANCE' TO RECON-REPORT-LINE(71:10)
           MOVE 'DIFFERENCE' TO RECON-REPORT-LINE(88:10)
           MOVE 'STATUS' TO RECON-REPORT-LINE(100:6)
           WRITE RECON-REPORT-LINE.

      *---------------------------------------------------------------
      * Prints the verdict and the unposted-journal note.

       PRINT-REPORT-FOOTING.
           MOVE SPACES TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           IF WS-UNPOSTED-COUNT > 0
               MOVE WS-UNPOSTED-COUNT TO RPT-COUNT-EDITED
               MOVE SPACES TO RECON-REPORT-LINE
               STRING 'NOTE: ' RPT-COUNT-EDITED
                   ' JOURNAL LINE(S) NOT YET POSTED BY GLPOST - '
                   'THE LEDGER IS BEHIND THE SUBLEDGERS'
                   DELIMITED BY SIZE INTO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
           END-IF
           MOVE SPACES TO RECON-REPORT-LINE
           IF WS-BREAK-COUNT = 0
               MOVE 'SUBLEDGERS AGREE WITH THE LEDGER'
                   TO RECON-REPORT-LINE
           ELSE
               MOVE '*** SUBLEDGERS OUT OF AGREEMENT WITH THE LEDGER'
                   TO RECON-REPORT-LINE
               MOVE ' - RESOLVE BEFORE CLOSING THE PERIOD ***'
                   TO RECON-REPORT-LINE(48:40)
           END-IF
           WRITE RECON-REPORT-LINE.

      *---------------------------------------------------------------
      * Calls the shared LOGERROR routine to append one record to
      * ERROR-LOG-FILE. WS-ERR-PARAGRAPH-NAME, WS-ERR-DESCRIPTION and
      * WS-ERR-OFFENDING-DATA must be set before this is performed.

       LOG-SLRECON-ERROR.
           CALL 'LOGERROR' USING WS-ERR-PROGRAM-NAME
               WS-ERR-PARAGRAPH-NAME WS-ERR-DESCRIPTION
               WS-ERR-OFFENDING-DATA
           END-CALL.
