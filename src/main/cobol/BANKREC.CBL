      *****************************************************************
      * Program name:    BANKREC
      * Original author: Dave Nicolette
      *
      * Bank statement import and cash-account reconciliation.
      *
      * LOCKBOX consumes the bank's remittance file, but nothing
      * ever matched what the bank says it deposited against what
      * was posted. This run imports the bank's daily statement,
      * BANK-STATEMENT-FILE, and reconciles it:
      *   - each statement deposit clears the lockbox deposit batch
      *     on LOCKBOX-DEPOSIT-FILE with the same total dated on or
      *     before it. A cleared batch is recorded cash: every check
      *     in it went to PAYMENT-FILE, and CASHAPP journals each
      *     receipt to the cash account as it applies it. A deposit
      *     that clears no batch - a check the cash office banked
      *     and keyed itself - is matched to a debit to the cash
      *     account for the same amount on JOURNAL-ENTRY-FILE or,
      *     once GLPOST has run, POSTED-JOURNAL-FILE. A deposit
      *     with neither is an unrecorded bank item;
      *   - each bank fee is an unrecorded bank item for a manual
      *     journal entry;
      *   - each returned (NSF) check is traced through
      *     CASH-APPLIED-FILE and UNAPPLIED-CASH-FILE by customer and
      *     check date. When the trail adds up to the check, every
      *     invoice it paid is reopened on AR-OPEN-ITEM-FILE for the
      *     cash and any early-payment discount it earned, the
      *     customer's CST-BALANCE goes back up, the on-account part
      *     is taken off UNAPPLIED-CASH-FILE, reversing records go on
      *     CASH-APPLIED-FILE so statements net the payment out, and
      *     a journal entry charges the cash account back. A trail
      *     that does not add up is left for the cash office and
      *     logged.
      * Lockbox batches no statement has cleared are listed as
      * deposits in transit. Everything lands on
      * BANK-RECONCILIATION-REPORT, and the statement file is
      * consumed and cleared so nothing reconciles twice.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BANKREC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-STATEMENT-FILE ASSIGN TO "BANK-STATEMENT-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-FILE-STATUS.
           SELECT LOCKBOX-DEPOSIT-FILE
               ASSIGN TO "LOCKBOX-DEPOSIT-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPOSIT-FILE-STATUS.
           SELECT JOURNAL-ENTRY-FILE ASSIGN TO "JOURNAL-ENTRY-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT POSTED-JOURNAL-FILE
               ASSIGN TO "POSTED-JOURNAL-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTED-FILE-STATUS.
           SELECT AR-OPEN-ITEM-FILE ASSIGN TO "AR-OPEN-ITEM-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-ITEM-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTOMER-MASTER-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
           SELECT UNAPPLIED-CASH-FILE ASSIGN TO "UNAPPLIED-CASH-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNAPPLIED-FILE-STATUS.
           SELECT CASH-APPLIED-FILE ASSIGN TO "CASH-APPLIED-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPLIED-FILE-STATUS.
           SELECT CHART-OF-ACCOUNTS-FILE
               ASSIGN TO "CHART-OF-ACCOUNTS-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BANK-RECON-REPORT-FILE
               ASSIGN TO "BANK-RECONCILIATION-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-STATEMENT-FILE.
       COPY BANKSTMT.

       FD  LOCKBOX-DEPOSIT-FILE.
       COPY LBXDEP.

       FD  JOURNAL-ENTRY-FILE.
       COPY JRNENTRY.

       FD  POSTED-JOURNAL-FILE.
       01  POSTED-JOURNAL-RECORD        PIC X(40).

       FD  AR-OPEN-ITEM-FILE.
       COPY AROPEN.

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST.

       FD  UNAPPLIED-CASH-FILE.
       COPY UNAPCASH.

       FD  CASH-APPLIED-FILE.
       COPY CASHAPPL.

       FD  CHART-OF-ACCOUNTS-FILE.
       COPY CHARTACC.

       FD  BANK-RECON-REPORT-FILE.
       01  BANK-RECON-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILLER.
           05  WS-STATEMENT-FILE-STATUS PIC XX.
           05  WS-DEPOSIT-FILE-STATUS   PIC XX.
           05  WS-JOURNAL-FILE-STATUS   PIC XX.
           05  WS-POSTED-FILE-STATUS    PIC XX.
           05  WS-OPEN-ITEM-FILE-STATUS PIC XX.
           05  WS-CUSTOMER-FILE-STATUS  PIC XX.
           05  WS-UNAPPLIED-FILE-STATUS PIC XX.
           05  WS-APPLIED-FILE-STATUS   PIC XX.
           05  WS-EOF-FLAG              PIC X.
               88  END-OF-CURRENT-FILE      VALUE 'Y'.
           05  WS-CHART-EOF-FLAG        PIC X VALUE 'N'.
               88  END-OF-CHART-FILE        VALUE 'Y'.
           05  WS-CAPACITY-FLAG         PIC X VALUE 'N'.
               88  A-TABLE-IS-OVER-CAPACITY VALUE 'Y'.
           05  WS-FOUND-FLAG            PIC X.
               88  ENTRY-WAS-FOUND          VALUE 'Y'.
           05  WS-PERIOD-OPEN-FLAG      PIC X.
               88  CHECKED-PERIOD-IS-OPEN   VALUE 'Y'.
           05  WS-STATEMENT-COUNT       PIC S9(05) VALUE 0.
           05  WS-DEPOSIT-COUNT         PIC S9(05) VALUE 0.
           05  WS-CASH-POSTING-COUNT    PIC S9(05) VALUE 0.
           05  WS-OPEN-ITEM-COUNT       PIC S9(05) VALUE 0.
           05  WS-CUSTOMER-COUNT        PIC S9(05) VALUE 0.
           05  WS-UNAPPLIED-COUNT       PIC S9(05) VALUE 0.
           05  WS-REVERSAL-COUNT        PIC S9(05) VALUE 0.
           05  WS-TRAIL-COUNT           PIC S9(05).
           05  WS-STATEMENT-INDEX       PIC S9(05).
           05  WS-TABLE-INDEX           PIC S9(05).
           05  WS-TRAIL-INDEX           PIC S9(05).
           05  WS-ITEM-INDEX            PIC S9(05).
           05  WS-RUN-DATE              PIC X(08).
      * Cash postings older than the month before the earliest
      * statement date cannot be what a statement deposit is for,
      * so they are not loaded.
           05  WS-EARLIEST-DATE         PIC X(08).
           05  WS-CASH-WINDOW-START.
               10  WS-WINDOW-YEAR       PIC 9(04).
               10  WS-WINDOW-MONTH      PIC 9(02).
           05  WS-CASH-ACCOUNT          PIC X(08) VALUE '99999999'.
           05  WS-AR-ACCOUNT            PIC X(08) VALUE '99999999'.
           05  WS-CUSTDEP-ACCOUNT       PIC X(08) VALUE '99999999'.
           05  WS-SALES-DISCOUNT-ACCOUNT
                                        PIC X(08) VALUE '99999999'.
           05  WS-HOME-CURRENCY-CODE    PIC X(03) VALUE 'USD'.
      * The returned check being traced.
           05  WS-TRAIL-APPLIED         PIC S9(09)V99.
           05  WS-TRAIL-UNAPPLIED       PIC S9(09)V99.
           05  WS-TRAIL-TOTAL           PIC S9(09)V99.
           05  WS-TRAIL-DISCOUNT        PIC S9(09)V99.
           05  WS-REOPEN-AMOUNT         PIC S9(07)V99.
           05  WS-HAND-REASON           PIC X(45).
           05  WS-REOPENED-ITEMS        PIC S9(05).
           05  WS-CUSTOMER-TERMS        PIC X(04).
      * Run totals.
           05  WS-DEPOSITS-CLEARED      PIC S9(05) VALUE 0.
           05  WS-DEPOSITS-CLEARED-AMT  PIC S9(11)V99 VALUE 0.
           05  WS-UNRECORDED-COUNT      PIC S9(05) VALUE 0.
           05  WS-UNRECORDED-AMT        PIC S9(11)V99 VALUE 0.
           05  WS-RETURNS-REVERSED      PIC S9(05) VALUE 0.
           05  WS-RETURNS-REVERSED-AMT  PIC S9(11)V99 VALUE 0.
           05  WS-RETURNS-BY-HAND       PIC S9(05) VALUE 0.
           05  WS-IN-TRANSIT-COUNT      PIC S9(05) VALUE 0.
           05  WS-IN-TRANSIT-AMT        PIC S9(11)V99 VALUE 0.
      * External name handed to the shared GENBKUP routine before a
      * file is rewritten in place.
           05  WS-BACKUP-FILE-NAME      PIC X(40).
      * Run-lock fields for the shared RUNLOCK routine, so this run
      * and CASHAPP, CASHDIR, or the nightly batch cannot rewrite
      * the same file at once.
           05  WS-LOCK-ACTION           PIC X.
           05  WS-LOCK-FILE-NAME        PIC X(40).
           05  WS-LOCK-RESULT-FLAG      PIC X.
               88  RUN-LOCK-GRANTED         VALUE 'Y'.
           05  WS-LOCK-HOLDER-NAME      PIC X(08).
           05  WS-LOCK-REFUSED-FLAG     PIC X VALUE 'N'.
               88  A-RUN-LOCK-WAS-REFUSED   VALUE 'Y'.
           05  WS-LOCKS-HELD            PIC S9(04) VALUE 0.
           05  WS-LOCK-INDEX            PIC S9(04).

      * The files this run rewrites in place, claimed in this order.
       01  LOCK-FILE-NAMES.
           05  FILLER                   PIC X(40)
                   VALUE 'AR-OPEN-ITEM-FILE'.
           05  FILLER                   PIC X(40)
                   VALUE 'CUSTOMER-MASTER-FILE'.
           05  FILLER                   PIC X(40)
                   VALUE 'UNAPPLIED-CASH-FILE'.
           05  FILLER                   PIC X(40)
                   VALUE 'LOCKBOX-DEPOSIT-FILE'.
       01  LOCK-FILE-TABLE REDEFINES LOCK-FILE-NAMES.
           05  LOCK-FILE-ENTRY          PIC X(40) OCCURS 4 TIMES.

       01  WS-ERROR-LOG-FIELDS.
           05  WS-ERR-PROGRAM-NAME      PIC X(08) VALUE 'BANKREC'.
           05  WS-ERR-PARAGRAPH-NAME    PIC X(30).
           05  WS-ERR-DESCRIPTION       PIC X(60).
           05  WS-ERR-OFFENDING-DATA    PIC X(30).

       01  RPT-AMOUNT-EDITED            PIC Z(10)9.99-.
       01  RPT-COUNT-EDITED             PIC ZZZZ9.

      * The statement, record images intact. Status: M deposit
      * matched to a cash posting, U deposit with no cash posting,
      * R returned check reversed, H returned check left for the
      * cash office.
       01  STATEMENT-TABLE.
           05  STATEMENT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-STATEMENT-COUNT.
               10  STM-TBL-RECORD       PIC X(100).
               10  STM-TBL-STATUS       PIC X.
                   88  STM-DEPOSIT-UNRECORDED VALUE 'U'.
               10  STM-TBL-BATCH-DATE   PIC X(08).
               10  STM-TBL-CASH-DATE    PIC X(08).

      * Deposits in transit. Status C once a statement clears it.
       01  DEPOSIT-TABLE.
           05  DEPOSIT-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-DEPOSIT-COUNT.
               10  DEP-TBL-RECORD       PIC X(100).
               10  DEP-TBL-STATUS       PIC X.
                   88  DEP-IS-IN-TRANSIT    VALUE ' '.
                   88  DEP-IS-CLEARED       VALUE 'C'.

      * Debits to the cash account, each usable by one deposit.
       01  CASH-POSTING-TABLE.
           05  CASH-POSTING-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-CASH-POSTING-COUNT.
               10  CPT-DATE             PIC X(08).
               10  CPT-AMOUNT           PIC S9(07)V99.
               10  CPT-USED-FLAG        PIC X.
                   88  CPT-IS-USED          VALUE 'Y'.

       01  OPEN-ITEM-TABLE.
           05  OPEN-ITEM-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-OPEN-ITEM-COUNT.
               10  OPN-TBL-RECORD       PIC X(100).

       01  CUSTOMER-TABLE.
           05  CUSTOMER-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-CUSTOMER-COUNT.
               10  CST-TBL-RECORD       PIC X(100).

      * Status X drops the record when the file is rewritten.
       01  UNAPPLIED-TABLE.
           05  UNAPPLIED-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-UNAPPLIED-COUNT.
               10  UNA-TBL-RECORD       PIC X(100).
               10  UNA-TBL-STATUS       PIC X.
                   88  UNA-IS-DROPPED       VALUE 'X'.

      * Reversing CASH-APPLIED-FILE records built by this run,
      * appended when the statement is done.
       01  REVERSAL-TABLE.
           05  REVERSAL-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-REVERSAL-COUNT.
               10  REV-TBL-RECORD       PIC X(100).

      * What the returned check being traced paid, netted by
      * invoice.
       01  TRAIL-TABLE.
           05  TRAIL-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-TRAIL-COUNT.
               10  TRL-INV-NUMBER       PIC X(08).
               10  TRL-CUSTOMER-NAME    PIC X(19).
               10  TRL-AMOUNT           PIC S9(07)V99.
               10  TRL-DISCOUNT         PIC S9(05)V99.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM CLAIM-RUN-LOCKS
           IF A-RUN-LOCK-WAS-REFUSED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           CALL 'BUSDATE' USING WS-RUN-DATE
           END-CALL
           PERFORM LOAD-BANK-STATEMENT
           IF WS-STATEMENT-COUNT = 0
               DISPLAY 'BANKREC: no bank statement to reconcile'
               PERFORM RELEASE-RUN-LOCKS
               GOBACK
           END-IF
           PERFORM LOAD-CHART-OF-ACCOUNTS
           PERFORM LOAD-DEPOSITS-IN-TRANSIT
           PERFORM LOAD-CASH-POSTINGS
           PERFORM LOAD-OPEN-ITEMS
           PERFORM LOAD-CUSTOMER-MASTER
           PERFORM LOAD-UNAPPLIED-CASH
           IF A-TABLE-IS-OVER-CAPACITY
               DISPLAY 'BANKREC: a file exceeds its table capacity '
                   '- nothing reconciled, no files touched'
               MOVE 'MAIN-LOGIC' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'file exceeds bank reconciliation table capacity'
                   TO WS-ERR-DESCRIPTION
               MOVE SPACES TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-BANKREC-ERROR
               PERFORM RELEASE-RUN-LOCKS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT BANK-RECON-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           OPEN EXTEND JOURNAL-ENTRY-FILE
           IF WS-JOURNAL-FILE-STATUS = '35'
               OPEN OUTPUT JOURNAL-ENTRY-FILE
           END-IF
           PERFORM RECONCILE-DEPOSITS
           PERFORM RECONCILE-RETURNED-CHECKS
           CLOSE JOURNAL-ENTRY-FILE
           PERFORM LIST-UNRECORDED-BANK-ITEMS
           PERFORM LIST-DEPOSITS-IN-TRANSIT
           PERFORM WRITE-REPORT-TOTALS
           CLOSE BANK-RECON-REPORT-FILE
           PERFORM APPEND-PAYMENT-REVERSALS
           PERFORM REWRITE-OPEN-ITEMS
           PERFORM REWRITE-CUSTOMER-MASTER
           PERFORM REWRITE-UNAPPLIED-CASH
           PERFORM REWRITE-DEPOSITS-IN-TRANSIT
           OPEN OUTPUT BANK-STATEMENT-FILE
           CLOSE BANK-STATEMENT-FILE
           PERFORM RELEASE-RUN-LOCKS
           DISPLAY 'BANKREC: ' WS-DEPOSITS-CLEARED ' deposit(s) '
               'cleared, ' WS-RETURNS-REVERSED ' returned check(s) '
               'reversed, ' WS-UNRECORDED-COUNT ' unrecorded item(s), '
               WS-IN-TRANSIT-COUNT ' deposit(s) in transit'
           IF WS-RETURNS-BY-HAND > 0
               DISPLAY '*** BANKREC: ' WS-RETURNS-BY-HAND
                   ' returned check(s) need the cash office - see '
                   'BANK-RECONCILIATION-REPORT ***'
           END-IF
           GOBACK.

      *---------------------------------------------------------------
      * Claims each file this run rewrites in place. A refusal names
      * the holder and stops the run cold; the claims already
      * granted are given back.

       CLAIM-RUN-LOCKS.
           PERFORM VARYING WS-LOCK-INDEX FROM 1 BY 1
                   UNTIL WS-LOCK-INDEX > 4
                      OR A-RUN-LOCK-WAS-REFUSED
               MOVE 'L' TO WS-LOCK-ACTION
               MOVE LOCK-FILE-ENTRY(WS-LOCK-INDEX) TO WS-LOCK-FILE-NAME
               PERFORM CLAIM-ONE-RUN-LOCK
               IF NOT A-RUN-LOCK-WAS-REFUSED
                   ADD 1 TO WS-LOCKS-HELD
               END-IF
           END-PERFORM
           IF A-RUN-LOCK-WAS-REFUSED
               PERFORM RELEASE-RUN-LOCKS
           END-IF.

      *---------------------------------------------------------------
      * Claims the one file named in WS-LOCK-FILE-NAME.

       CLAIM-ONE-RUN-LOCK.
           CALL 'RUNLOCK' USING WS-LOCK-ACTION WS-ERR-PROGRAM-NAME
               WS-LOCK-FILE-NAME WS-LOCK-RESULT-FLAG
               WS-LOCK-HOLDER-NAME
           END-CALL
           IF NOT RUN-LOCK-GRANTED
               SET A-RUN-LOCK-WAS-REFUSED TO TRUE
               DISPLAY 'BANKREC: ' WS-LOCK-FILE-NAME
                   ' is locked by ' WS-LOCK-HOLDER-NAME
                   ' - run refused'
               MOVE 'CLAIM-RUN-LOCKS' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'master locked by another program'
                   TO WS-ERR-DESCRIPTION
               MOVE WS-LOCK-HOLDER-NAME TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-BANKREC-ERROR
           END-IF.

      *---------------------------------------------------------------
      * Releases the claims this run holds.

       RELEASE-RUN-LOCKS.
           MOVE 'U' TO WS-LOCK-ACTION
           PERFORM VARYING WS-LOCK-INDEX FROM 1 BY 1
                   UNTIL WS-LOCK-INDEX > WS-LOCKS-HELD
               MOVE LOCK-FILE-ENTRY(WS-LOCK-INDEX) TO WS-LOCK-FILE-NAME
               CALL 'RUNLOCK' USING WS-LOCK-ACTION
                   WS-ERR-PROGRAM-NAME WS-LOCK-FILE-NAME
                   WS-LOCK-RESULT-FLAG WS-LOCK-HOLDER-NAME
               END-CALL
           END-PERFORM
           MOVE 0 TO WS-LOCKS-HELD.

      *---------------------------------------------------------------
      * Calls the shared LOGERROR routine to append one record to
      * ERROR-LOG-FILE for the problem just found. WS-ERR-PARAGRAPH-
      * NAME, WS-ERR-DESCRIPTION and WS-ERR-OFFENDING-DATA must be set
      * by the calling paragraph before this is performed.

       LOG-BANKREC-ERROR.
           CALL 'LOGERROR' USING WS-ERR-PROGRAM-NAME
               WS-ERR-PARAGRAPH-NAME WS-ERR-DESCRIPTION
               WS-ERR-OFFENDING-DATA
           END-CALL.

      *---------------------------------------------------------------
      * Loads the statement and notes its earliest date, from which
      * the window of cash postings worth loading is set.

       LOAD-BANK-STATEMENT.
           MOVE 'N' TO WS-EOF-FLAG
           MOVE HIGH-VALUES TO WS-EARLIEST-DATE
           OPEN INPUT BANK-STATEMENT-FILE
           IF WS-STATEMENT-FILE-STATUS NOT = '00'
               SET END-OF-CURRENT-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ BANK-STATEMENT-FILE
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       IF WS-STATEMENT-COUNT = 2000
                           SET A-TABLE-IS-OVER-CAPACITY TO TRUE
                           SET END-OF-CURRENT-FILE TO TRUE
                       ELSE
                           ADD 1 TO WS-STATEMENT-COUNT
                           MOVE BANK-STATEMENT-RECORD
                               TO STM-TBL-RECORD(WS-STATEMENT-COUNT)
                           MOVE SPACE
                               TO STM-TBL-STATUS(WS-STATEMENT-COUNT)
                           MOVE SPACES TO STM-TBL-BATCH-DATE
                               (WS-STATEMENT-COUNT)
                           MOVE SPACES TO STM-TBL-CASH-DATE
                               (WS-STATEMENT-COUNT)
                           IF BST-POSTED-DATE < WS-EARLIEST-DATE
                               MOVE BST-POSTED-DATE
                                   TO WS-EARLIEST-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-STATEMENT-FILE-STATUS = '00' OR '10'
               CLOSE BANK-STATEMENT-FILE
           END-IF
           MOVE WS-EARLIEST-DATE(1:6) TO WS-CASH-WINDOW-START
           IF WS-CASH-WINDOW-START IS NUMERIC
               IF WS-WINDOW-MONTH = 1
                   MOVE 12 TO WS-WINDOW-MONTH
                   SUBTRACT 1 FROM WS-WINDOW-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-WINDOW-MONTH
               END-IF
           ELSE
               MOVE ZEROS TO WS-CASH-WINDOW-START
           END-IF.

      *---------------------------------------------------------------
      * Resolves the cash, receivables, customer-deposits, and sales
      * discount accounts from the chart. A missing posting key
      * leaves the loud suspense default.

       LOAD-CHART-OF-ACCOUNTS.
           OPEN INPUT CHART-OF-ACCOUNTS-FILE
           PERFORM UNTIL END-OF-CHART-FILE
               READ CHART-OF-ACCOUNTS-FILE
                   AT END
                       SET END-OF-CHART-FILE TO TRUE
                   NOT AT END
                       EVALUATE COA-POSTING-KEY
                           WHEN 'CASH    '
                               MOVE COA-ACCOUNT-NUMBER
                                   TO WS-CASH-ACCOUNT
                           WHEN 'AR      '
                               MOVE COA-ACCOUNT-NUMBER
                                   TO WS-AR-ACCOUNT
                           WHEN 'CUSTDEP '
                               MOVE COA-ACCOUNT-NUMBER
                                   TO WS-CUSTDEP-ACCOUNT
                           WHEN 'SALESDSC'
                               MOVE COA-ACCOUNT-NUMBER
                                   TO WS-SALES-DISCOUNT-ACCOUNT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE CHART-OF-ACCOUNTS-FILE
           IF WS-CASH-ACCOUNT = '99999999'
               OR WS-AR-ACCOUNT = '99999999'
               OR WS-CUSTDEP-ACCOUNT = '99999999'
               OR WS-SALES-DISCOUNT-ACCOUNT = '99999999'
               DISPLAY '*** WARNING: chart of accounts is missing a '
                   'posting key - entries will post to suspense ***'
               MOVE 'LOAD-CHART-OF-ACCOUNTS' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'posting key missing from chart of accounts'
                   TO WS-ERR-DESCRIPTION
               MOVE SPACES TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-BANKREC-ERROR
           END-IF.

      *---------------------------------------------------------------
      * Loads the lockbox deposit batches still in transit.

       LOAD-DEPOSITS-IN-TRANSIT.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT LOCKBOX-DEPOSIT-FILE
           IF WS-DEPOSIT-FILE-STATUS NOT = '00'
               SET END-OF-CURRENT-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ LOCKBOX-DEPOSIT-FILE
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       IF WS-DEPOSIT-COUNT = 1000
                           SET A-TABLE-IS-OVER-CAPACITY TO TRUE
                           SET END-OF-CURRENT-FILE TO TRUE
                       ELSE
                           ADD 1 TO WS-DEPOSIT-COUNT
                           MOVE LOCKBOX-DEPOSIT-RECORD
                               TO DEP-TBL-RECORD(WS-DEPOSIT-COUNT)
                           MOVE SPACE
                               TO DEP-TBL-STATUS(WS-DEPOSIT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DEPOSIT-FILE-STATUS = '00' OR '10'
               CLOSE LOCKBOX-DEPOSIT-FILE
           END-IF.

      *---------------------------------------------------------------
      * Loads the debits to the cash account from the unposted and
      * the posted journals, back to the start of the window.

       LOAD-CASH-POSTINGS.
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
                       PERFORM KEEP-ONE-CASH-POSTING
               END-READ
           END-PERFORM
           IF WS-JOURNAL-FILE-STATUS = '00' OR '10'
               CLOSE JOURNAL-ENTRY-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT POSTED-JOURNAL-FILE
           IF WS-POSTED-FILE-STATUS NOT = '00'
               SET END-OF-CURRENT-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ POSTED-JOURNAL-FILE
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       MOVE POSTED-JOURNAL-RECORD
                           TO JOURNAL-ENTRY-RECORD
                       PERFORM KEEP-ONE-CASH-POSTING
               END-READ
           END-PERFORM
           IF WS-POSTED-FILE-STATUS = '00' OR '10'
               CLOSE POSTED-JOURNAL-FILE
           END-IF.

      *---------------------------------------------------------------
      * Keeps the journal line in the record area when it is a debit
      * to cash inside the window.

       KEEP-ONE-CASH-POSTING.
           IF JRN-ACCOUNT-NUMBER = WS-CASH-ACCOUNT
               AND JRN-IS-DEBIT
               AND JRN-INV-DATE(1:6) NOT < WS-CASH-WINDOW-START
               IF WS-CASH-POSTING-COUNT = 5000
                   SET A-TABLE-IS-OVER-CAPACITY TO TRUE
               ELSE
                   ADD 1 TO WS-CASH-POSTING-COUNT
                   MOVE JRN-INV-DATE
                       TO CPT-DATE(WS-CASH-POSTING-COUNT)
                   MOVE JRN-AMOUNT
                       TO CPT-AMOUNT(WS-CASH-POSTING-COUNT)
                   MOVE 'N' TO CPT-USED-FLAG(WS-CASH-POSTING-COUNT)
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Loads AR-OPEN-ITEM-FILE, record images intact, so returned
      * checks can reopen items in place before it is rewritten.

       LOAD-OPEN-ITEMS.
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
                       IF WS-OPEN-ITEM-COUNT = 2000
                           SET A-TABLE-IS-OVER-CAPACITY TO TRUE
                           SET END-OF-CURRENT-FILE TO TRUE
                       ELSE
                           ADD 1 TO WS-OPEN-ITEM-COUNT
                           MOVE AR-OPEN-ITEM-RECORD
                               TO OPN-TBL-RECORD(WS-OPEN-ITEM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OPEN-ITEM-FILE-STATUS = '00' OR '10'
               CLOSE AR-OPEN-ITEM-FILE
           END-IF.

      *---------------------------------------------------------------
      * Loads CUSTOMER-MASTER-FILE, record images intact.

       LOAD-CUSTOMER-MASTER.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUSTOMER-FILE-STATUS NOT = '00'
               SET END-OF-CURRENT-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ CUSTOMER-MASTER-FILE
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       IF WS-CUSTOMER-COUNT = 200
                           SET A-TABLE-IS-OVER-CAPACITY TO TRUE
                           SET END-OF-CURRENT-FILE TO TRUE
                       ELSE
                           ADD 1 TO WS-CUSTOMER-COUNT
                           MOVE CUSTOMER-MASTER-RECORD
                               TO CST-TBL-RECORD(WS-CUSTOMER-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CUSTOMER-FILE-STATUS = '00' OR '10'
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

      *---------------------------------------------------------------
      * Loads UNAPPLIED-CASH-FILE, record images intact.

       LOAD-UNAPPLIED-CASH.
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
                       IF WS-UNAPPLIED-COUNT = 500
                           SET A-TABLE-IS-OVER-CAPACITY TO TRUE
                           SET END-OF-CURRENT-FILE TO TRUE
                       ELSE
                           ADD 1 TO WS-UNAPPLIED-COUNT
                           MOVE UNAPPLIED-CASH-RECORD
                               TO UNA-TBL-RECORD(WS-UNAPPLIED-COUNT)
                           MOVE SPACE
                               TO UNA-TBL-STATUS(WS-UNAPPLIED-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-UNAPPLIED-FILE-STATUS = '00' OR '10'
               CLOSE UNAPPLIED-CASH-FILE
           END-IF.

      *---------------------------------------------------------------
      * Lists every statement deposit with the lockbox batch it
      * cleared and the cash posting that recorded it.

       RECONCILE-DEPOSITS.
           MOVE 'STATEMENT DEPOSITS' TO WS-ERR-DESCRIPTION
           PERFORM WRITE-SECTION-HEADING
           MOVE SPACES TO BANK-RECON-REPORT-LINE
           MOVE 'POSTED' TO BANK-RECON-REPORT-LINE(1:6)
           MOVE 'REFERENCE' TO BANK-RECON-REPORT-LINE(11:9)
           MOVE 'AMOUNT' TO BANK-RECON-REPORT-LINE(32:6)
           MOVE 'LOCKBOX' TO BANK-RECON-REPORT-LINE(40:7)
           MOVE 'CASH JE' TO BANK-RECON-REPORT-LINE(51:7)
           MOVE 'STATUS' TO BANK-RECON-REPORT-LINE(62:6)
           WRITE BANK-RECON-REPORT-LINE
           PERFORM VARYING WS-STATEMENT-INDEX FROM 1 BY 1
                   UNTIL WS-STATEMENT-INDEX > WS-STATEMENT-COUNT
               MOVE STM-TBL-RECORD(WS-STATEMENT-INDEX)
                   TO BANK-STATEMENT-RECORD
               IF BST-IS-DEPOSIT
                   PERFORM MATCH-ONE-DEPOSIT
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Clears the earliest lockbox batch in transit with the
      * deposit's total dated on or before it. Failing that, takes
      * the first unused cash debit of the same amount dated on or
      * before it. A lockbox batch's cash is journaled check by
      * check, so its deposit total never appears as one posting.

       MATCH-ONE-DEPOSIT.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                   UNTIL WS-TABLE-INDEX > WS-DEPOSIT-COUNT
                      OR ENTRY-WAS-FOUND
               MOVE DEP-TBL-RECORD(WS-TABLE-INDEX)
                   TO LOCKBOX-DEPOSIT-RECORD
               IF DEP-IS-IN-TRANSIT(WS-TABLE-INDEX)
                   AND LDP-DEPOSIT-TOTAL = BST-AMOUNT
                   AND LDP-DEPOSIT-DATE NOT > BST-POSTED-DATE
                   SET ENTRY-WAS-FOUND TO TRUE
                   SET DEP-IS-CLEARED(WS-TABLE-INDEX) TO TRUE
                   MOVE LDP-DEPOSIT-DATE
                       TO STM-TBL-BATCH-DATE(WS-STATEMENT-INDEX)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                   UNTIL WS-TABLE-INDEX > WS-CASH-POSTING-COUNT
                      OR ENTRY-WAS-FOUND
               IF NOT CPT-IS-USED(WS-TABLE-INDEX)
                   AND CPT-AMOUNT(WS-TABLE-INDEX) = BST-AMOUNT
                   AND CPT-DATE(WS-TABLE-INDEX) NOT > BST-POSTED-DATE
                   SET ENTRY-WAS-FOUND TO TRUE
                   SET CPT-IS-USED(WS-TABLE-INDEX) TO TRUE
                   MOVE CPT-DATE(WS-TABLE-INDEX)
                       TO STM-TBL-CASH-DATE(WS-STATEMENT-INDEX)
               END-IF
           END-PERFORM
           MOVE SPACES TO BANK-RECON-REPORT-LINE
           PERFORM FORMAT-STATEMENT-COLUMNS
           IF STM-TBL-BATCH-DATE(WS-STATEMENT-INDEX) = SPACES
               MOVE 'NONE' TO BANK-RECON-REPORT-LINE(40:4)
           ELSE
               MOVE STM-TBL-BATCH-DATE(WS-STATEMENT-INDEX)
                   TO BANK-RECON-REPORT-LINE(40:8)
           END-IF
           IF ENTRY-WAS-FOUND
               MOVE 'M' TO STM-TBL-STATUS(WS-STATEMENT-INDEX)
               ADD 1 TO WS-DEPOSITS-CLEARED
               ADD BST-AMOUNT TO WS-DEPOSITS-CLEARED-AMT
               IF STM-TBL-CASH-DATE(WS-STATEMENT-INDEX) = SPACES
                   MOVE 'CASHAPP' TO BANK-RECON-REPORT-LINE(51:7)
               ELSE
                   MOVE STM-TBL-CASH-DATE(WS-STATEMENT-INDEX)
                       TO BANK-RECON-REPORT-LINE(51:8)
               END-IF
               MOVE 'CLEARED' TO BANK-RECON-REPORT-LINE(62:7)
           ELSE
               MOVE 'U' TO STM-TBL-STATUS(WS-STATEMENT-INDEX)
               MOVE 'NONE' TO BANK-RECON-REPORT-LINE(51:4)
               MOVE '*** NOT POSTED TO CASH ***'
                   TO BANK-RECON-REPORT-LINE(62:26)
           END-IF
           WRITE BANK-RECON-REPORT-LINE.

      *---------------------------------------------------------------
      * Puts the statement item's date, reference, and amount in the
      * first columns of the report line.

       FORMAT-STATEMENT-COLUMNS.
           MOVE BST-POSTED-DATE TO BANK-RECON-REPORT-LINE(1:8)
           MOVE BST-BANK-REFERENCE TO BANK-RECON-REPORT-LINE(11:10)
           MOVE BST-AMOUNT TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED TO BANK-RECON-REPORT-LINE(23:15).

      *---------------------------------------------------------------
      * Traces every returned check on the statement.

       RECONCILE-RETURNED-CHECKS.
           MOVE 'RETURNED (NSF) CHECKS' TO WS-ERR-DESCRIPTION
           PERFORM WRITE-SECTION-HEADING
           MOVE SPACES TO BANK-RECON-REPORT-LINE
           MOVE 'POSTED' TO BANK-RECON-REPORT-LINE(1:6)
           MOVE 'REFERENCE' TO BANK-RECON-REPORT-LINE(11:9)
           MOVE 'AMOUNT' TO BANK-RECON-REPORT-LINE(32:6)
           MOVE 'ACCOUNT' TO BANK-RECON-REPORT-LINE(40:7)
           MOVE 'CHECK DT' TO BANK-RECON-REPORT-LINE(51:8)
           MOVE 'ACTION' TO BANK-RECON-REPORT-LINE(62:6)
           WRITE BANK-RECON-REPORT-LINE
           PERFORM VARYING WS-STATEMENT-INDEX FROM 1 BY 1
                   UNTIL WS-STATEMENT-INDEX > WS-STATEMENT-COUNT
               MOVE STM-TBL-RECORD(WS-STATEMENT-INDEX)
                   TO BANK-STATEMENT-RECORD
               IF BST-IS-RETURNED-CHECK
                   PERFORM PROCESS-ONE-RETURNED-CHECK
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Gathers what the returned check paid - its applications on
      * CASH-APPLIED-FILE, net of any earlier reversal, and what of
      * it still sits on account - and reverses it all when that adds
      * up to the check. Otherwise the check is left for the cash
      * office with the reason.

       PROCESS-ONE-RETURNED-CHECK.
           MOVE SPACES TO WS-HAND-REASON
           PERFORM GATHER-PAYMENT-TRAIL
           COMPUTE WS-TRAIL-TOTAL =
               WS-TRAIL-APPLIED + WS-TRAIL-UNAPPLIED
           EVALUATE TRUE
               WHEN WS-HAND-REASON NOT = SPACES
                   CONTINUE
               WHEN WS-TRAIL-TOTAL = 0
                   MOVE 'NO PAYMENT ON FILE FOR THIS CHECK'
                       TO WS-HAND-REASON
               WHEN WS-TRAIL-TOTAL NOT = BST-AMOUNT
                   MOVE 'PAYMENTS ON FILE DO NOT ADD UP TO THE CHECK'
                       TO WS-HAND-REASON
               WHEN WS-OPEN-ITEM-COUNT + WS-TRAIL-COUNT > 2000
                   OR WS-REVERSAL-COUNT + WS-TRAIL-COUNT > 500
                   MOVE 'OPEN-ITEM OR REVERSAL TABLE IS FULL'
                       TO WS-HAND-REASON
           END-EVALUATE
           MOVE SPACES TO BANK-RECON-REPORT-LINE
           PERFORM FORMAT-STATEMENT-COLUMNS
           MOVE BST-ACCOUNT-NUMBER TO BANK-RECON-REPORT-LINE(40:6)
           MOVE BST-CHECK-DATE TO BANK-RECON-REPORT-LINE(51:8)
           IF WS-HAND-REASON = SPACES
               PERFORM REVERSE-RETURNED-CHECK
               MOVE WS-REOPENED-ITEMS TO RPT-COUNT-EDITED
               STRING 'REVERSED - ' RPT-COUNT-EDITED
                   ' INVOICE(S) REOPENED' DELIMITED BY SIZE
                   INTO BANK-RECON-REPORT-LINE(62:40)
               IF WS-TRAIL-UNAPPLIED NOT = 0
                   MOVE ', ON-ACCOUNT CASH REMOVED'
                       TO BANK-RECON-REPORT-LINE(99:25)
               END-IF
           ELSE
               ADD 1 TO WS-RETURNS-BY-HAND
               MOVE 'H' TO STM-TBL-STATUS(WS-STATEMENT-INDEX)
               STRING '*** ' WS-HAND-REASON DELIMITED BY SIZE
                   INTO BANK-RECON-REPORT-LINE(62:50)
               MOVE 'PROCESS-ONE-RETURNED-CHECK'
                   TO WS-ERR-PARAGRAPH-NAME
               MOVE SPACES TO WS-ERR-DESCRIPTION
               STRING 'returned check not reversed - ' WS-HAND-REASON
                   DELIMITED BY SIZE INTO WS-ERR-DESCRIPTION
               MOVE SPACES TO WS-ERR-OFFENDING-DATA
               STRING BST-ACCOUNT-NUMBER ' ' BST-CHECK-DATE ' '
                   BST-BANK-REFERENCE DELIMITED BY SIZE
                   INTO WS-ERR-OFFENDING-DATA
               PERFORM LOG-BANKREC-ERROR
           END-IF
           WRITE BANK-RECON-REPORT-LINE.

      *---------------------------------------------------------------
      * Nets the customer's applications dated the check date, by
      * invoice, from CASH-APPLIED-FILE and the reversals this run
      * has already built, and totals the on-account cash from it.

       GATHER-PAYMENT-TRAIL.
           MOVE 0 TO WS-TRAIL-COUNT
           MOVE 0 TO WS-TRAIL-APPLIED
           MOVE 0 TO WS-TRAIL-UNAPPLIED
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CASH-APPLIED-FILE
           IF WS-APPLIED-FILE-STATUS NOT = '00'
               SET END-OF-CURRENT-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ CASH-APPLIED-FILE
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       PERFORM ADD-TO-PAYMENT-TRAIL
               END-READ
           END-PERFORM
           IF WS-APPLIED-FILE-STATUS = '00' OR '10'
               CLOSE CASH-APPLIED-FILE
           END-IF
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                   UNTIL WS-TABLE-INDEX > WS-REVERSAL-COUNT
               MOVE REV-TBL-RECORD(WS-TABLE-INDEX)
                   TO CASH-APPLIED-RECORD
               PERFORM ADD-TO-PAYMENT-TRAIL
           END-PERFORM
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                   UNTIL WS-TABLE-INDEX > WS-UNAPPLIED-COUNT
               MOVE UNA-TBL-RECORD(WS-TABLE-INDEX)
                   TO UNAPPLIED-CASH-RECORD
               IF NOT UNA-IS-DROPPED(WS-TABLE-INDEX)
                   AND UNC-ACCOUNT-NUMBER = BST-ACCOUNT-NUMBER
                   AND UNC-PAYMENT-DATE = BST-CHECK-DATE
                   ADD UNC-AMOUNT TO WS-TRAIL-UNAPPLIED
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Adds the application in the record area to the trail when it
      * is the customer's and dated the check date. A refund the
      * customer was paid is not money the check brought in.

       ADD-TO-PAYMENT-TRAIL.
           IF CAP-ACCOUNT-NUMBER = BST-ACCOUNT-NUMBER
               AND CAP-PAYMENT-DATE = BST-CHECK-DATE
               AND NOT CAP-IS-REFUND
               ADD CAP-AMOUNT TO WS-TRAIL-APPLIED
               MOVE 'N' TO WS-FOUND-FLAG
               PERFORM VARYING WS-TRAIL-INDEX FROM 1 BY 1
                       UNTIL WS-TRAIL-INDEX > WS-TRAIL-COUNT
                          OR ENTRY-WAS-FOUND
                   IF TRL-INV-NUMBER(WS-TRAIL-INDEX) = CAP-INV-NUMBER
                       SET ENTRY-WAS-FOUND TO TRUE
                       ADD CAP-AMOUNT TO TRL-AMOUNT(WS-TRAIL-INDEX)
                       ADD CAP-DISCOUNT-AMOUNT
                           TO TRL-DISCOUNT(WS-TRAIL-INDEX)
                   END-IF
               END-PERFORM
               IF NOT ENTRY-WAS-FOUND
                   IF WS-TRAIL-COUNT = 50
                       MOVE 'CHECK PAID MORE THAN 50 INVOICES'
                           TO WS-HAND-REASON
                   ELSE
                       ADD 1 TO WS-TRAIL-COUNT
                       MOVE CAP-INV-NUMBER
                           TO TRL-INV-NUMBER(WS-TRAIL-COUNT)
                       MOVE CAP-CUSTOMER-NAME
                           TO TRL-CUSTOMER-NAME(WS-TRAIL-COUNT)
                       MOVE CAP-AMOUNT TO TRL-AMOUNT(WS-TRAIL-COUNT)
                       MOVE CAP-DISCOUNT-AMOUNT
                           TO TRL-DISCOUNT(WS-TRAIL-COUNT)
                   END-IF
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Undoes the returned check: reopens what it paid, takes its
      * on-account cash back off, builds the reversing applications,
      * and charges the cash account back.

       REVERSE-RETURNED-CHECK.
           ADD 1 TO WS-RETURNS-REVERSED
           ADD BST-AMOUNT TO WS-RETURNS-REVERSED-AMT
           MOVE 'R' TO STM-TBL-STATUS(WS-STATEMENT-INDEX)
           MOVE 0 TO WS-REOPENED-ITEMS
           PERFORM FIND-CUSTOMER-TERMS
           PERFORM VARYING WS-TRAIL-INDEX FROM 1 BY 1
                   UNTIL WS-TRAIL-INDEX > WS-TRAIL-COUNT
               COMPUTE WS-REOPEN-AMOUNT =
                   TRL-AMOUNT(WS-TRAIL-INDEX)
                       + TRL-DISCOUNT(WS-TRAIL-INDEX)
               IF WS-REOPEN-AMOUNT NOT = 0
                   ADD 1 TO WS-REOPENED-ITEMS
                   PERFORM REOPEN-ONE-INVOICE
                   PERFORM BUILD-ONE-REVERSAL
               END-IF
           END-PERFORM
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                   UNTIL WS-TABLE-INDEX > WS-UNAPPLIED-COUNT
               MOVE UNA-TBL-RECORD(WS-TABLE-INDEX)
                   TO UNAPPLIED-CASH-RECORD
               IF UNC-ACCOUNT-NUMBER = BST-ACCOUNT-NUMBER
                   AND UNC-PAYMENT-DATE = BST-CHECK-DATE
                   MOVE 'X' TO UNA-TBL-STATUS(WS-TABLE-INDEX)
               END-IF
           END-PERFORM
           PERFORM WRITE-RETURNED-CHECK-ENTRY.

      *---------------------------------------------------------------
      * Picks up the customer's terms code for an invoice that has
      * to be put back on the open-item file, and adds what is being
      * reopened to the customer's balance.

       FIND-CUSTOMER-TERMS.
           MOVE SPACES TO WS-CUSTOMER-TERMS
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                   UNTIL WS-TABLE-INDEX > WS-CUSTOMER-COUNT
               MOVE CST-TBL-RECORD(WS-TABLE-INDEX)
                   TO CUSTOMER-MASTER-RECORD
               IF CST-ACCOUNT-NUMBER = BST-ACCOUNT-NUMBER
                   MOVE CST-TERMS-CODE TO WS-CUSTOMER-TERMS
                   PERFORM VARYING WS-TRAIL-INDEX FROM 1 BY 1
                           UNTIL WS-TRAIL-INDEX > WS-TRAIL-COUNT
                       ADD TRL-AMOUNT(WS-TRAIL-INDEX)
                           TRL-DISCOUNT(WS-TRAIL-INDEX)
                           TO CST-BALANCE
                   END-PERFORM
                   MOVE CUSTOMER-MASTER-RECORD
                       TO CST-TBL-RECORD(WS-TABLE-INDEX)
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Puts WS-REOPEN-AMOUNT back on the trail invoice. An invoice
      * the payment closed was dropped from the open-item file, so
      * it goes back on as an item due the day the check bounced.

       REOPEN-ONE-INVOICE.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING WS-ITEM-INDEX FROM 1 BY 1
                   UNTIL WS-ITEM-INDEX > WS-OPEN-ITEM-COUNT
                      OR ENTRY-WAS-FOUND
               MOVE OPN-TBL-RECORD(WS-ITEM-INDEX)
                   TO AR-OPEN-ITEM-RECORD
               IF ARO-INV-NUMBER = TRL-INV-NUMBER(WS-TRAIL-INDEX)
                   AND ARO-ACCOUNT-NUMBER = BST-ACCOUNT-NUMBER
                   SET ENTRY-WAS-FOUND TO TRUE
                   ADD WS-REOPEN-AMOUNT TO ARO-OPEN-AMOUNT
                   MOVE AR-OPEN-ITEM-RECORD
                       TO OPN-TBL-RECORD(WS-ITEM-INDEX)
               END-IF
           END-PERFORM
           IF NOT ENTRY-WAS-FOUND
               MOVE SPACES TO AR-OPEN-ITEM-RECORD
               MOVE TRL-INV-NUMBER(WS-TRAIL-INDEX) TO ARO-INV-NUMBER
               MOVE BST-ACCOUNT-NUMBER TO ARO-ACCOUNT-NUMBER
               MOVE TRL-CUSTOMER-NAME(WS-TRAIL-INDEX)
                   TO ARO-CUSTOMER-NAME
               MOVE BST-CHECK-DATE TO ARO-INV-DATE
               MOVE BST-POSTED-DATE TO ARO-DUE-DATE
               MOVE WS-CUSTOMER-TERMS TO ARO-TERMS-CODE
               MOVE WS-REOPEN-AMOUNT TO ARO-ORIGINAL-AMOUNT
               MOVE WS-REOPEN-AMOUNT TO ARO-OPEN-AMOUNT
               MOVE WS-HOME-CURRENCY-CODE TO ARO-CURRENCY-CODE
               MOVE 1 TO ARO-BILLED-EXCHANGE-RATE
               ADD 1 TO WS-OPEN-ITEM-COUNT
               MOVE AR-OPEN-ITEM-RECORD
                   TO OPN-TBL-RECORD(WS-OPEN-ITEM-COUNT)
           END-IF.

      *---------------------------------------------------------------
      * Builds the CASH-APPLIED-FILE record that nets the trail
      * invoice's payment out of the history.

       BUILD-ONE-REVERSAL.
           MOVE BST-ACCOUNT-NUMBER TO CAP-ACCOUNT-NUMBER
           MOVE TRL-CUSTOMER-NAME(WS-TRAIL-INDEX) TO CAP-CUSTOMER-NAME
           MOVE TRL-INV-NUMBER(WS-TRAIL-INDEX) TO CAP-INV-NUMBER
           COMPUTE CAP-AMOUNT = 0 - TRL-AMOUNT(WS-TRAIL-INDEX)
           COMPUTE CAP-DISCOUNT-AMOUNT =
               0 - TRL-DISCOUNT(WS-TRAIL-INDEX)
           MOVE BST-CHECK-DATE TO CAP-PAYMENT-DATE
           MOVE WS-RUN-DATE TO CAP-APPLIED-DATE
           MOVE SPACE TO CAP-ENTRY-TYPE
           ADD 1 TO WS-REVERSAL-COUNT
           MOVE CASH-APPLIED-RECORD
               TO REV-TBL-RECORD(WS-REVERSAL-COUNT).

      *---------------------------------------------------------------
      * Charges the returned check back: credit cash for the check,
      * debit receivables for what it had paid on invoices and
      * customer deposits for what it had left on account. The
      * early-payment discounts the payment earned go back on the
      * reopened items too, so the discount CASHAPP journaled is
      * reversed - receivables debited, sales discounts credited.
      * Dated the day the bank returned it, or the business date
      * when that period is already closed.

       WRITE-RETURNED-CHECK-ENTRY.
           CALL 'PERDCHK' USING BST-POSTED-DATE WS-PERIOD-OPEN-FLAG
           END-CALL
           IF CHECKED-PERIOD-IS-OPEN
               MOVE BST-POSTED-DATE TO JRN-INV-DATE
           ELSE
               MOVE WS-RUN-DATE TO JRN-INV-DATE
           END-IF
           MOVE BST-BANK-REFERENCE(1:8) TO JRN-INV-NUMBER
           MOVE WS-CASH-ACCOUNT TO JRN-ACCOUNT-NUMBER
           MOVE 'C' TO JRN-DEBIT-CREDIT-CODE
           MOVE BST-AMOUNT TO JRN-AMOUNT
           WRITE JOURNAL-ENTRY-RECORD
           IF WS-TRAIL-APPLIED NOT = 0
               MOVE WS-AR-ACCOUNT TO JRN-ACCOUNT-NUMBER
               MOVE 'D' TO JRN-DEBIT-CREDIT-CODE
               MOVE WS-TRAIL-APPLIED TO JRN-AMOUNT
               WRITE JOURNAL-ENTRY-RECORD
           END-IF
           IF WS-TRAIL-UNAPPLIED NOT = 0
               MOVE WS-CUSTDEP-ACCOUNT TO JRN-ACCOUNT-NUMBER
               MOVE 'D' TO JRN-DEBIT-CREDIT-CODE
               MOVE WS-TRAIL-UNAPPLIED TO JRN-AMOUNT
               WRITE JOURNAL-ENTRY-RECORD
           END-IF
           MOVE 0 TO WS-TRAIL-DISCOUNT
           PERFORM VARYING WS-TRAIL-INDEX FROM 1 BY 1
                   UNTIL WS-TRAIL-INDEX > WS-TRAIL-COUNT
               ADD TRL-DISCOUNT(WS-TRAIL-INDEX) TO WS-TRAIL-DISCOUNT
           END-PERFORM
           IF WS-TRAIL-DISCOUNT NOT = 0
               MOVE WS-AR-ACCOUNT TO JRN-ACCOUNT-NUMBER
               MOVE 'D' TO JRN-DEBIT-CREDIT-CODE
               MOVE WS-TRAIL-DISCOUNT TO JRN-AMOUNT
               WRITE JOURNAL-ENTRY-RECORD
               MOVE WS-SALES-DISCOUNT-ACCOUNT TO JRN-ACCOUNT-NUMBER
               MOVE 'C' TO JRN-DEBIT-CREDIT-CODE
               MOVE WS-TRAIL-DISCOUNT TO JRN-AMOUNT
               WRITE JOURNAL-ENTRY-RECORD
           END-IF.

      *---------------------------------------------------------------
      * Lists what the bank shows that the books do not: deposits
      * with no cash posting and bank fees. Each needs a journal
      * entry.

       LIST-UNRECORDED-BANK-ITEMS.
           MOVE 'UNRECORDED BANK ITEMS' TO WS-ERR-DESCRIPTION
           PERFORM WRITE-SECTION-HEADING
           MOVE SPACES TO BANK-RECON-REPORT-LINE
           MOVE 'POSTED' TO BANK-RECON-REPORT-LINE(1:6)
           MOVE 'REFERENCE' TO BANK-RECON-REPORT-LINE(11:9)
           MOVE 'AMOUNT' TO BANK-RECON-REPORT-LINE(32:6)
           MOVE 'ITEM' TO BANK-RECON-REPORT-LINE(40:4)
           MOVE 'DESCRIPTION' TO BANK-RECON-REPORT-LINE(62:11)
           WRITE BANK-RECON-REPORT-LINE
           PERFORM VARYING WS-STATEMENT-INDEX FROM 1 BY 1
                   UNTIL WS-STATEMENT-INDEX > WS-STATEMENT-COUNT
               MOVE STM-TBL-RECORD(WS-STATEMENT-INDEX)
                   TO BANK-STATEMENT-RECORD
               IF STM-DEPOSIT-UNRECORDED(WS-STATEMENT-INDEX)
                   OR BST-IS-BANK-FEE
                   ADD 1 TO WS-UNRECORDED-COUNT
                   MOVE SPACES TO BANK-RECON-REPORT-LINE
                   PERFORM FORMAT-STATEMENT-COLUMNS
                   IF BST-IS-BANK-FEE
                       SUBTRACT BST-AMOUNT FROM WS-UNRECORDED-AMT
                       MOVE 'BANK FEE' TO BANK-RECON-REPORT-LINE(40:8)
                   ELSE
                       ADD BST-AMOUNT TO WS-UNRECORDED-AMT
                       MOVE 'DEPOSIT' TO BANK-RECON-REPORT-LINE(40:7)
                   END-IF
                   MOVE BST-DESCRIPTION
                       TO BANK-RECON-REPORT-LINE(62:30)
                   WRITE BANK-RECON-REPORT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO BANK-RECON-REPORT-LINE
           MOVE 'NET UNRECORDED' TO BANK-RECON-REPORT-LINE(1:14)
           MOVE WS-UNRECORDED-AMT TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED TO BANK-RECON-REPORT-LINE(23:15)
           WRITE BANK-RECON-REPORT-LINE.

      *---------------------------------------------------------------
      * Lists the lockbox batches no statement has cleared yet.

       LIST-DEPOSITS-IN-TRANSIT.
           MOVE 'DEPOSITS IN TRANSIT' TO WS-ERR-DESCRIPTION
           PERFORM WRITE-SECTION-HEADING
           MOVE SPACES TO BANK-RECON-REPORT-LINE
           MOVE 'DEPOSIT' TO BANK-RECON-REPORT-LINE(1:7)
           MOVE 'AMOUNT' TO BANK-RECON-REPORT-LINE(32:6)
           MOVE 'CHECKS' TO BANK-RECON-REPORT-LINE(40:6)
           MOVE 'IMPORTED' TO BANK-RECON-REPORT-LINE(51:8)
           WRITE BANK-RECON-REPORT-LINE
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                   UNTIL WS-TABLE-INDEX > WS-DEPOSIT-COUNT
               IF DEP-IS-IN-TRANSIT(WS-TABLE-INDEX)
                   MOVE DEP-TBL-RECORD(WS-TABLE-INDEX)
                       TO LOCKBOX-DEPOSIT-RECORD
                   ADD 1 TO WS-IN-TRANSIT-COUNT
                   ADD LDP-DEPOSIT-TOTAL TO WS-IN-TRANSIT-AMT
                   MOVE SPACES TO BANK-RECON-REPORT-LINE
                   MOVE LDP-DEPOSIT-DATE TO BANK-RECON-REPORT-LINE(1:8)
                   MOVE LDP-DEPOSIT-TOTAL TO RPT-AMOUNT-EDITED
                   MOVE RPT-AMOUNT-EDITED
                       TO BANK-RECON-REPORT-LINE(23:15)
                   MOVE LDP-DEPOSIT-COUNT TO RPT-COUNT-EDITED
                   MOVE RPT-COUNT-EDITED TO BANK-RECON-REPORT-LINE(40:5)
                   MOVE LDP-IMPORTED-DATE
                       TO BANK-RECON-REPORT-LINE(51:8)
                   WRITE BANK-RECON-REPORT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO BANK-RECON-REPORT-LINE
           MOVE 'TOTAL IN TRANSIT' TO BANK-RECON-REPORT-LINE(1:16)
           MOVE WS-IN-TRANSIT-AMT TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED TO BANK-RECON-REPORT-LINE(23:15)
           WRITE BANK-RECON-REPORT-LINE.

      *---------------------------------------------------------------
      * Writes the report heading.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO BANK-RECON-REPORT-LINE
           STRING 'ACME DISTRIBUTING CO.' DELIMITED BY SIZE
               INTO BANK-RECON-REPORT-LINE
           WRITE BANK-RECON-REPORT-LINE
           MOVE SPACES TO BANK-RECON-REPORT-LINE
           STRING 'BANK RECONCILIATION - RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO BANK-RECON-REPORT-LINE
           WRITE BANK-RECON-REPORT-LINE.

      *---------------------------------------------------------------
      * Writes a blank line and the section title held in
      * WS-ERR-DESCRIPTION.

       WRITE-SECTION-HEADING.
           MOVE SPACES TO BANK-RECON-REPORT-LINE
           WRITE BANK-RECON-REPORT-LINE
           MOVE SPACES TO BANK-RECON-REPORT-LINE
           MOVE WS-ERR-DESCRIPTION TO BANK-RECON-REPORT-LINE
           WRITE BANK-RECON-REPORT-LINE.

      *---------------------------------------------------------------
      * Writes the run totals.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO BANK-RECON-REPORT-LINE
           WRITE BANK-RECON-REPORT-LINE
           MOVE SPACES TO BANK-RECON-REPORT-LINE
           MOVE WS-DEPOSITS-CLEARED TO RPT-COUNT-EDITED
           MOVE WS-DEPOSITS-CLEARED-AMT TO RPT-AMOUNT-EDITED
           STRING 'DEPOSITS CLEARED:        ' RPT-COUNT-EDITED
               '  ' RPT-AMOUNT-EDITED
               DELIMITED BY SIZE INTO BANK-RECON-REPORT-LINE
           WRITE BANK-RECON-REPORT-LINE
           MOVE SPACES TO BANK-RECON-REPORT-LINE
           MOVE WS-RETURNS-REVERSED TO RPT-COUNT-EDITED
           MOVE WS-RETURNS-REVERSED-AMT TO RPT-AMOUNT-EDITED
           STRING 'RETURNED CHECKS REVERSED:' RPT-COUNT-EDITED
               '  ' RPT-AMOUNT-EDITED
               DELIMITED BY SIZE INTO BANK-RECON-REPORT-LINE
           WRITE BANK-RECON-REPORT-LINE
           MOVE SPACES TO BANK-RECON-REPORT-LINE
           MOVE WS-RETURNS-BY-HAND TO RPT-COUNT-EDITED
           STRING 'RETURNED CHECKS BY HAND: ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO BANK-RECON-REPORT-LINE
           WRITE BANK-RECON-REPORT-LINE
           MOVE SPACES TO BANK-RECON-REPORT-LINE
           MOVE WS-UNRECORDED-COUNT TO RPT-COUNT-EDITED
           STRING 'UNRECORDED BANK ITEMS:   ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO BANK-RECON-REPORT-LINE
           WRITE BANK-RECON-REPORT-LINE
           MOVE SPACES TO BANK-RECON-REPORT-LINE
           MOVE WS-IN-TRANSIT-COUNT TO RPT-COUNT-EDITED
           STRING 'DEPOSITS IN TRANSIT:     ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO BANK-RECON-REPORT-LINE
           WRITE BANK-RECON-REPORT-LINE.

      *---------------------------------------------------------------
      * Appends the reversing applications to CASH-APPLIED-FILE.

       APPEND-PAYMENT-REVERSALS.
           IF WS-REVERSAL-COUNT > 0
               OPEN EXTEND CASH-APPLIED-FILE
               IF WS-APPLIED-FILE-STATUS = '35'
                   OPEN OUTPUT CASH-APPLIED-FILE
               END-IF
               PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                       UNTIL WS-TABLE-INDEX > WS-REVERSAL-COUNT
                   MOVE REV-TBL-RECORD(WS-TABLE-INDEX)
                       TO CASH-APPLIED-RECORD
                   WRITE CASH-APPLIED-RECORD
               END-PERFORM
               CLOSE CASH-APPLIED-FILE
           END-IF.

      *---------------------------------------------------------------
      * Rewrites AR-OPEN-ITEM-FILE from the table.

       REWRITE-OPEN-ITEMS.
           IF WS-RETURNS-REVERSED > 0
               MOVE 'AR-OPEN-ITEM-FILE' TO WS-BACKUP-FILE-NAME
               CALL 'GENBKUP' USING WS-BACKUP-FILE-NAME
               END-CALL
               OPEN OUTPUT AR-OPEN-ITEM-FILE
               PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                       UNTIL WS-TABLE-INDEX > WS-OPEN-ITEM-COUNT
                   MOVE OPN-TBL-RECORD(WS-TABLE-INDEX)
                       TO AR-OPEN-ITEM-RECORD
                   WRITE AR-OPEN-ITEM-RECORD
               END-PERFORM
               CLOSE AR-OPEN-ITEM-FILE
           END-IF.

      *---------------------------------------------------------------
      * Rewrites CUSTOMER-MASTER-FILE with the raised balances.

       REWRITE-CUSTOMER-MASTER.
           IF WS-RETURNS-REVERSED > 0
               MOVE 'CUSTOMER-MASTER-FILE' TO WS-BACKUP-FILE-NAME
               CALL 'GENBKUP' USING WS-BACKUP-FILE-NAME
               END-CALL
               OPEN OUTPUT CUSTOMER-MASTER-FILE
               PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                       UNTIL WS-TABLE-INDEX > WS-CUSTOMER-COUNT
                   MOVE CST-TBL-RECORD(WS-TABLE-INDEX)
                       TO CUSTOMER-MASTER-RECORD
                   WRITE CUSTOMER-MASTER-RECORD
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

      *---------------------------------------------------------------
      * Rewrites UNAPPLIED-CASH-FILE without the on-account cash the
      * returned checks took back.

       REWRITE-UNAPPLIED-CASH.
           IF WS-RETURNS-REVERSED > 0
               MOVE 'UNAPPLIED-CASH-FILE' TO WS-BACKUP-FILE-NAME
               CALL 'GENBKUP' USING WS-BACKUP-FILE-NAME
               END-CALL
               OPEN OUTPUT UNAPPLIED-CASH-FILE
               PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                       UNTIL WS-TABLE-INDEX > WS-UNAPPLIED-COUNT
                   IF NOT UNA-IS-DROPPED(WS-TABLE-INDEX)
                       MOVE UNA-TBL-RECORD(WS-TABLE-INDEX)
                           TO UNAPPLIED-CASH-RECORD
                       WRITE UNAPPLIED-CASH-RECORD
                   END-IF
               END-PERFORM
               CLOSE UNAPPLIED-CASH-FILE
           END-IF.

      *---------------------------------------------------------------
      * Rewrites LOCKBOX-DEPOSIT-FILE with the batches still in
      * transit.

       REWRITE-DEPOSITS-IN-TRANSIT.
           MOVE 'LOCKBOX-DEPOSIT-FILE' TO WS-BACKUP-FILE-NAME
           CALL 'GENBKUP' USING WS-BACKUP-FILE-NAME
           END-CALL
           OPEN OUTPUT LOCKBOX-DEPOSIT-FILE
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                   UNTIL WS-TABLE-INDEX > WS-DEPOSIT-COUNT
               IF DEP-IS-IN-TRANSIT(WS-TABLE-INDEX)
                   MOVE DEP-TBL-RECORD(WS-TABLE-INDEX)
                       TO LOCKBOX-DEPOSIT-RECORD
                   WRITE LOCKBOX-DEPOSIT-RECORD
               END-IF
           END-PERFORM
           CLOSE LOCKBOX-DEPOSIT-FILE.
