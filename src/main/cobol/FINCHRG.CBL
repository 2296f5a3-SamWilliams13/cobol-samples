      *****************************************************************
      * Program name:    FINCHRG
      * Original author: Dave Nicolette
      *
      * Month-end finance charges on past-due open items.
      *
      * Walks AR-OPEN-ITEM-FILE and assesses a late charge on every
      * item still open past its ARO-DUE-DATE by more than the grace
      * period for the item's terms code. The monthly rate, grace
      * period, and minimum charge come from the shared FCTERMS
      * routine, which decodes the same codes TERMLOOK does.
      * Accounts flagged CST-FINANCE-CHARGE-EXEMPT are skipped, and
      * so is every earlier finance charge - interest is never
      * charged on interest. Each charge is billed as its own
      * invoice number from INVOICE-NUMBER-CONTROL:
      *   - a new AR open item (ARO-ITEM-TYPE 'F'), due on receipt;
      *   - an INVOICE-HISTORY-FILE header flagged as a finance
      *     charge, naming the invoice it was assessed on, plus one
      *     'FIN' charge line, so STMTGEN prints it on its own line
      *     and INVPRINT can reprint it;
      *   - a debit to receivables and a credit to finance-charge
      *     income on JOURNAL-ENTRY-FILE;
      *   - the charge added to the customer's CST-BALANCE.
      * Every charge is listed on FINANCE-CHARGE-REGISTER. The period
      * charged is kept on FINANCE-CHARGE-CONTROL, so a rerun in the
      * same month charges nothing.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FINCHRG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-OPEN-ITEM-FILE ASSIGN TO "AR-OPEN-ITEM-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-ITEM-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTOMER-MASTER-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
           SELECT INVOICE-HISTORY-FILE
               ASSIGN TO "INVOICE-HISTORY-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT JOURNAL-ENTRY-FILE ASSIGN TO "JOURNAL-ENTRY-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT INVOICE-NUMBER-CONTROL-FILE
               ASSIGN TO "INVOICE-NUMBER-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVCTL-FILE-STATUS.
           SELECT FINANCE-CHARGE-CONTROL-FILE
               ASSIGN TO "FINANCE-CHARGE-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINCTL-FILE-STATUS.
           SELECT CHART-OF-ACCOUNTS-FILE
               ASSIGN TO "CHART-OF-ACCOUNTS-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FINANCE-CHARGE-REGISTER-FILE
               ASSIGN TO "FINANCE-CHARGE-REGISTER"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AR-OPEN-ITEM-FILE.
       COPY AROPEN.

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST.

       FD  INVOICE-HISTORY-FILE.
       COPY INVHIST.

       FD  JOURNAL-ENTRY-FILE.
       COPY JRNENTRY.

       FD  INVOICE-NUMBER-CONTROL-FILE.
       COPY INVCTL.

       FD  FINANCE-CHARGE-CONTROL-FILE.
       COPY FINCTL.

       FD  CHART-OF-ACCOUNTS-FILE.
       COPY CHARTACC.

       FD  FINANCE-CHARGE-REGISTER-FILE.
       01  FINANCE-CHARGE-REGISTER-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILLER.
           05  WS-OPEN-ITEM-FILE-STATUS PIC XX.
           05  WS-CUSTOMER-FILE-STATUS  PIC XX.
           05  WS-HISTORY-FILE-STATUS   PIC XX.
           05  WS-JOURNAL-FILE-STATUS   PIC XX.
           05  WS-INVCTL-FILE-STATUS    PIC XX.
           05  WS-FINCTL-FILE-STATUS    PIC XX.
           05  WS-EOF-FLAG              PIC X.
               88  END-OF-CURRENT-FILE      VALUE 'Y'.
           05  WS-CHART-EOF-FLAG        PIC X VALUE 'N'.
               88  END-OF-CHART-FILE        VALUE 'Y'.
           05  WS-CAPACITY-FLAG         PIC X VALUE 'N'.
               88  A-TABLE-IS-OVER-CAPACITY VALUE 'Y'.
           05  WS-FOUND-FLAG            PIC X.
               88  ENTRY-WAS-FOUND          VALUE 'Y'.
           05  WS-PERIOD-OPEN-FLAG      PIC X.
               88  RUN-PERIOD-IS-OPEN       VALUE 'Y'.
           05  WS-DATE-VALID-FLAG       PIC X.
               88  CHECKED-DATE-IS-VALID    VALUE 'Y'.
           05  WS-CUSTOMER-COUNT        PIC S9(05) VALUE 0.
           05  WS-CHARGE-COUNT          PIC S9(05) VALUE 0.
           05  WS-ITEMS-READ            PIC S9(05) VALUE 0.
           05  WS-EXEMPT-SKIPPED        PIC S9(05) VALUE 0.
           05  WS-TABLE-INDEX           PIC S9(05).
           05  WS-CUSTOMER-INDEX        PIC S9(05).
           05  WS-RUN-DATE              PIC X(08).
           05  WS-RUN-DATE-NUMERIC      PIC 9(08).
           05  WS-RUN-PERIOD            PIC X(06).
           05  WS-DUE-DATE-NUMERIC      PIC 9(08).
           05  WS-DAYS-PAST-DUE         PIC S9(05).
           05  WS-NEXT-INVOICE-NUMBER   PIC 9(08) VALUE 0.
           05  WS-LAST-PERIOD-CHARGED   PIC X(06) VALUE SPACES.
           05  WS-AR-ACCOUNT            PIC X(08) VALUE '99999999'.
           05  WS-FINCHG-ACCOUNT        PIC X(08) VALUE '99999999'.
      * What FCTERMS decodes for the item being looked at.
           05  WS-FC-MONTHLY-RATE       PIC SV9(05).
           05  WS-FC-GRACE-DAYS         PIC 9(03).
           05  WS-FC-MINIMUM-CHARGE     PIC 9(03)V99.
           05  WS-CHARGE-AMOUNT         PIC S9(07)V99.
           05  WS-CHARGE-TOTAL          PIC S9(09)V99 VALUE 0.
      * External name handed to the shared GENBKUP routine before a
      * file is rewritten in place.
           05  WS-BACKUP-FILE-NAME      PIC X(40).
      * Run-lock fields for the shared RUNLOCK routine, so this run
      * and CASHAPP, CUSTMNT, or the nightly batch cannot rewrite
      * the same master at once.
           05  WS-LOCK-ACTION           PIC X.
           05  WS-LOCK-FILE-NAME        PIC X(40).
           05  WS-LOCK-RESULT-FLAG      PIC X.
               88  RUN-LOCK-GRANTED         VALUE 'Y'.
           05  WS-LOCK-HOLDER-NAME      PIC X(08).
           05  WS-LOCK-REFUSED-FLAG     PIC X VALUE 'N'.
               88  A-RUN-LOCK-WAS-REFUSED   VALUE 'Y'.

       01  WS-ERROR-LOG-FIELDS.
           05  WS-ERR-PROGRAM-NAME      PIC X(08) VALUE 'FINCHRG'.
           05  WS-ERR-PARAGRAPH-NAME    PIC X(30).
           05  WS-ERR-DESCRIPTION       PIC X(60).
           05  WS-ERR-OFFENDING-DATA    PIC X(30).

       01  RPT-AMOUNT-EDITED            PIC Z(6)9.99-.
       01  RPT-TOTAL-EDITED             PIC Z(8)9.99-.
       01  RPT-COUNT-EDITED             PIC ZZZZ9.
       01  RPT-DAYS-EDITED              PIC ZZZZ9.
       01  RPT-RATE-EDITED              PIC 9.99999.

      * The customer master, record images intact, so the balances
      * can be raised in place before the file is rewritten.
       01  CUSTOMER-TABLE.
           05  CUSTOMER-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-CUSTOMER-COUNT.
               10  CST-TBL-RECORD       PIC X(100).

      * The charges assessed, each already built as the open item it
      * will be billed as, with the item it was assessed on.
       01  CHARGE-TABLE.
           05  CHARGE-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-CHARGE-COUNT.
               10  CHG-NEW-ITEM         PIC X(100).
               10  CHG-PAST-DUE-ITEM    PIC X(100).
               10  CHG-DAYS-PAST-DUE    PIC S9(05).
               10  CHG-MONTHLY-RATE     PIC SV9(05).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM CLAIM-RUN-LOCKS
           IF A-RUN-LOCK-WAS-REFUSED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           CALL 'BUSDATE' USING WS-RUN-DATE
           END-CALL
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUMERIC
           MOVE WS-RUN-DATE(1:6) TO WS-RUN-PERIOD
           PERFORM LOAD-FINANCE-CHARGE-CONTROL
           IF WS-LAST-PERIOD-CHARGED NOT < WS-RUN-PERIOD
               DISPLAY 'FINCHRG: finance charges for period '
                   WS-RUN-PERIOD ' were already assessed - nothing '
                   'charged'
               PERFORM RELEASE-RUN-LOCKS
               GOBACK
           END-IF
           CALL 'PERDCHK' USING WS-RUN-DATE WS-PERIOD-OPEN-FLAG
           END-CALL
           IF NOT RUN-PERIOD-IS-OPEN
               DISPLAY 'FINCHRG: accounting period ' WS-RUN-PERIOD
                   ' is closed - no finance charges assessed'
               MOVE 'MAIN-LOGIC' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'finance charges refused - period is closed'
                   TO WS-ERR-DESCRIPTION
               MOVE WS-RUN-PERIOD TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-FINCHRG-ERROR
               PERFORM RELEASE-RUN-LOCKS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-CHART-OF-ACCOUNTS
           PERFORM LOAD-CUSTOMER-MASTER
           PERFORM ASSESS-FINANCE-CHARGES
           IF A-TABLE-IS-OVER-CAPACITY
               DISPLAY 'FINCHRG: customer master or charge table '
                   'exceeds its capacity - nothing charged, no files '
                   'touched'
               MOVE 'MAIN-LOGIC' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'file exceeds finance-charge table capacity'
                   TO WS-ERR-DESCRIPTION
               MOVE SPACES TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-FINCHRG-ERROR
               PERFORM RELEASE-RUN-LOCKS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-CHARGE-COUNT > 0
               PERFORM LOAD-INVOICE-NUMBER-CONTROL
               PERFORM BILL-FINANCE-CHARGES
           END-IF
           PERFORM WRITE-FINANCE-CHARGE-REGISTER
           IF WS-CHARGE-COUNT > 0
               PERFORM SAVE-INVOICE-NUMBER-CONTROL
               PERFORM REWRITE-CUSTOMER-MASTER
           END-IF
           PERFORM SAVE-FINANCE-CHARGE-CONTROL
           PERFORM RELEASE-RUN-LOCKS
           MOVE WS-CHARGE-TOTAL TO RPT-TOTAL-EDITED
           DISPLAY 'FINCHRG: ' WS-CHARGE-COUNT ' finance charge(s) '
               'totalling ' RPT-TOTAL-EDITED ' assessed for period '
               WS-RUN-PERIOD
           GOBACK.

      *---------------------------------------------------------------
      * Claims the masters this run rewrites in place. A refusal
      * names the holder and stops the run cold.

       CLAIM-RUN-LOCKS.
           MOVE 'L' TO WS-LOCK-ACTION
           MOVE 'AR-OPEN-ITEM-FILE' TO WS-LOCK-FILE-NAME
           PERFORM CLAIM-ONE-RUN-LOCK
           IF NOT A-RUN-LOCK-WAS-REFUSED
               MOVE 'CUSTOMER-MASTER-FILE' TO WS-LOCK-FILE-NAME
               PERFORM CLAIM-ONE-RUN-LOCK
               IF A-RUN-LOCK-WAS-REFUSED
                   MOVE 'U' TO WS-LOCK-ACTION
                   MOVE 'AR-OPEN-ITEM-FILE' TO WS-LOCK-FILE-NAME
                   CALL 'RUNLOCK' USING WS-LOCK-ACTION
                       WS-ERR-PROGRAM-NAME WS-LOCK-FILE-NAME
                       WS-LOCK-RESULT-FLAG WS-LOCK-HOLDER-NAME
                   END-CALL
               END-IF
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
               DISPLAY 'FINCHRG: ' WS-LOCK-FILE-NAME
                   ' is locked by ' WS-LOCK-HOLDER-NAME
                   ' - run refused'
               MOVE 'CLAIM-RUN-LOCKS' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'master locked by another program'
                   TO WS-ERR-DESCRIPTION
               MOVE WS-LOCK-HOLDER-NAME TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-FINCHRG-ERROR
           END-IF.

      *---------------------------------------------------------------
      * Releases this run's claims.

       RELEASE-RUN-LOCKS.
           MOVE 'U' TO WS-LOCK-ACTION
           MOVE 'AR-OPEN-ITEM-FILE' TO WS-LOCK-FILE-NAME
           CALL 'RUNLOCK' USING WS-LOCK-ACTION WS-ERR-PROGRAM-NAME
               WS-LOCK-FILE-NAME WS-LOCK-RESULT-FLAG
               WS-LOCK-HOLDER-NAME
           END-CALL
           MOVE 'CUSTOMER-MASTER-FILE' TO WS-LOCK-FILE-NAME
           CALL 'RUNLOCK' USING WS-LOCK-ACTION WS-ERR-PROGRAM-NAME
               WS-LOCK-FILE-NAME WS-LOCK-RESULT-FLAG
               WS-LOCK-HOLDER-NAME
           END-CALL.

      *---------------------------------------------------------------
      * Calls the shared LOGERROR routine to append one record to
      * ERROR-LOG-FILE for the problem just found. WS-ERR-PARAGRAPH-
      * NAME, WS-ERR-DESCRIPTION and WS-ERR-OFFENDING-DATA must be set
      * by the calling paragraph before this is performed.

       LOG-FINCHRG-ERROR.
           CALL 'LOGERROR' USING WS-ERR-PROGRAM-NAME
               WS-ERR-PARAGRAPH-NAME WS-ERR-DESCRIPTION
               WS-ERR-OFFENDING-DATA
           END-CALL.

      *---------------------------------------------------------------
      * Reads the last period charged. A missing control file means
      * no period has been charged yet.

       LOAD-FINANCE-CHARGE-CONTROL.
           OPEN INPUT FINANCE-CHARGE-CONTROL-FILE
           IF WS-FINCTL-FILE-STATUS = '00'
               READ FINANCE-CHARGE-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FCC-LAST-PERIOD-CHARGED
                           TO WS-LAST-PERIOD-CHARGED
               END-READ
               CLOSE FINANCE-CHARGE-CONTROL-FILE
           END-IF.

      *---------------------------------------------------------------
      * Resolves the receivables and finance-charge income accounts
      * from the chart. A missing posting key leaves the loud
      * suspense default.

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
                           WHEN 'FINCHG  '
                               MOVE COA-ACCOUNT-NUMBER
                                   TO WS-FINCHG-ACCOUNT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE CHART-OF-ACCOUNTS-FILE
           IF WS-AR-ACCOUNT = '99999999'
               OR WS-FINCHG-ACCOUNT = '99999999'
               DISPLAY '*** WARNING: chart of accounts is missing a '
                   'posting key - entries will post to suspense ***'
               MOVE 'LOAD-CHART-OF-ACCOUNTS' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'posting key missing from chart of accounts'
                   TO WS-ERR-DESCRIPTION
               MOVE SPACES TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-FINCHRG-ERROR
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
      * Reads every open item and assesses the ones that qualify.

       ASSESS-FINANCE-CHARGES.
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
                       ADD 1 TO WS-ITEMS-READ
                       PERFORM ASSESS-ONE-OPEN-ITEM
               END-READ
           END-PERFORM
           IF WS-OPEN-ITEM-FILE-STATUS = '00' OR '10'
               CLOSE AR-OPEN-ITEM-FILE
           END-IF.

      *---------------------------------------------------------------
      * Looks further at the item in the record area only when it is
      * a debit still open and not itself a finance charge - interest
      * is never charged on interest.

       ASSESS-ONE-OPEN-ITEM.
           IF NOT ARO-IS-FINANCE-CHARGE
               AND ARO-OPEN-AMOUNT > 0
               PERFORM CHECK-ITEM-PAST-GRACE
           END-IF.

      *---------------------------------------------------------------
      * Ages the item from its due date and compares the days late
      * with the grace period for its terms code. An item whose due
      * date fails DATECHK cannot be aged, so it is logged and not
      * charged.

       CHECK-ITEM-PAST-GRACE.
           CALL 'DATECHK' USING ARO-DUE-DATE WS-DATE-VALID-FLAG
           END-CALL
           IF CHECKED-DATE-IS-VALID
               MOVE ARO-DUE-DATE TO WS-DUE-DATE-NUMERIC
               COMPUTE WS-DAYS-PAST-DUE =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUMERIC)
                     - FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-NUMERIC)
               CALL 'FCTERMS' USING ARO-TERMS-CODE WS-FC-MONTHLY-RATE
                   WS-FC-GRACE-DAYS WS-FC-MINIMUM-CHARGE
               END-CALL
               IF WS-DAYS-PAST-DUE > WS-FC-GRACE-DAYS
                   PERFORM CHECK-ITEM-CUSTOMER
               END-IF
           ELSE
               MOVE 'CHECK-ITEM-PAST-GRACE' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'open item has an invalid due date - not charged'
                   TO WS-ERR-DESCRIPTION
               MOVE ARO-INV-NUMBER TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-FINCHRG-ERROR
           END-IF.

      *---------------------------------------------------------------
      * Charges the past-due item unless its account is exempt. An
      * item whose account is not on the master is logged instead.

       CHECK-ITEM-CUSTOMER.
           PERFORM FIND-ITEM-CUSTOMER
           EVALUATE TRUE
               WHEN NOT ENTRY-WAS-FOUND
                   MOVE 'CHECK-ITEM-CUSTOMER' TO WS-ERR-PARAGRAPH-NAME
                   MOVE 'past-due item account not on customer master'
                       TO WS-ERR-DESCRIPTION
                   MOVE ARO-INV-NUMBER TO WS-ERR-OFFENDING-DATA
                   PERFORM LOG-FINCHRG-ERROR
               WHEN CST-IS-FINANCE-CHARGE-EXEMPT
                   ADD 1 TO WS-EXEMPT-SKIPPED
               WHEN WS-CHARGE-COUNT = 2000
                   SET A-TABLE-IS-OVER-CAPACITY TO TRUE
               WHEN OTHER
                   PERFORM CHARGE-ONE-OPEN-ITEM
           END-EVALUATE.

      *---------------------------------------------------------------
      * Builds the charge: the open amount times the monthly rate,
      * never less than the minimum, staged as a new open item due
      * on receipt, and added to the customer's balance.

       CHARGE-ONE-OPEN-ITEM.
           COMPUTE WS-CHARGE-AMOUNT ROUNDED =
               ARO-OPEN-AMOUNT * WS-FC-MONTHLY-RATE
           IF WS-CHARGE-AMOUNT < WS-FC-MINIMUM-CHARGE
               MOVE WS-FC-MINIMUM-CHARGE TO WS-CHARGE-AMOUNT
           END-IF
           ADD 1 TO WS-CHARGE-COUNT
           MOVE AR-OPEN-ITEM-RECORD
               TO CHG-PAST-DUE-ITEM(WS-CHARGE-COUNT)
           MOVE WS-DAYS-PAST-DUE TO CHG-DAYS-PAST-DUE(WS-CHARGE-COUNT)
           MOVE WS-FC-MONTHLY-RATE
               TO CHG-MONTHLY-RATE(WS-CHARGE-COUNT)
           ADD WS-CHARGE-AMOUNT TO WS-CHARGE-TOTAL
           MOVE WS-RUN-DATE TO ARO-INV-DATE
           MOVE WS-RUN-DATE TO ARO-DUE-DATE
           MOVE WS-CHARGE-AMOUNT TO ARO-ORIGINAL-AMOUNT
           MOVE WS-CHARGE-AMOUNT TO ARO-OPEN-AMOUNT
           SET ARO-IS-FINANCE-CHARGE TO TRUE
           MOVE AR-OPEN-ITEM-RECORD TO CHG-NEW-ITEM(WS-CHARGE-COUNT)
           ADD WS-CHARGE-AMOUNT TO CST-BALANCE
           MOVE CUSTOMER-MASTER-RECORD
               TO CST-TBL-RECORD(WS-CUSTOMER-INDEX).

      *---------------------------------------------------------------
      * Finds the open item's account on the customer table, leaving
      * its record in the customer record area and WS-CUSTOMER-INDEX
      * pointing at it.

       FIND-ITEM-CUSTOMER.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING WS-CUSTOMER-INDEX FROM 1 BY 1
                   UNTIL WS-CUSTOMER-INDEX > WS-CUSTOMER-COUNT
                      OR ENTRY-WAS-FOUND
               MOVE CST-TBL-RECORD(WS-CUSTOMER-INDEX)
                   TO CUSTOMER-MASTER-RECORD
               IF CST-ACCOUNT-NUMBER = ARO-ACCOUNT-NUMBER
                   SET ENTRY-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF ENTRY-WAS-FOUND
               SUBTRACT 1 FROM WS-CUSTOMER-INDEX
           END-IF.

      *---------------------------------------------------------------
      * Reads the last invoice number assigned so the charges
      * continue INVCALC's sequence. A missing control file starts
      * the sequence at zero, as INVCALC does.

       LOAD-INVOICE-NUMBER-CONTROL.
           OPEN INPUT INVOICE-NUMBER-CONTROL-FILE
           IF WS-INVCTL-FILE-STATUS = '00'
               READ INVOICE-NUMBER-CONTROL-FILE
                   AT END
                       MOVE 0 TO WS-NEXT-INVOICE-NUMBER
                   NOT AT END
                       MOVE INC-LAST-INVOICE-NUMBER
                           TO WS-NEXT-INVOICE-NUMBER
               END-READ
               CLOSE INVOICE-NUMBER-CONTROL-FILE
           END-IF.

      *---------------------------------------------------------------
      * Gives each charge its invoice number and writes it to the
      * open items, the invoice history, and the journal.

       BILL-FINANCE-CHARGES.
           OPEN EXTEND AR-OPEN-ITEM-FILE
           IF WS-OPEN-ITEM-FILE-STATUS = '35'
               OPEN OUTPUT AR-OPEN-ITEM-FILE
           END-IF
           OPEN EXTEND INVOICE-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = '35'
               OPEN OUTPUT INVOICE-HISTORY-FILE
           END-IF
           OPEN EXTEND JOURNAL-ENTRY-FILE
           IF WS-JOURNAL-FILE-STATUS = '35'
               OPEN OUTPUT JOURNAL-ENTRY-FILE
           END-IF
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                   UNTIL WS-TABLE-INDEX > WS-CHARGE-COUNT
               ADD 1 TO WS-NEXT-INVOICE-NUMBER
               MOVE CHG-NEW-ITEM(WS-TABLE-INDEX)
                   TO AR-OPEN-ITEM-RECORD
               MOVE WS-NEXT-INVOICE-NUMBER TO ARO-INV-NUMBER
               MOVE AR-OPEN-ITEM-RECORD
                   TO CHG-NEW-ITEM(WS-TABLE-INDEX)
               WRITE AR-OPEN-ITEM-RECORD
               PERFORM WRITE-CHARGE-HISTORY
               PERFORM WRITE-CHARGE-JOURNAL
           END-PERFORM
           CLOSE AR-OPEN-ITEM-FILE
           CLOSE INVOICE-HISTORY-FILE
           CLOSE JOURNAL-ENTRY-FILE.

      *---------------------------------------------------------------
      * Writes the charge's invoice history: a header flagged as a
      * finance charge that names the past-due invoice, and one
      * 'FIN' charge line for the amount. The past-due item is
      * moved through the open-item record area to pick up its
      * number, so the new item is staged again afterward.

       WRITE-CHARGE-HISTORY.
           MOVE CHG-PAST-DUE-ITEM(WS-TABLE-INDEX)
               TO AR-OPEN-ITEM-RECORD
           MOVE SPACES TO INVOICE-HISTORY-RECORD
           SET IHR-IS-HEADER TO TRUE
           MOVE WS-NEXT-INVOICE-NUMBER TO IHR-INV-NUMBER
           MOVE ARO-INV-NUMBER TO IHR-ORIG-INV-NUMBER
           MOVE CHG-NEW-ITEM(WS-TABLE-INDEX) TO AR-OPEN-ITEM-RECORD
           MOVE ARO-INV-DATE TO IHR-INV-DATE
           MOVE ARO-ACCOUNT-NUMBER TO IHR-ACCOUNT-NUMBER
           MOVE ARO-CUSTOMER-NAME TO IHR-CUSTOMER-NAME
           MOVE 'N' TO IHR-RETURN
           MOVE 'N' TO IHR-CONTINUATION-FLAG
           MOVE 'N' TO IHR-REVERSAL-FLAG
           MOVE ARO-CURRENCY-CODE TO IHR-CURRENCY-CODE
           MOVE ARO-BILLED-EXCHANGE-RATE TO IHR-EXCHANGE-RATE
           MOVE 0 TO IHR-SALES-TAX-RATE
           MOVE 1 TO IHR-LINE-ITEM-COUNT
           MOVE ARO-ORIGINAL-AMOUNT TO IHR-TOTAL-BEFORE-TAX
           MOVE 0 TO IHR-TOTAL-SALES-TAX
           MOVE ARO-ORIGINAL-AMOUNT TO IHR-TOTAL-AMOUNT
           SET IHR-IS-FINANCE-CHARGE TO TRUE
           WRITE INVOICE-HISTORY-RECORD
           MOVE SPACES TO INVOICE-HISTORY-RECORD
           SET IHR-IS-LINE TO TRUE
           MOVE WS-NEXT-INVOICE-NUMBER TO IHR-INV-NUMBER
           MOVE 1 TO IHR-LINE-NUMBER
           MOVE ARO-ORIGINAL-AMOUNT TO IHR-LINE-UNIT-PRICE
           MOVE 1 TO IHR-LINE-QUANTITY
           MOVE 'N' TO IHR-LINE-TAXABLE
           MOVE 'N' TO IHR-LINE-HAZMAT
           SET IHR-LINE-SKU-OK TO TRUE
           SET IHR-LINE-IS-A-CHARGE TO TRUE
           MOVE 'FIN' TO IHR-LINE-CHARGE-TYPE
           WRITE INVOICE-HISTORY-RECORD.

      *---------------------------------------------------------------
      * Debits receivables and credits finance-charge income for the
      * charge staged in the open-item record area.

       WRITE-CHARGE-JOURNAL.
           MOVE ARO-INV-DATE TO JRN-INV-DATE
           MOVE ARO-INV-NUMBER TO JRN-INV-NUMBER
           MOVE WS-AR-ACCOUNT TO JRN-ACCOUNT-NUMBER
           MOVE 'D' TO JRN-DEBIT-CREDIT-CODE
           MOVE ARO-ORIGINAL-AMOUNT TO JRN-AMOUNT
           WRITE JOURNAL-ENTRY-RECORD
           MOVE WS-FINCHG-ACCOUNT TO JRN-ACCOUNT-NUMBER
           MOVE 'C' TO JRN-DEBIT-CREDIT-CODE
           WRITE JOURNAL-ENTRY-RECORD.

      *---------------------------------------------------------------
      * Lists every charge assessed, with the item it was assessed
      * on, and the run totals.

       WRITE-FINANCE-CHARGE-REGISTER.
           OPEN OUTPUT FINANCE-CHARGE-REGISTER-FILE
           MOVE SPACES TO FINANCE-CHARGE-REGISTER-LINE
           STRING 'ACME DISTRIBUTING CO.' DELIMITED BY SIZE
               INTO FINANCE-CHARGE-REGISTER-LINE
           WRITE FINANCE-CHARGE-REGISTER-LINE
           MOVE SPACES TO FINANCE-CHARGE-REGISTER-LINE
           STRING 'FINANCE CHARGE REGISTER - PERIOD ' WS-RUN-PERIOD
               '   RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO FINANCE-CHARGE-REGISTER-LINE
           WRITE FINANCE-CHARGE-REGISTER-LINE
           MOVE SPACES TO FINANCE-CHARGE-REGISTER-LINE
           WRITE FINANCE-CHARGE-REGISTER-LINE
           MOVE SPACES TO FINANCE-CHARGE-REGISTER-LINE
           MOVE 'ACCOUNT' TO FINANCE-CHARGE-REGISTER-LINE(1:7)
           MOVE 'CUSTOMER' TO FINANCE-CHARGE-REGISTER-LINE(9:8)
           MOVE 'PAST DUE' TO FINANCE-CHARGE-REGISTER-LINE(30:8)
           MOVE 'DUE DATE' TO FINANCE-CHARGE-REGISTER-LINE(40:8)
           MOVE 'DAYS' TO FINANCE-CHARGE-REGISTER-LINE(51:4)
           MOVE 'OPEN AMOUNT' TO FINANCE-CHARGE-REGISTER-LINE(58:11)
           MOVE 'RATE' TO FINANCE-CHARGE-REGISTER-LINE(72:4)
           MOVE 'CHARGE' TO FINANCE-CHARGE-REGISTER-LINE(85:6)
           MOVE 'BILLED AS' TO FINANCE-CHARGE-REGISTER-LINE(93:9)
           WRITE FINANCE-CHARGE-REGISTER-LINE
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                   UNTIL WS-TABLE-INDEX > WS-CHARGE-COUNT
               MOVE SPACES TO FINANCE-CHARGE-REGISTER-LINE
               MOVE CHG-PAST-DUE-ITEM(WS-TABLE-INDEX)
                   TO AR-OPEN-ITEM-RECORD
               MOVE ARO-ACCOUNT-NUMBER
                   TO FINANCE-CHARGE-REGISTER-LINE(1:6)
               MOVE ARO-CUSTOMER-NAME
                   TO FINANCE-CHARGE-REGISTER-LINE(9:19)
               MOVE ARO-INV-NUMBER
                   TO FINANCE-CHARGE-REGISTER-LINE(30:8)
               MOVE ARO-DUE-DATE TO FINANCE-CHARGE-REGISTER-LINE(40:8)
               MOVE CHG-DAYS-PAST-DUE(WS-TABLE-INDEX)
                   TO RPT-DAYS-EDITED
               MOVE RPT-DAYS-EDITED
                   TO FINANCE-CHARGE-REGISTER-LINE(50:5)
               MOVE ARO-OPEN-AMOUNT TO RPT-AMOUNT-EDITED
               MOVE RPT-AMOUNT-EDITED
                   TO FINANCE-CHARGE-REGISTER-LINE(57:12)
               MOVE CHG-MONTHLY-RATE(WS-TABLE-INDEX)
                   TO RPT-RATE-EDITED
               MOVE RPT-RATE-EDITED
                   TO FINANCE-CHARGE-REGISTER-LINE(72:7)
               MOVE CHG-NEW-ITEM(WS-TABLE-INDEX)
                   TO AR-OPEN-ITEM-RECORD
               MOVE ARO-ORIGINAL-AMOUNT TO RPT-AMOUNT-EDITED
               MOVE RPT-AMOUNT-EDITED
                   TO FINANCE-CHARGE-REGISTER-LINE(80:12)
               MOVE ARO-INV-NUMBER
                   TO FINANCE-CHARGE-REGISTER-LINE(93:8)
               WRITE FINANCE-CHARGE-REGISTER-LINE
           END-PERFORM
           MOVE SPACES TO FINANCE-CHARGE-REGISTER-LINE
           WRITE FINANCE-CHARGE-REGISTER-LINE
           MOVE SPACES TO FINANCE-CHARGE-REGISTER-LINE
           MOVE WS-ITEMS-READ TO RPT-COUNT-EDITED
           STRING 'OPEN ITEMS REVIEWED:     ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO FINANCE-CHARGE-REGISTER-LINE
           WRITE FINANCE-CHARGE-REGISTER-LINE
           MOVE SPACES TO FINANCE-CHARGE-REGISTER-LINE
           MOVE WS-EXEMPT-SKIPPED TO RPT-COUNT-EDITED
           STRING 'SKIPPED - EXEMPT:        ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO FINANCE-CHARGE-REGISTER-LINE
           WRITE FINANCE-CHARGE-REGISTER-LINE
           MOVE SPACES TO FINANCE-CHARGE-REGISTER-LINE
           MOVE WS-CHARGE-COUNT TO RPT-COUNT-EDITED
           MOVE WS-CHARGE-TOTAL TO RPT-TOTAL-EDITED
           STRING 'FINANCE CHARGES BILLED:  ' RPT-COUNT-EDITED
               '  ' RPT-TOTAL-EDITED
               DELIMITED BY SIZE INTO FINANCE-CHARGE-REGISTER-LINE
           WRITE FINANCE-CHARGE-REGISTER-LINE
           CLOSE FINANCE-CHARGE-REGISTER-FILE.

      *---------------------------------------------------------------
      * Rewrites INVOICE-NUMBER-CONTROL-FILE with the last number
      * this run billed.

       SAVE-INVOICE-NUMBER-CONTROL.
           MOVE 'INVOICE-NUMBER-CONTROL' TO WS-BACKUP-FILE-NAME
           CALL 'GENBKUP' USING WS-BACKUP-FILE-NAME
           END-CALL
           OPEN OUTPUT INVOICE-NUMBER-CONTROL-FILE
           MOVE WS-NEXT-INVOICE-NUMBER TO INC-LAST-INVOICE-NUMBER
           WRITE INVOICE-NUMBER-CONTROL-RECORD
           CLOSE INVOICE-NUMBER-CONTROL-FILE.

      *---------------------------------------------------------------
      * Rewrites CUSTOMER-MASTER-FILE with the raised balances.

       REWRITE-CUSTOMER-MASTER.
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
           CLOSE CUSTOMER-MASTER-FILE.

      *---------------------------------------------------------------
      * Records the period just charged so the next run this month
      * charges nothing.

       SAVE-FINANCE-CHARGE-CONTROL.
           MOVE 'FINANCE-CHARGE-CONTROL' TO WS-BACKUP-FILE-NAME
           CALL 'GENBKUP' USING WS-BACKUP-FILE-NAME
           END-CALL
           OPEN OUTPUT FINANCE-CHARGE-CONTROL-FILE
           MOVE WS-RUN-PERIOD TO FCC-LAST-PERIOD-CHARGED
           MOVE WS-RUN-DATE TO FCC-RUN-DATE
           WRITE FINANCE-CHARGE-CONTROL-RECORD
           CLOSE FINANCE-CHARGE-CONTROL-FILE.
