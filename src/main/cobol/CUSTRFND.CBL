      *****************************************************************
      * Program name:    CUSTRFND
      * Original author: Dave Nicolette
      *
      * Customer credit-balance refund run.
      *
      * Pays back the credit balances customers have asked for. Each
      * request on REFUND-REQUEST-FILE is paid only once the credit
      * manager has put the account on REFUND-APPROVAL-FILE - the
      * same approval-file pattern WRITEOFF-APPROVAL-FILE uses - and
      * never on the requester's own approval. An approved refund
      * draws the account's on-account cash on UNAPPLIED-CASH-FILE
      * down first, oldest first, and then relieves its credit items
      * on AR-OPEN-ITEM-FILE, oldest first, so both CST-BALANCE and
      * the statement come back to zero. Each refund gets the next
      * check number from the sequence APPAYSEL uses and a check
      * record on AP-CHECK-FILE, addressed from SHIP-TO-MASTER-FILE,
      * for treasury to print; a REFUND credit on CASH-APPLIED-FILE
      * for each credit item relieved so the statement shows the
      * money going out; an entry debiting receivables and customer
      * deposits and crediting cash; and a REFUND-AUDIT-FILE record
      * naming who asked and who approved. Everything paid or
      * rejected prints on the refund register. Requests still
      * waiting for approval are carried forward; the approval file
      * is consumed and cleared so an approval cannot pay twice.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CUSTRFND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFUND-REQUEST-FILE
               ASSIGN TO "REFUND-REQUEST-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-FILE-STATUS.
           SELECT REFUND-APPROVAL-FILE
               ASSIGN TO "REFUND-APPROVAL-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-FILE-STATUS.
           SELECT AR-OPEN-ITEM-FILE ASSIGN TO "AR-OPEN-ITEM-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-ITEM-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTOMER-MASTER-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
           SELECT UNAPPLIED-CASH-FILE ASSIGN TO "UNAPPLIED-CASH-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNAPPLIED-FILE-STATUS.
           SELECT SHIP-TO-MASTER-FILE ASSIGN TO "SHIP-TO-MASTER-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIP-TO-FILE-STATUS.
           SELECT CHART-OF-ACCOUNTS-FILE
               ASSIGN TO "CHART-OF-ACCOUNTS-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AP-NUMBER-CONTROL-FILE
               ASSIGN TO "AP-NUMBER-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-CONTROL-STATUS.
           SELECT AP-CHECK-FILE ASSIGN TO "AP-CHECK-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-CHECK-STATUS.
           SELECT JOURNAL-ENTRY-FILE ASSIGN TO "JOURNAL-ENTRY-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT CASH-APPLIED-FILE ASSIGN TO "CASH-APPLIED-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPLIED-FILE-STATUS.
           SELECT REFUND-AUDIT-FILE ASSIGN TO "REFUND-AUDIT-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT REFUND-REGISTER-FILE ASSIGN TO "REFUND-REGISTER"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REFUND-REQUEST-FILE.
       COPY REFREQ.

       FD  REFUND-APPROVAL-FILE.
       01  REFUND-APPROVAL-RECORD.
           05  RAP-ACCOUNT-NUMBER       PIC X(06).
           05  RAP-USER-ID              PIC X(08).

       FD  AR-OPEN-ITEM-FILE.
       COPY AROPEN.

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST.

       FD  UNAPPLIED-CASH-FILE.
       COPY UNAPCASH.

       FD  SHIP-TO-MASTER-FILE.
       COPY SHIPTO.

       FD  CHART-OF-ACCOUNTS-FILE.
       COPY CHARTACC.

       FD  AP-NUMBER-CONTROL-FILE.
       COPY APCTL.

       FD  AP-CHECK-FILE.
       COPY APCHECK.

       FD  JOURNAL-ENTRY-FILE.
       COPY JRNENTRY.

       FD  CASH-APPLIED-FILE.
       COPY CASHAPPL.

       FD  REFUND-AUDIT-FILE.
       COPY RFNDAUD.

       FD  REFUND-REGISTER-FILE.
       01  REFUND-REGISTER-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILLER.
      * A '35' is a file that does not exist yet - nothing has ever
      * been written to it.
           05  WS-REQUEST-FILE-STATUS   PIC XX.
           05  WS-APPROVAL-FILE-STATUS  PIC XX.
           05  WS-OPEN-ITEM-FILE-STATUS PIC XX.
           05  WS-CUSTOMER-FILE-STATUS  PIC XX.
           05  WS-UNAPPLIED-FILE-STATUS PIC XX.
           05  WS-SHIP-TO-FILE-STATUS   PIC XX.
           05  WS-AP-CONTROL-STATUS     PIC XX.
           05  WS-AP-CHECK-STATUS       PIC XX.
           05  WS-JOURNAL-FILE-STATUS   PIC XX.
           05  WS-APPLIED-FILE-STATUS   PIC XX.
           05  WS-AUDIT-FILE-STATUS     PIC XX.
           05  WS-EOF-FLAG              PIC X.
               88  END-OF-CURRENT-FILE      VALUE 'Y'.
           05  WS-CHART-EOF-FLAG        PIC X VALUE 'N'.
               88  END-OF-CHART-FILE        VALUE 'Y'.
           05  WS-CAPACITY-FLAG         PIC X VALUE 'N'.
               88  A-TABLE-IS-OVER-CAPACITY VALUE 'Y'.
           05  WS-FOUND-FLAG            PIC X.
               88  ENTRY-WAS-FOUND          VALUE 'Y'.
           05  WS-APPROVED-FLAG         PIC X.
               88  REQUEST-IS-APPROVED      VALUE 'Y'.
           05  WS-PERIOD-OPEN-FLAG      PIC X.
               88  RUN-PERIOD-IS-OPEN       VALUE 'Y'.
           05  WS-REQUEST-COUNT         PIC S9(05) VALUE 0.
           05  WS-APPROVAL-COUNT        PIC S9(05) VALUE 0.
           05  WS-OPEN-ITEM-COUNT       PIC S9(05) VALUE 0.
           05  WS-CUSTOMER-COUNT        PIC S9(05) VALUE 0.
           05  WS-UNAPPLIED-COUNT       PIC S9(05) VALUE 0.
           05  WS-SHIP-TO-COUNT         PIC S9(05) VALUE 0.
           05  WS-REQUEST-INDEX         PIC S9(05).
           05  WS-APPROVAL-INDEX        PIC S9(05).
           05  WS-CUSTOMER-INDEX        PIC S9(05).
           05  WS-SHIP-TO-INDEX         PIC S9(05).
           05  WS-TABLE-INDEX           PIC S9(05).
           05  WS-RUN-DATE              PIC X(08).
           05  WS-HOME-CURRENCY-CODE    PIC X(03) VALUE 'USD'.
           05  WS-CASH-ACCOUNT          PIC X(08) VALUE '99999999'.
           05  WS-AR-ACCOUNT            PIC X(08) VALUE '99999999'.
           05  WS-CUSTDEP-ACCOUNT       PIC X(08) VALUE '99999999'.
      * The check sequence is shared with APPAYSEL; the voucher
      * sequence is carried forward untouched.
           05  WS-LAST-VOUCHER-NUMBER   PIC 9(06) VALUE 0.
           05  WS-NEXT-CHECK-NUMBER     PIC 9(06) VALUE 0.
           05  WS-CHECK-NUMBER          PIC X(08).
      * The request being worked.
           05  WS-APPROVED-BY-USER      PIC X(08).
           05  WS-REJECT-REASON         PIC X(30).
           05  WS-CREDIT-ITEMS          PIC S9(09)V99.
           05  WS-UNAPPLIED-CASH        PIC S9(09)V99.
           05  WS-DEBIT-ITEMS           PIC S9(09)V99.
           05  WS-NET-CREDIT            PIC S9(09)V99.
           05  WS-REFUND-AMOUNT         PIC S9(07)V99.
           05  WS-AMOUNT-TO-DRAW        PIC S9(07)V99.
           05  WS-DRAW-THIS-RECORD      PIC S9(07)V99.
           05  WS-FROM-UNAPPLIED        PIC S9(07)V99.
           05  WS-FROM-CREDIT-ITEMS     PIC S9(07)V99.
           05  WS-CHECK-ITEM-COUNT      PIC S9(05).
      * Run totals.
           05  WS-REFUNDS-PAID          PIC S9(05) VALUE 0.
           05  WS-REFUNDS-PAID-AMT      PIC S9(09)V99 VALUE 0.
           05  WS-REQUESTS-WAITING      PIC S9(05) VALUE 0.
           05  WS-REQUESTS-REJECTED     PIC S9(05) VALUE 0.
      * External name handed to the shared GENBKUP routine before a
      * file is rewritten in place.
           05  WS-BACKUP-FILE-NAME      PIC X(40).
      * Run-lock fields for the shared RUNLOCK routine, so this run
      * and CASHAPP, CASHDIR, BANKREC, or the payables check run
      * cannot rewrite the same file at once.
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
      * AP-OPEN-ITEM-FILE is not touched, but APPAYSEL runs under
      * its claim, and holding it keeps the two runs from drawing
      * the same check numbers.
       01  LOCK-FILE-NAMES.
           05  FILLER                   PIC X(40)
                   VALUE 'AR-OPEN-ITEM-FILE'.
           05  FILLER                   PIC X(40)
                   VALUE 'CUSTOMER-MASTER-FILE'.
           05  FILLER                   PIC X(40)
                   VALUE 'UNAPPLIED-CASH-FILE'.
           05  FILLER                   PIC X(40)
                   VALUE 'AP-OPEN-ITEM-FILE'.
       01  LOCK-FILE-TABLE REDEFINES LOCK-FILE-NAMES.
           05  LOCK-FILE-ENTRY          PIC X(40) OCCURS 4 TIMES.

       01  WS-ERROR-LOG-FIELDS.
           05  WS-ERR-PROGRAM-NAME      PIC X(08) VALUE 'CUSTRFND'.
           05  WS-ERR-PARAGRAPH-NAME    PIC X(30).
           05  WS-ERR-DESCRIPTION       PIC X(60).
           05  WS-ERR-OFFENDING-DATA    PIC X(30).

       01  RPT-AMOUNT-EDITED            PIC Z(8)9.99-.
       01  RPT-COUNT-EDITED             PIC ZZZZ9.

      * Requests, with what became of each: W still waiting for
      * approval and carried forward, P paid, X rejected.
       01  REQUEST-TABLE.
           05  REQUEST-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-REQUEST-COUNT.
               10  RQT-RECORD           PIC X(40).
               10  RQT-STATUS           PIC X.
                   88  RQT-IS-WAITING       VALUE 'W'.

       01  APPROVAL-TABLE.
           05  APPROVAL-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-APPROVAL-COUNT.
               10  APR-ACCOUNT-NUMBER   PIC X(06).
               10  APR-USER-ID          PIC X(08).
               10  APR-MATCHED-FLAG     PIC X.
                   88  APPROVAL-WAS-MATCHED VALUE 'Y'.

       01  OPEN-ITEM-TABLE.
           05  OPEN-ITEM-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-OPEN-ITEM-COUNT.
               10  OPN-TBL-RECORD       PIC X(100).

       01  CUSTOMER-TABLE.
           05  CUSTOMER-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-CUSTOMER-COUNT.
               10  CST-TBL-RECORD       PIC X(100).

       01  UNAPPLIED-TABLE.
           05  UNAPPLIED-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-UNAPPLIED-COUNT.
               10  UNA-TBL-RECORD       PIC X(100).

       01  SHIP-TO-TABLE.
           05  SHIP-TO-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-SHIP-TO-COUNT.
               10  SHP-TBL-RECORD       PIC X(200).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM CLAIM-RUN-LOCKS
           IF A-RUN-LOCK-WAS-REFUSED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           CALL 'BUSDATE' USING WS-RUN-DATE
           END-CALL
      * The refund entries post under the run date, so a run started
      * after its month was closed must wait for the period decision.
           CALL 'PERDCHK' USING WS-RUN-DATE WS-PERIOD-OPEN-FLAG
           END-CALL
           IF NOT RUN-PERIOD-IS-OPEN
               DISPLAY 'CUSTRFND: the run date falls in a closed '
                   'accounting period - nothing refunded'
               MOVE 'MAIN-LOGIC' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'refund run date in closed period'
                   TO WS-ERR-DESCRIPTION
               MOVE WS-RUN-DATE TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-CUSTRFND-ERROR
               PERFORM RELEASE-RUN-LOCKS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-REFUND-REQUESTS
           PERFORM LOAD-APPROVALS
           IF WS-REQUEST-COUNT = 0 AND WS-APPROVAL-COUNT = 0
               DISPLAY 'CUSTRFND: no refund requests - nothing to '
                   'refund'
               PERFORM RELEASE-RUN-LOCKS
               GOBACK
           END-IF
           PERFORM LOAD-CHART-OF-ACCOUNTS
           PERFORM LOAD-OPEN-ITEMS
           PERFORM LOAD-CUSTOMER-MASTER
           PERFORM LOAD-UNAPPLIED-CASH
           PERFORM LOAD-SHIP-TO-ADDRESSES
           IF A-TABLE-IS-OVER-CAPACITY
               DISPLAY 'CUSTRFND: a file exceeds its table capacity '
                   '- nothing refunded, no files touched'
               MOVE 'MAIN-LOGIC' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'file exceeds refund run table capacity'
                   TO WS-ERR-DESCRIPTION
               MOVE SPACES TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-CUSTRFND-ERROR
               PERFORM RELEASE-RUN-LOCKS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-AP-NUMBER-CONTROL
           PERFORM OPEN-REFUND-OUTPUTS
           PERFORM VARYING WS-REQUEST-INDEX FROM 1 BY 1
                   UNTIL WS-REQUEST-INDEX > WS-REQUEST-COUNT
               PERFORM WORK-ONE-REQUEST
           END-PERFORM
           PERFORM REPORT-UNMATCHED-APPROVALS
           PERFORM CLOSE-REFUND-OUTPUTS
           IF WS-REFUNDS-PAID > 0
               PERFORM REWRITE-OPEN-ITEMS
               PERFORM REWRITE-CUSTOMER-MASTER
               PERFORM REWRITE-UNAPPLIED-CASH
               PERFORM SAVE-AP-NUMBER-CONTROL
           END-IF
           PERFORM REWRITE-REFUND-REQUESTS
           OPEN OUTPUT REFUND-APPROVAL-FILE
           CLOSE REFUND-APPROVAL-FILE
           PERFORM RELEASE-RUN-LOCKS
           MOVE WS-REFUNDS-PAID-AMT TO RPT-AMOUNT-EDITED
           DISPLAY 'CUSTRFND: ' WS-REFUNDS-PAID ' refund(s) paid, '
               'total ' RPT-AMOUNT-EDITED ', ' WS-REQUESTS-WAITING
               ' waiting for approval, ' WS-REQUESTS-REJECTED
               ' rejected'
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
               DISPLAY 'CUSTRFND: ' WS-LOCK-FILE-NAME
                   ' is locked by ' WS-LOCK-HOLDER-NAME
                   ' - run refused'
               MOVE 'CLAIM-RUN-LOCKS' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'master locked by another program'
                   TO WS-ERR-DESCRIPTION
               MOVE WS-LOCK-HOLDER-NAME TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-CUSTRFND-ERROR
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

       LOG-CUSTRFND-ERROR.
           CALL 'LOGERROR' USING WS-ERR-PROGRAM-NAME
               WS-ERR-PARAGRAPH-NAME WS-ERR-DESCRIPTION
               WS-ERR-OFFENDING-DATA
           END-CALL.

      *---------------------------------------------------------------
      * Loads the refund requests, record images intact.

       LOAD-REFUND-REQUESTS.
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
                       IF RFQ-ACCOUNT-NUMBER NOT = SPACES
                           IF WS-REQUEST-COUNT = 500
                               SET A-TABLE-IS-OVER-CAPACITY TO TRUE
                               SET END-OF-CURRENT-FILE TO TRUE
                           ELSE
                               ADD 1 TO WS-REQUEST-COUNT
                               MOVE REFUND-REQUEST-RECORD
                                   TO RQT-RECORD(WS-REQUEST-COUNT)
                               MOVE 'W'
                                   TO RQT-STATUS(WS-REQUEST-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-REQUEST-FILE-STATUS = '00' OR '10'
               CLOSE REFUND-REQUEST-FILE
           END-IF.

      *---------------------------------------------------------------
      * Loads the credit manager's approved accounts and the
      * approving user IDs.

       LOAD-APPROVALS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT REFUND-APPROVAL-FILE
           IF WS-APPROVAL-FILE-STATUS NOT = '00'
               SET END-OF-CURRENT-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ REFUND-APPROVAL-FILE
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       IF RAP-ACCOUNT-NUMBER NOT = SPACES
                           IF WS-APPROVAL-COUNT = 500
                               SET A-TABLE-IS-OVER-CAPACITY TO TRUE
                               SET END-OF-CURRENT-FILE TO TRUE
                           ELSE
                               PERFORM KEEP-ONE-APPROVAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-APPROVAL-FILE-STATUS = '00' OR '10'
               CLOSE REFUND-APPROVAL-FILE
           END-IF.

      *---------------------------------------------------------------
      * Moves the approval record just read into the next table slot.

       KEEP-ONE-APPROVAL.
           ADD 1 TO WS-APPROVAL-COUNT
           MOVE RAP-ACCOUNT-NUMBER
               TO APR-ACCOUNT-NUMBER(WS-APPROVAL-COUNT)
           MOVE RAP-USER-ID TO APR-USER-ID(WS-APPROVAL-COUNT)
           MOVE 'N' TO APR-MATCHED-FLAG(WS-APPROVAL-COUNT).

      *---------------------------------------------------------------
      * Resolves the cash, receivables, and customer-deposits
      * accounts from the chart. A missing posting key leaves the
      * loud suspense default.

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
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE CHART-OF-ACCOUNTS-FILE
           IF WS-CASH-ACCOUNT = '99999999'
               OR WS-AR-ACCOUNT = '99999999'
               OR WS-CUSTDEP-ACCOUNT = '99999999'
               DISPLAY '*** WARNING: chart of accounts is missing a '
                   'posting key - entries will post to suspense ***'
               MOVE 'LOAD-CHART-OF-ACCOUNTS' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'posting key missing from chart of accounts'
                   TO WS-ERR-DESCRIPTION
               MOVE SPACES TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-CUSTRFND-ERROR
           END-IF.

      *---------------------------------------------------------------
      * Loads AR-OPEN-ITEM-FILE, record images intact.

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
                       IF WS-CUSTOMER-COUNT = 500
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
      * Loads UNAPPLIED-CASH-FILE, record images intact. File order
      * is posting order, so the oldest money is drawn first.

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
                       END-IF
               END-READ
           END-PERFORM
           IF WS-UNAPPLIED-FILE-STATUS = '00' OR '10'
               CLOSE UNAPPLIED-CASH-FILE
           END-IF.

      *---------------------------------------------------------------
      * Loads the ship-to master the refund checks are addressed
      * from.

       LOAD-SHIP-TO-ADDRESSES.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SHIP-TO-MASTER-FILE
           IF WS-SHIP-TO-FILE-STATUS NOT = '00'
               SET END-OF-CURRENT-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ SHIP-TO-MASTER-FILE
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       IF WS-SHIP-TO-COUNT = 500
                           SET A-TABLE-IS-OVER-CAPACITY TO TRUE
                           SET END-OF-CURRENT-FILE TO TRUE
                       ELSE
                           ADD 1 TO WS-SHIP-TO-COUNT
                           MOVE SHIP-TO-MASTER-RECORD
                               TO SHP-TBL-RECORD(WS-SHIP-TO-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SHIP-TO-FILE-STATUS = '00' OR '10'
               CLOSE SHIP-TO-MASTER-FILE
           END-IF.

      *---------------------------------------------------------------
      * Reads the last voucher and check numbers.

       LOAD-AP-NUMBER-CONTROL.
           OPEN INPUT AP-NUMBER-CONTROL-FILE
           IF WS-AP-CONTROL-STATUS = '00'
               READ AP-NUMBER-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE APC-LAST-VOUCHER-NUMBER
                           TO WS-LAST-VOUCHER-NUMBER
                       MOVE APC-LAST-CHECK-NUMBER
                           TO WS-NEXT-CHECK-NUMBER
               END-READ
               CLOSE AP-NUMBER-CONTROL-FILE
           END-IF.

      *---------------------------------------------------------------
      * Rewrites the control file with the last check number used,
      * carrying the voucher sequence forward untouched.

       SAVE-AP-NUMBER-CONTROL.
           MOVE 'AP-NUMBER-CONTROL' TO WS-BACKUP-FILE-NAME
           CALL 'GENBKUP' USING WS-BACKUP-FILE-NAME
           END-CALL
           OPEN OUTPUT AP-NUMBER-CONTROL-FILE
           MOVE WS-LAST-VOUCHER-NUMBER TO APC-LAST-VOUCHER-NUMBER
           MOVE WS-NEXT-CHECK-NUMBER TO APC-LAST-CHECK-NUMBER
           WRITE AP-NUMBER-CONTROL-RECORD
           CLOSE AP-NUMBER-CONTROL-FILE.

      *---------------------------------------------------------------
      * Opens the check, journal, cash-application, and audit files
      * for append and the register for this run, and prints the
      * register headings.

       OPEN-REFUND-OUTPUTS.
           OPEN EXTEND AP-CHECK-FILE
           IF WS-AP-CHECK-STATUS = '35'
               OPEN OUTPUT AP-CHECK-FILE
           END-IF
           OPEN EXTEND JOURNAL-ENTRY-FILE
           IF WS-JOURNAL-FILE-STATUS = '35'
               OPEN OUTPUT JOURNAL-ENTRY-FILE
           END-IF
           OPEN EXTEND CASH-APPLIED-FILE
           IF WS-APPLIED-FILE-STATUS = '35'
               OPEN OUTPUT CASH-APPLIED-FILE
           END-IF
           OPEN EXTEND REFUND-AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = '35'
               OPEN OUTPUT REFUND-AUDIT-FILE
           END-IF
           OPEN OUTPUT REFUND-REGISTER-FILE
           MOVE SPACES TO REFUND-REGISTER-LINE
           STRING 'ACME DISTRIBUTING CO.' DELIMITED BY SIZE
               INTO REFUND-REGISTER-LINE
           WRITE REFUND-REGISTER-LINE
           MOVE SPACES TO REFUND-REGISTER-LINE
           STRING 'CUSTOMER REFUND REGISTER - RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO REFUND-REGISTER-LINE
           WRITE REFUND-REGISTER-LINE
           MOVE SPACES TO REFUND-REGISTER-LINE
           WRITE REFUND-REGISTER-LINE
           MOVE SPACES TO REFUND-REGISTER-LINE
           STRING 'CHECK     ACCOUNT CUSTOMER           '
               '  CREDIT ITEMS      UNAPPLIED         REFUND  '
               'APPROVED BY' DELIMITED BY SIZE
               INTO REFUND-REGISTER-LINE
           WRITE REFUND-REGISTER-LINE.

      *---------------------------------------------------------------
      * Prints the run totals and closes the outputs.

       CLOSE-REFUND-OUTPUTS.
           MOVE SPACES TO REFUND-REGISTER-LINE
           WRITE REFUND-REGISTER-LINE
           MOVE SPACES TO REFUND-REGISTER-LINE
           MOVE WS-REFUNDS-PAID TO RPT-COUNT-EDITED
           STRING 'REFUNDS PAID:        ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO REFUND-REGISTER-LINE
           MOVE WS-REFUNDS-PAID-AMT TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED TO REFUND-REGISTER-LINE(69:13)
           WRITE REFUND-REGISTER-LINE
           MOVE SPACES TO REFUND-REGISTER-LINE
           MOVE WS-REQUESTS-WAITING TO RPT-COUNT-EDITED
           STRING 'AWAITING APPROVAL:   ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO REFUND-REGISTER-LINE
           WRITE REFUND-REGISTER-LINE
           MOVE SPACES TO REFUND-REGISTER-LINE
           MOVE WS-REQUESTS-REJECTED TO RPT-COUNT-EDITED
           STRING 'REJECTED:            ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO REFUND-REGISTER-LINE
           WRITE REFUND-REGISTER-LINE
           CLOSE REFUND-REGISTER-FILE
           CLOSE REFUND-AUDIT-FILE
           CLOSE CASH-APPLIED-FILE
           CLOSE JOURNAL-ENTRY-FILE
           CLOSE AP-CHECK-FILE.

      *---------------------------------------------------------------
      * Decides what happens to one request: left waiting when it
      * has no approval yet, rejected when the approval cannot stand
      * or there is nothing to pay, and otherwise paid.

       WORK-ONE-REQUEST.
           MOVE RQT-RECORD(WS-REQUEST-INDEX) TO REFUND-REQUEST-RECORD
           PERFORM FIND-REQUEST-APPROVAL
           MOVE SPACES TO WS-REJECT-REASON
           IF REQUEST-IS-APPROVED
               PERFORM FIND-REQUEST-CUSTOMER
               PERFORM FIND-SHIP-TO-ADDRESS
               PERFORM ADD-UP-ACCOUNT-CREDIT
               IF RFQ-AMOUNT > 0
                   MOVE RFQ-AMOUNT TO WS-REFUND-AMOUNT
               ELSE
                   MOVE WS-NET-CREDIT TO WS-REFUND-AMOUNT
               END-IF
               EVALUATE TRUE
                   WHEN WS-APPROVED-BY-USER = RFQ-REQUESTED-BY
                       MOVE 'APPROVED BY THE REQUESTER'
                           TO WS-REJECT-REASON
                   WHEN WS-CUSTOMER-INDEX = 0
                       MOVE 'NOT ON THE CUSTOMER MASTER'
                           TO WS-REJECT-REASON
                   WHEN RFQ-AMOUNT < 0
                       MOVE 'REQUESTED AMOUNT IS NEGATIVE'
                           TO WS-REJECT-REASON
                   WHEN WS-NET-CREDIT NOT > 0
                       MOVE 'NO CREDIT BALANCE TO REFUND'
                           TO WS-REJECT-REASON
                   WHEN WS-REFUND-AMOUNT > WS-NET-CREDIT
                       MOVE 'MORE THAN THE CREDIT BALANCE'
                           TO WS-REJECT-REASON
                   WHEN WS-SHIP-TO-INDEX = 0
                       MOVE 'NO ADDRESS TO MAIL A CHECK TO'
                           TO WS-REJECT-REASON
                   WHEN OTHER
                       PERFORM PAY-ONE-REFUND
               END-EVALUATE
               IF WS-REJECT-REASON NOT = SPACES
                   PERFORM REJECT-ONE-REQUEST
               END-IF
           ELSE
               ADD 1 TO WS-REQUESTS-WAITING
               MOVE SPACES TO REFUND-REGISTER-LINE
               MOVE RFQ-ACCOUNT-NUMBER TO REFUND-REGISTER-LINE(11:6)
               STRING 'AWAITING APPROVAL - REQUESTED '
                   RFQ-REQUEST-DATE ' BY ' RFQ-REQUESTED-BY
                   DELIMITED BY SIZE
                   INTO REFUND-REGISTER-LINE(41:60)
               WRITE REFUND-REGISTER-LINE
           END-IF.

      *---------------------------------------------------------------
      * Looks the request's account up on the approval list, noting
      * the approving user.

       FIND-REQUEST-APPROVAL.
           MOVE 'N' TO WS-APPROVED-FLAG
           MOVE SPACES TO WS-APPROVED-BY-USER
           PERFORM VARYING WS-APPROVAL-INDEX FROM 1 BY 1
                   UNTIL WS-APPROVAL-INDEX > WS-APPROVAL-COUNT
                      OR REQUEST-IS-APPROVED
               IF APR-ACCOUNT-NUMBER(WS-APPROVAL-INDEX)
                       = RFQ-ACCOUNT-NUMBER
                   AND NOT APPROVAL-WAS-MATCHED(WS-APPROVAL-INDEX)
                   SET REQUEST-IS-APPROVED TO TRUE
                   SET APPROVAL-WAS-MATCHED(WS-APPROVAL-INDEX)
                       TO TRUE
                   MOVE APR-USER-ID(WS-APPROVAL-INDEX)
                       TO WS-APPROVED-BY-USER
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Points WS-CUSTOMER-INDEX at the request's account, or leaves
      * it zero.

       FIND-REQUEST-CUSTOMER.
           MOVE 0 TO WS-CUSTOMER-INDEX
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                   UNTIL WS-TABLE-INDEX > WS-CUSTOMER-COUNT
                      OR WS-CUSTOMER-INDEX > 0
               MOVE CST-TBL-RECORD(WS-TABLE-INDEX)
                   TO CUSTOMER-MASTER-RECORD
               IF CST-ACCOUNT-NUMBER = RFQ-ACCOUNT-NUMBER
                   MOVE WS-TABLE-INDEX TO WS-CUSTOMER-INDEX
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Points WS-SHIP-TO-INDEX at the account's first ship-to
      * address, or leaves it zero.

       FIND-SHIP-TO-ADDRESS.
           MOVE 0 TO WS-SHIP-TO-INDEX
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                   UNTIL WS-TABLE-INDEX > WS-SHIP-TO-COUNT
                      OR WS-SHIP-TO-INDEX > 0
               MOVE SHP-TBL-RECORD(WS-TABLE-INDEX)
                   TO SHIP-TO-MASTER-RECORD
               IF SHT-ACCOUNT-NUMBER = RFQ-ACCOUNT-NUMBER
                   MOVE WS-TABLE-INDEX TO WS-SHIP-TO-INDEX
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Totals what the account holds and owes as of this moment in
      * the run: its home-currency credit items (as a positive
      * amount), its on-account cash, and its home-currency debit
      * items. The net credit is what can be paid back.

       ADD-UP-ACCOUNT-CREDIT.
           MOVE 0 TO WS-CREDIT-ITEMS
           MOVE 0 TO WS-UNAPPLIED-CASH
           MOVE 0 TO WS-DEBIT-ITEMS
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                   UNTIL WS-TABLE-INDEX > WS-OPEN-ITEM-COUNT
               MOVE OPN-TBL-RECORD(WS-TABLE-INDEX)
                   TO AR-OPEN-ITEM-RECORD
               IF ARO-ACCOUNT-NUMBER = RFQ-ACCOUNT-NUMBER
                   AND (ARO-CURRENCY-CODE = WS-HOME-CURRENCY-CODE
                        OR ARO-CURRENCY-CODE = SPACES)
                   IF ARO-OPEN-AMOUNT < 0
                       SUBTRACT ARO-OPEN-AMOUNT FROM WS-CREDIT-ITEMS
                   ELSE
                       ADD ARO-OPEN-AMOUNT TO WS-DEBIT-ITEMS
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                   UNTIL WS-TABLE-INDEX > WS-UNAPPLIED-COUNT
               MOVE UNA-TBL-RECORD(WS-TABLE-INDEX)
                   TO UNAPPLIED-CASH-RECORD
               IF UNC-ACCOUNT-NUMBER = RFQ-ACCOUNT-NUMBER
                   ADD UNC-AMOUNT TO WS-UNAPPLIED-CASH
               END-IF
           END-PERFORM
           COMPUTE WS-NET-CREDIT =
               WS-CREDIT-ITEMS + WS-UNAPPLIED-CASH - WS-DEBIT-ITEMS.

      *---------------------------------------------------------------
      * Pays one approved refund: draws the money from the account's
      * credits, and writes the check, the entry, the audit record,
      * and the register line.

       PAY-ONE-REFUND.
           MOVE 'P' TO RQT-STATUS(WS-REQUEST-INDEX)
           ADD 1 TO WS-REFUNDS-PAID
           ADD WS-REFUND-AMOUNT TO WS-REFUNDS-PAID-AMT
           ADD 1 TO WS-NEXT-CHECK-NUMBER
           MOVE SPACES TO WS-CHECK-NUMBER
           STRING 'CK' WS-NEXT-CHECK-NUMBER DELIMITED BY SIZE
               INTO WS-CHECK-NUMBER
           MOVE 0 TO WS-CHECK-ITEM-COUNT
           MOVE WS-REFUND-AMOUNT TO WS-AMOUNT-TO-DRAW
           PERFORM DRAW-FROM-UNAPPLIED-CASH
           PERFORM DRAW-FROM-CREDIT-ITEMS
           MOVE CST-TBL-RECORD(WS-CUSTOMER-INDEX)
               TO CUSTOMER-MASTER-RECORD
           ADD WS-FROM-CREDIT-ITEMS TO CST-BALANCE
           MOVE CUSTOMER-MASTER-RECORD
               TO CST-TBL-RECORD(WS-CUSTOMER-INDEX)
           PERFORM WRITE-REFUND-CHECK
           PERFORM WRITE-REFUND-JOURNAL-ENTRIES
           PERFORM WRITE-REFUND-AUDIT
           MOVE SPACES TO REFUND-REGISTER-LINE
           MOVE WS-CHECK-NUMBER TO REFUND-REGISTER-LINE(1:8)
           MOVE RFQ-ACCOUNT-NUMBER TO REFUND-REGISTER-LINE(11:6)
           MOVE CST-CUSTOMER-NAME TO REFUND-REGISTER-LINE(19:19)
           MOVE WS-FROM-CREDIT-ITEMS TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED TO REFUND-REGISTER-LINE(39:13)
           MOVE WS-FROM-UNAPPLIED TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED TO REFUND-REGISTER-LINE(54:13)
           MOVE WS-REFUND-AMOUNT TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED TO REFUND-REGISTER-LINE(69:13)
           MOVE WS-APPROVED-BY-USER TO REFUND-REGISTER-LINE(84:8)
           WRITE REFUND-REGISTER-LINE.

      *---------------------------------------------------------------
      * Draws the account's on-account cash down, oldest first. A
      * record drawn to zero is dropped when the file is rewritten,
      * the same housekeeping CASHDIR does.

       DRAW-FROM-UNAPPLIED-CASH.
           MOVE 0 TO WS-FROM-UNAPPLIED
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                   UNTIL WS-TABLE-INDEX > WS-UNAPPLIED-COUNT
                      OR WS-AMOUNT-TO-DRAW = 0
               MOVE UNA-TBL-RECORD(WS-TABLE-INDEX)
                   TO UNAPPLIED-CASH-RECORD
               IF UNC-ACCOUNT-NUMBER = RFQ-ACCOUNT-NUMBER
                   AND UNC-AMOUNT > 0
                   IF UNC-AMOUNT NOT > WS-AMOUNT-TO-DRAW
                       MOVE UNC-AMOUNT TO WS-DRAW-THIS-RECORD
                   ELSE
                       MOVE WS-AMOUNT-TO-DRAW TO WS-DRAW-THIS-RECORD
                   END-IF
                   SUBTRACT WS-DRAW-THIS-RECORD FROM UNC-AMOUNT
                   SUBTRACT WS-DRAW-THIS-RECORD FROM WS-AMOUNT-TO-DRAW
                   ADD WS-DRAW-THIS-RECORD TO WS-FROM-UNAPPLIED
                   ADD 1 TO WS-CHECK-ITEM-COUNT
                   MOVE UNAPPLIED-CASH-RECORD
                       TO UNA-TBL-RECORD(WS-TABLE-INDEX)
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Relieves the account's home-currency credit items, oldest
      * first, for whatever the on-account cash did not cover, and
      * records each on CASH-APPLIED-FILE as a negative REFUND
      * application against the credit item. A credit item relieved
      * to zero is dropped when the file is rewritten.

       DRAW-FROM-CREDIT-ITEMS.
           MOVE 0 TO WS-FROM-CREDIT-ITEMS
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                   UNTIL WS-TABLE-INDEX > WS-OPEN-ITEM-COUNT
                      OR WS-AMOUNT-TO-DRAW = 0
               MOVE OPN-TBL-RECORD(WS-TABLE-INDEX)
                   TO AR-OPEN-ITEM-RECORD
               IF ARO-ACCOUNT-NUMBER = RFQ-ACCOUNT-NUMBER
                   AND ARO-OPEN-AMOUNT < 0
                   AND (ARO-CURRENCY-CODE = WS-HOME-CURRENCY-CODE
                        OR ARO-CURRENCY-CODE = SPACES)
                   COMPUTE WS-DRAW-THIS-RECORD = 0 - ARO-OPEN-AMOUNT
                   IF WS-DRAW-THIS-RECORD > WS-AMOUNT-TO-DRAW
                       MOVE WS-AMOUNT-TO-DRAW TO WS-DRAW-THIS-RECORD
                   END-IF
                   ADD WS-DRAW-THIS-RECORD TO ARO-OPEN-AMOUNT
                   SUBTRACT WS-DRAW-THIS-RECORD FROM WS-AMOUNT-TO-DRAW
                   ADD WS-DRAW-THIS-RECORD TO WS-FROM-CREDIT-ITEMS
                   ADD 1 TO WS-CHECK-ITEM-COUNT
                   MOVE AR-OPEN-ITEM-RECORD
                       TO OPN-TBL-RECORD(WS-TABLE-INDEX)
                   MOVE ARO-ACCOUNT-NUMBER TO CAP-ACCOUNT-NUMBER
                   MOVE ARO-CUSTOMER-NAME TO CAP-CUSTOMER-NAME
                   MOVE ARO-INV-NUMBER TO CAP-INV-NUMBER
                   COMPUTE CAP-AMOUNT = 0 - WS-DRAW-THIS-RECORD
                   MOVE WS-RUN-DATE TO CAP-PAYMENT-DATE
                   MOVE WS-RUN-DATE TO CAP-APPLIED-DATE
                   MOVE 0 TO CAP-DISCOUNT-AMOUNT
                   SET CAP-IS-REFUND TO TRUE
                   WRITE CASH-APPLIED-RECORD
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Writes the refund check to AP-CHECK-FILE, payable to the
      * customer at its ship-to address, for treasury to print with
      * the payables checks.

       WRITE-REFUND-CHECK.
           MOVE SHP-TBL-RECORD(WS-SHIP-TO-INDEX)
               TO SHIP-TO-MASTER-RECORD
           MOVE WS-CHECK-NUMBER TO APK-CHECK-NUMBER
           MOVE WS-RUN-DATE TO APK-CHECK-DATE
           MOVE RFQ-ACCOUNT-NUMBER TO APK-PAYEE-ID
           MOVE CST-CUSTOMER-NAME TO APK-PAYEE-NAME
           MOVE SHT-ADDRESS-LINE-1 TO APK-ADDRESS-LINE-1
           MOVE SHT-ADDRESS-LINE-2 TO APK-ADDRESS-LINE-2
           MOVE SHT-CITY TO APK-CITY
           MOVE SHT-STATE TO APK-STATE
           MOVE SHT-ZIP TO APK-ZIP
           MOVE WS-REFUND-AMOUNT TO APK-CHECK-AMOUNT
           MOVE WS-CHECK-ITEM-COUNT TO APK-ITEM-COUNT
           WRITE AP-CHECK-RECORD.

      *---------------------------------------------------------------
      * Posts the refund: debit receivables for the credit items
      * relieved and customer deposits for the on-account cash
      * drawn, credit cash for the check.

       WRITE-REFUND-JOURNAL-ENTRIES.
           MOVE WS-RUN-DATE TO JRN-INV-DATE
           MOVE WS-CHECK-NUMBER TO JRN-INV-NUMBER
           IF WS-FROM-CREDIT-ITEMS NOT = 0
               MOVE WS-AR-ACCOUNT TO JRN-ACCOUNT-NUMBER
               MOVE 'D' TO JRN-DEBIT-CREDIT-CODE
               MOVE WS-FROM-CREDIT-ITEMS TO JRN-AMOUNT
               WRITE JOURNAL-ENTRY-RECORD
           END-IF
           IF WS-FROM-UNAPPLIED NOT = 0
               MOVE WS-CUSTDEP-ACCOUNT TO JRN-ACCOUNT-NUMBER
               MOVE 'D' TO JRN-DEBIT-CREDIT-CODE
               MOVE WS-FROM-UNAPPLIED TO JRN-AMOUNT
               WRITE JOURNAL-ENTRY-RECORD
           END-IF
           MOVE WS-CASH-ACCOUNT TO JRN-ACCOUNT-NUMBER
           MOVE 'C' TO JRN-DEBIT-CREDIT-CODE
           MOVE WS-REFUND-AMOUNT TO JRN-AMOUNT
           WRITE JOURNAL-ENTRY-RECORD.

      *---------------------------------------------------------------
      * Appends the permanent record of who was refunded, from what,
      * and on whose request and approval.

       WRITE-REFUND-AUDIT.
           MOVE WS-CHECK-NUMBER TO RFA-CHECK-NUMBER
           MOVE RFQ-ACCOUNT-NUMBER TO RFA-ACCOUNT-NUMBER
           MOVE CST-CUSTOMER-NAME TO RFA-CUSTOMER-NAME
           MOVE WS-RUN-DATE TO RFA-REFUND-DATE
           MOVE WS-REFUND-AMOUNT TO RFA-REFUND-AMOUNT
           MOVE WS-FROM-CREDIT-ITEMS TO RFA-FROM-CREDIT-ITEMS
           MOVE WS-FROM-UNAPPLIED TO RFA-FROM-UNAPPLIED
           MOVE RFQ-REQUESTED-BY TO RFA-REQUESTED-BY
           MOVE WS-APPROVED-BY-USER TO RFA-APPROVED-BY
           WRITE REFUND-AUDIT-RECORD.

      *---------------------------------------------------------------
      * Reports and logs an approved request that cannot be paid.
      * The request is dropped with its approval; the cash office
      * keys a corrected request if one is still wanted.

       REJECT-ONE-REQUEST.
           MOVE 'X' TO RQT-STATUS(WS-REQUEST-INDEX)
           ADD 1 TO WS-REQUESTS-REJECTED
           MOVE SPACES TO REFUND-REGISTER-LINE
           MOVE RFQ-ACCOUNT-NUMBER TO REFUND-REGISTER-LINE(11:6)
           STRING '*** REJECTED - ' WS-REJECT-REASON
               DELIMITED BY SIZE INTO REFUND-REGISTER-LINE(41:50)
           MOVE WS-APPROVED-BY-USER TO REFUND-REGISTER-LINE(84:8)
           WRITE REFUND-REGISTER-LINE
           MOVE 'WORK-ONE-REQUEST' TO WS-ERR-PARAGRAPH-NAME
           MOVE 'approved refund request rejected' TO
               WS-ERR-DESCRIPTION
           MOVE SPACES TO WS-ERR-OFFENDING-DATA
           STRING RFQ-ACCOUNT-NUMBER ' ' WS-REJECT-REASON
               DELIMITED BY SIZE INTO WS-ERR-OFFENDING-DATA
           PERFORM LOG-CUSTRFND-ERROR.

      *---------------------------------------------------------------
      * Reports and logs any approval that matched no request -
      * usually a mis-keyed account or a request never entered - so
      * the credit manager knows the approval went nowhere.

       REPORT-UNMATCHED-APPROVALS.
           PERFORM VARYING WS-APPROVAL-INDEX FROM 1 BY 1
                   UNTIL WS-APPROVAL-INDEX > WS-APPROVAL-COUNT
               IF NOT APPROVAL-WAS-MATCHED(WS-APPROVAL-INDEX)
                   MOVE SPACES TO REFUND-REGISTER-LINE
                   MOVE APR-ACCOUNT-NUMBER(WS-APPROVAL-INDEX)
                       TO REFUND-REGISTER-LINE(11:6)
                   MOVE '*** APPROVAL MATCHES NO REFUND REQUEST'
                       TO REFUND-REGISTER-LINE(41:38)
                   MOVE APR-USER-ID(WS-APPROVAL-INDEX)
                       TO REFUND-REGISTER-LINE(84:8)
                   WRITE REFUND-REGISTER-LINE
                   MOVE 'REPORT-UNMATCHED-APPROVALS'
                       TO WS-ERR-PARAGRAPH-NAME
                   MOVE 'refund approval matches no request'
                       TO WS-ERR-DESCRIPTION
                   MOVE APR-ACCOUNT-NUMBER(WS-APPROVAL-INDEX)
                       TO WS-ERR-OFFENDING-DATA
                   PERFORM LOG-CUSTRFND-ERROR
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Rewrites AR-OPEN-ITEM-FILE, dropping the credit items the
      * refunds relieved to zero.

       REWRITE-OPEN-ITEMS.
           MOVE 'AR-OPEN-ITEM-FILE' TO WS-BACKUP-FILE-NAME
           CALL 'GENBKUP' USING WS-BACKUP-FILE-NAME
           END-CALL
           OPEN OUTPUT AR-OPEN-ITEM-FILE
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                   UNTIL WS-TABLE-INDEX > WS-OPEN-ITEM-COUNT
               MOVE OPN-TBL-RECORD(WS-TABLE-INDEX)
                   TO AR-OPEN-ITEM-RECORD
               IF ARO-OPEN-AMOUNT NOT = 0
                   WRITE AR-OPEN-ITEM-RECORD
               END-IF
           END-PERFORM
           CLOSE AR-OPEN-ITEM-FILE.

      *---------------------------------------------------------------
      * Rewrites CUSTOMER-MASTER-FILE with the refunded balances.

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
      * Rewrites UNAPPLIED-CASH-FILE without the records the refunds
      * drew down to zero.

       REWRITE-UNAPPLIED-CASH.
           MOVE 'UNAPPLIED-CASH-FILE' TO WS-BACKUP-FILE-NAME
           CALL 'GENBKUP' USING WS-BACKUP-FILE-NAME
           END-CALL
           OPEN OUTPUT UNAPPLIED-CASH-FILE
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                   UNTIL WS-TABLE-INDEX > WS-UNAPPLIED-COUNT
               MOVE UNA-TBL-RECORD(WS-TABLE-INDEX)
                   TO UNAPPLIED-CASH-RECORD
               IF UNC-AMOUNT NOT = 0
                   WRITE UNAPPLIED-CASH-RECORD
               END-IF
           END-PERFORM
           CLOSE UNAPPLIED-CASH-FILE.

      *---------------------------------------------------------------
      * Rewrites REFUND-REQUEST-FILE with only the requests still
      * waiting for approval.

       REWRITE-REFUND-REQUESTS.
           OPEN OUTPUT REFUND-REQUEST-FILE
           PERFORM VARYING WS-REQUEST-INDEX FROM 1 BY 1
                   UNTIL WS-REQUEST-INDEX > WS-REQUEST-COUNT
               IF RQT-IS-WAITING(WS-REQUEST-INDEX)
                   MOVE RQT-RECORD(WS-REQUEST-INDEX)
                       TO REFUND-REQUEST-RECORD
                   WRITE REFUND-REQUEST-RECORD
               END-IF
           END-PERFORM
           CLOSE REFUND-REQUEST-FILE.
