      *****************************************************************
      * Program name:    APMATCH
      * Original author: Dave Nicolette
      *
      * Vendor invoice entry with three-way match.
      *
      * Reads the vendor invoice lines keyed on VENDOR-INVOICE-TRANS-
      * FILE, together with the lines still held from earlier runs
      * on AP-MATCH-HOLD-FILE, and matches every product line three
      * ways: the vendor and price against the PO line on OPEN-PO-
      * FILE, and the quantity against what INVRECV received on the
      * line and no earlier invoice has billed for. A price off the
      * PO cost by more than PRICE-TOLERANCE-PCT, or a quantity over
      * the received-and-unbilled quantity by more than
      * QUANTITY-TOLERANCE-PCT, holds the whole invoice from payment
      * and prints it on AP-MATCH-EXCEPTION-REPORT; so does a line
      * naming no PO line, or a vendor not on VENDOR-MASTER-FILE.
      * Held invoices stay on the hold file and are matched again
      * each run, so a short receipt that is made good clears its
      * invoice without rekeying. A tolerance exception the buyer
      * has settled with the vendor is released by an entry on
      * AP-MATCH-OVERRIDE-FILE from someone other than the keyer.
      *
      * A matched invoice gets a voucher number, lands on AP-OPEN-
      * ITEM-FILE with due and discount dates from the vendor's
      * terms, adds its quantities to the PO lines' billed quantity,
      * and posts to JOURNAL-ENTRY-FILE - inventory for the product
      * lines and purchase expense for the expense lines, against
      * accounts payable - so it flows through JRNPROOF and GLPOST
      * with everything else. A second keying of an invoice already
      * vouchered is rejected outright.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  APMATCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-INVOICE-TRANS-FILE
               ASSIGN TO "VENDOR-INVOICE-TRANS-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AP-MATCH-HOLD-FILE ASSIGN TO "AP-MATCH-HOLD-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT AP-MATCH-OVERRIDE-FILE
               ASSIGN TO "AP-MATCH-OVERRIDE-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-FILE-STATUS.
           SELECT VENDOR-MASTER-FILE ASSIGN TO "VENDOR-MASTER-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPEN-PO-FILE ASSIGN TO "OPEN-PO-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-PO-STATUS.
           SELECT AP-OPEN-ITEM-FILE ASSIGN TO "AP-OPEN-ITEM-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-OPEN-STATUS.
           SELECT AP-NUMBER-CONTROL-FILE
               ASSIGN TO "AP-NUMBER-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-CONTROL-STATUS.
           SELECT CHART-OF-ACCOUNTS-FILE
               ASSIGN TO "CHART-OF-ACCOUNTS-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-ENTRY-FILE ASSIGN TO "JOURNAL-ENTRY-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AP-VOUCHER-REGISTER
               ASSIGN TO "AP-VOUCHER-REGISTER"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AP-MATCH-EXCEPTION-REPORT
               ASSIGN TO "AP-MATCH-EXCEPTION-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-INVOICE-TRANS-FILE.
       COPY APINVTRN.

       FD  AP-MATCH-HOLD-FILE.
       01  AP-MATCH-HOLD-RECORD         PIC X(73).

      * One record per held invoice the buyer has settled with the
      * vendor: releases its price and quantity exceptions.
       FD  AP-MATCH-OVERRIDE-FILE.
       01  AP-MATCH-OVERRIDE-RECORD.
           05  AMO-VENDOR-ID            PIC X(10).
           05  AMO-INVOICE-NUMBER       PIC X(10).
           05  AMO-USER-ID              PIC X(08).

       FD  VENDOR-MASTER-FILE.
       COPY VENDMAST.

       FD  OPEN-PO-FILE.
       COPY OPENPO.

       FD  AP-OPEN-ITEM-FILE.
       COPY APOPEN.

       FD  AP-NUMBER-CONTROL-FILE.
       COPY APCTL.

       FD  CHART-OF-ACCOUNTS-FILE.
       COPY CHARTACC.

       FD  JOURNAL-ENTRY-FILE.
       COPY JRNENTRY.

       FD  AP-VOUCHER-REGISTER.
       01  VOUCHER-REGISTER-LINE        PIC X(132).

       FD  AP-MATCH-EXCEPTION-REPORT.
       01  MATCH-EXCEPTION-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILLER.
           05  WS-TRANS-EOF-FLAG        PIC X VALUE 'N'.
               88  END-OF-TRANS-FILE        VALUE 'Y'.
           05  WS-HOLD-EOF-FLAG         PIC X VALUE 'N'.
               88  END-OF-HOLD-FILE         VALUE 'Y'.
           05  WS-OVERRIDE-EOF-FLAG     PIC X VALUE 'N'.
               88  END-OF-OVERRIDE-FILE     VALUE 'Y'.
           05  WS-VENDOR-EOF-FLAG       PIC X VALUE 'N'.
               88  END-OF-VENDOR-MASTER-FILE VALUE 'Y'.
           05  WS-OPEN-PO-EOF-FLAG      PIC X VALUE 'N'.
               88  END-OF-OPEN-PO-FILE      VALUE 'Y'.
           05  WS-AP-OPEN-EOF-FLAG      PIC X VALUE 'N'.
               88  END-OF-AP-OPEN-FILE      VALUE 'Y'.
           05  WS-CHART-EOF-FLAG        PIC X VALUE 'N'.
               88  END-OF-CHART-FILE        VALUE 'Y'.
      * A '35' on any of these is a file that does not exist yet -
      * the first hold, override, PO, or voucher the shop has had.
           05  WS-HOLD-FILE-STATUS      PIC XX.
           05  WS-OVERRIDE-FILE-STATUS  PIC XX.
           05  WS-OPEN-PO-STATUS        PIC XX.
           05  WS-AP-OPEN-STATUS        PIC XX.
           05  WS-AP-CONTROL-STATUS     PIC XX.
           05  WS-CAPACITY-FLAG         PIC X VALUE 'N'.
               88  A-TABLE-IS-OVER-CAPACITY VALUE 'Y'.
           05  WS-LINE-COUNT            PIC S9(05) VALUE 0.
           05  WS-VENDOR-COUNT          PIC S9(05) VALUE 0.
           05  WS-PO-LINE-COUNT         PIC S9(05) VALUE 0.
           05  WS-VOUCHERED-COUNT       PIC S9(05) VALUE 0.
           05  WS-OVERRIDE-COUNT        PIC S9(05) VALUE 0.
           05  WS-LINE-INDEX            PIC S9(05).
           05  WS-GROUP-INDEX           PIC S9(05).
           05  WS-PO-LINE-INDEX         PIC S9(05).
           05  WS-VENDOR-INDEX          PIC S9(05).
           05  WS-OVERRIDE-INDEX        PIC S9(05).
           05  WS-SEARCH-INDEX          PIC S9(05).
           05  WS-FOUND-FLAG            PIC X.
               88  ENTRY-WAS-FOUND          VALUE 'Y'.
           05  WS-HELD-INVOICE-COUNT    PIC S9(05) VALUE 0.
           05  WS-REJECTED-INVOICE-COUNT PIC S9(05) VALUE 0.
           05  WS-MATCHED-INVOICE-COUNT PIC S9(05) VALUE 0.
           05  WS-MATCHED-TOTAL         PIC S9(09)V99 VALUE 0.
      * The invoice being matched and how it is faring.
           05  WS-CURRENT-VENDOR-ID     PIC X(10).
           05  WS-CURRENT-INVOICE       PIC X(10).
           05  WS-CURRENT-INVOICE-DATE  PIC X(08).
           05  WS-CURRENT-PO-NUMBER     PIC X(08).
           05  WS-CURRENT-USER-ID       PIC X(08).
           05  WS-INVOICE-HELD-FLAG     PIC X.
               88  INVOICE-IS-HELD          VALUE 'Y'.
           05  WS-INVOICE-REJECTED-FLAG PIC X.
               88  INVOICE-IS-REJECTED      VALUE 'Y'.
           05  WS-TOLERANCE-FAILED-FLAG PIC X.
               88  A-TOLERANCE-FAILED       VALUE 'Y'.
           05  WS-OVERRIDE-FLAG         PIC X.
               88  INVOICE-IS-OVERRIDDEN    VALUE 'Y'.
           05  WS-OVERRIDE-USER-ID      PIC X(08).
           05  WS-NEW-LINE-STATUS       PIC X.
           05  WS-EXCEPTION-REASON      PIC X(30).
           05  WS-PRODUCT-TOTAL         PIC S9(09)V99.
           05  WS-EXPENSE-TOTAL         PIC S9(09)V99.
           05  WS-INVOICE-TOTAL         PIC S9(09)V99.
           05  WS-LINE-AMOUNT           PIC S9(09)V99.
           05  WS-AVAILABLE-QTY         PIC S9(07).
           05  WS-QTY-LIMIT             PIC S9(09)V99.
           05  WS-PRICE-DIFFERENCE      PIC S9(07)V99.
           05  WS-PRICE-LIMIT           PIC S9(07)V99.
           05  WS-DATE-VALID-FLAG       PIC X.
               88  DATE-IS-VALID            VALUE 'Y'.
      * Terms decoding through the shared TERMLOOK routine.
           05  WS-TERMS-CODE            PIC X(04).
           05  WS-NET-DAYS              PIC 9(03).
           05  WS-DISCOUNT-DAYS         PIC 9(03).
           05  WS-DISCOUNT-RATE         PIC SV9(05).
           05  WS-DATE-NUMERIC          PIC 9(08).
           05  WS-DATE-INTEGER          PIC S9(09).
           05  WS-NEXT-VOUCHER-NUMBER   PIC 9(06) VALUE 0.
           05  WS-LAST-CHECK-NUMBER     PIC 9(06) VALUE 0.
           05  WS-VOUCHER-NUMBER        PIC X(08).
           05  WS-RUN-DATE              PIC X(08).
      * Ledger accounts, with the same loud suspense default INVCALC
      * uses when a posting key is missing from the chart.
           05  WS-INVASSET-ACCOUNT      PIC X(08) VALUE '99999999'.
           05  WS-PURCHEXP-ACCOUNT      PIC X(08) VALUE '99999999'.
           05  WS-AP-ACCOUNT            PIC X(08) VALUE '99999999'.
      * A billed price more than this percentage either side of the
      * PO cost holds the invoice.
           05  PRICE-TOLERANCE-PCT      PIC 9(03)V99 VALUE 2.00.
      * A billed quantity more than this percentage over what has
      * been received and not yet billed holds the invoice. Billing
      * for less is a partial invoice and passes.
           05  QUANTITY-TOLERANCE-PCT   PIC 9(03)V99 VALUE 0.
      * External name handed to the shared GENBKUP routine before a
      * file is rewritten in place.
           05  WS-BACKUP-FILE-NAME      PIC X(40).
      * Run-lock fields for the shared RUNLOCK routine.
           05  WS-LOCK-ACTION           PIC X.
           05  WS-LOCK-FILE-NAME        PIC X(40).
           05  WS-LOCK-RESULT-FLAG      PIC X.
               88  RUN-LOCK-GRANTED         VALUE 'Y'.
           05  WS-LOCK-HOLDER-NAME      PIC X(08).
           05  WS-LOCK-REFUSED-FLAG     PIC X VALUE 'N'.
               88  A-RUN-LOCK-WAS-REFUSED   VALUE 'Y'.

       01  WS-ERROR-LOG-FIELDS.
           05  WS-ERR-PROGRAM-NAME      PIC X(08) VALUE 'APMATCH'.
           05  WS-ERR-PARAGRAPH-NAME    PIC X(30).
           05  WS-ERR-DESCRIPTION       PIC X(60).
           05  WS-ERR-OFFENDING-DATA    PIC X(30).

       01  RPT-QTY-EDITED               PIC Z(6)9-.
       01  RPT-PRICE-EDITED             PIC Z(6)9.99-.
       01  RPT-AMOUNT-EDITED            PIC Z(8)9.99-.
       01  RPT-COUNT-EDITED             PIC ZZZZ9.

      * Every invoice line in play this run: the new keying first,
      * then the lines still held from earlier runs.
       01  INVOICE-LINE-TABLE.
           05  INVOICE-LINE-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-LINE-COUNT.
               10  ILT-TRANS-IMAGE      PIC X(73).
               10  ILT-PO-INDEX         PIC S9(05).
               10  ILT-STATUS           PIC X.
                   88  ILT-IS-PENDING       VALUE ' '.
                   88  ILT-IS-IN-GROUP      VALUE 'G'.
                   88  ILT-IS-HELD          VALUE 'H'.
                   88  ILT-IS-DONE          VALUE 'D'.

       01  VENDOR-TABLE.
           05  VENDOR-TABLE-ENTRY OCCURS 1 TO 300 TIMES
                   DEPENDING ON WS-VENDOR-COUNT
                   INDEXED BY VENDOR-TABLE-IDX.
               10  VNT-VENDOR-ID        PIC X(10).
               10  VNT-TERMS-CODE       PIC X(04).

       01  PO-LINE-TABLE.
           05  PO-LINE-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-PO-LINE-COUNT.
               10  POT-PO-IMAGE         PIC X(88).

       01  VOUCHERED-TABLE.
           05  VOUCHERED-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON WS-VOUCHERED-COUNT
                   INDEXED BY VOUCHERED-IDX.
               10  VCT-VENDOR-ID        PIC X(10).
               10  VCT-INVOICE-NUMBER   PIC X(10).

       01  OVERRIDE-TABLE.
           05  OVERRIDE-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-OVERRIDE-COUNT.
               10  OVT-VENDOR-ID        PIC X(10).
               10  OVT-INVOICE-NUMBER   PIC X(10).
               10  OVT-USER-ID          PIC X(08).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM CLAIM-RUN-LOCKS
           IF A-RUN-LOCK-WAS-REFUSED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           CALL 'BUSDATE' USING WS-RUN-DATE
           END-CALL
           PERFORM LOAD-CHART-OF-ACCOUNTS
           PERFORM LOAD-VENDOR-MASTER
           PERFORM LOAD-OPEN-PURCHASE-ORDERS
           PERFORM LOAD-VOUCHERED-INVOICES
           PERFORM LOAD-MATCH-OVERRIDES
           PERFORM LOAD-INVOICE-LINES
           IF A-TABLE-IS-OVER-CAPACITY
               DISPLAY '*** APMATCH: an input file exceeds the table '
                   'capacity - run refused, nothing written ***'
               MOVE 'MAIN-LOGIC' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'input file exceeds AP match table capacity'
                   TO WS-ERR-DESCRIPTION
               MOVE SPACES TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-APMATCH-ERROR
               PERFORM RELEASE-RUN-LOCKS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-AP-NUMBER-CONTROL
           PERFORM OPEN-MATCH-OUTPUTS
           PERFORM VARYING WS-LINE-INDEX FROM 1 BY 1
                   UNTIL WS-LINE-INDEX > WS-LINE-COUNT
               IF ILT-IS-PENDING(WS-LINE-INDEX)
                   PERFORM MATCH-ONE-INVOICE
               END-IF
           END-PERFORM
           PERFORM CLOSE-MATCH-OUTPUTS
           PERFORM REWRITE-OPEN-PURCHASE-ORDERS
           PERFORM REWRITE-HOLD-FILE
           PERFORM SAVE-AP-NUMBER-CONTROL
           OPEN OUTPUT VENDOR-INVOICE-TRANS-FILE
           CLOSE VENDOR-INVOICE-TRANS-FILE
           OPEN OUTPUT AP-MATCH-OVERRIDE-FILE
           CLOSE AP-MATCH-OVERRIDE-FILE
           PERFORM RELEASE-RUN-LOCKS
           DISPLAY 'APMATCH: ' WS-MATCHED-INVOICE-COUNT
               ' invoice(s) vouchered, ' WS-HELD-INVOICE-COUNT
               ' held, ' WS-REJECTED-INVOICE-COUNT ' rejected'
           GOBACK.

      *---------------------------------------------------------------
      * Claims the open-PO and AP open-item files this run rewrites
      * and extends. A refusal names the holder and stops the run.

       CLAIM-RUN-LOCKS.
           MOVE 'L' TO WS-LOCK-ACTION
           MOVE 'OPEN-PO-FILE' TO WS-LOCK-FILE-NAME
           PERFORM CLAIM-ONE-RUN-LOCK
           IF NOT A-RUN-LOCK-WAS-REFUSED
               MOVE 'AP-OPEN-ITEM-FILE' TO WS-LOCK-FILE-NAME
               PERFORM CLAIM-ONE-RUN-LOCK
               IF A-RUN-LOCK-WAS-REFUSED
                   MOVE 'U' TO WS-LOCK-ACTION
                   MOVE 'OPEN-PO-FILE' TO WS-LOCK-FILE-NAME
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
               DISPLAY 'APMATCH: ' WS-LOCK-FILE-NAME
                   ' is locked by ' WS-LOCK-HOLDER-NAME
                   ' - run refused'
               MOVE 'CLAIM-RUN-LOCKS' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'master locked by another program'
                   TO WS-ERR-DESCRIPTION
               MOVE WS-LOCK-HOLDER-NAME TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-APMATCH-ERROR
           END-IF.

      *---------------------------------------------------------------
      * Releases this run's claims.

       RELEASE-RUN-LOCKS.
           MOVE 'U' TO WS-LOCK-ACTION
           MOVE 'OPEN-PO-FILE' TO WS-LOCK-FILE-NAME
           CALL 'RUNLOCK' USING WS-LOCK-ACTION WS-ERR-PROGRAM-NAME
               WS-LOCK-FILE-NAME WS-LOCK-RESULT-FLAG
               WS-LOCK-HOLDER-NAME
           END-CALL
           MOVE 'AP-OPEN-ITEM-FILE' TO WS-LOCK-FILE-NAME
           CALL 'RUNLOCK' USING WS-LOCK-ACTION WS-ERR-PROGRAM-NAME
               WS-LOCK-FILE-NAME WS-LOCK-RESULT-FLAG
               WS-LOCK-HOLDER-NAME
           END-CALL.

      *---------------------------------------------------------------
      * Calls the shared LOGERROR routine to append one record to
      * ERROR-LOG-FILE for the problem just found. WS-ERR-PARAGRAPH-
      * NAME, WS-ERR-DESCRIPTION and WS-ERR-OFFENDING-DATA must be set
      * by the calling paragraph before this is performed.

       LOG-APMATCH-ERROR.
           CALL 'LOGERROR' USING WS-ERR-PROGRAM-NAME
               WS-ERR-PARAGRAPH-NAME WS-ERR-DESCRIPTION
               WS-ERR-OFFENDING-DATA
           END-CALL.

      *---------------------------------------------------------------
      * Resolves the inventory, purchase-expense, and payables
      * accounts from CHART-OF-ACCOUNTS-FILE. A missing posting key
      * leaves the loud suspense default.

       LOAD-CHART-OF-ACCOUNTS.
           OPEN INPUT CHART-OF-ACCOUNTS-FILE
           PERFORM UNTIL END-OF-CHART-FILE
               READ CHART-OF-ACCOUNTS-FILE
                   AT END
                       SET END-OF-CHART-FILE TO TRUE
                   NOT AT END
                       EVALUATE COA-POSTING-KEY
                           WHEN 'INVASSET'
                               MOVE COA-ACCOUNT-NUMBER
                                   TO WS-INVASSET-ACCOUNT
                           WHEN 'PURCHEXP'
                               MOVE COA-ACCOUNT-NUMBER
                                   TO WS-PURCHEXP-ACCOUNT
                           WHEN 'AP      '
                               MOVE COA-ACCOUNT-NUMBER
                                   TO WS-AP-ACCOUNT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE CHART-OF-ACCOUNTS-FILE
           IF WS-INVASSET-ACCOUNT = '99999999'
               OR WS-PURCHEXP-ACCOUNT = '99999999'
               OR WS-AP-ACCOUNT = '99999999'
               DISPLAY '*** WARNING: chart of accounts is missing a '
                   'posting key - entries will post to suspense ***'
               MOVE 'LOAD-CHART-OF-ACCOUNTS' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'posting key missing from chart of accounts'
                   TO WS-ERR-DESCRIPTION
               MOVE SPACES TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-APMATCH-ERROR
           END-IF.

      *---------------------------------------------------------------
      * Loads each vendor's ID and payment terms.

       LOAD-VENDOR-MASTER.
           OPEN INPUT VENDOR-MASTER-FILE
           PERFORM UNTIL END-OF-VENDOR-MASTER-FILE
               READ VENDOR-MASTER-FILE
                   AT END
                       SET END-OF-VENDOR-MASTER-FILE TO TRUE
                   NOT AT END
                       IF WS-VENDOR-COUNT = 300
                           SET A-TABLE-IS-OVER-CAPACITY TO TRUE
                           SET END-OF-VENDOR-MASTER-FILE TO TRUE
                       ELSE
                           ADD 1 TO WS-VENDOR-COUNT
                           MOVE VND-VENDOR-ID
                               TO VNT-VENDOR-ID(WS-VENDOR-COUNT)
                           MOVE VND-TERMS-CODE
                               TO VNT-TERMS-CODE(WS-VENDOR-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VENDOR-MASTER-FILE.

      *---------------------------------------------------------------
      * Loads every PO line, whole, so the billed quantities can be
      * updated in place before the file is rewritten.

       LOAD-OPEN-PURCHASE-ORDERS.
           OPEN INPUT OPEN-PO-FILE
           IF WS-OPEN-PO-STATUS NOT = '00'
               SET END-OF-OPEN-PO-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-OPEN-PO-FILE
               READ OPEN-PO-FILE
                   AT END
                       SET END-OF-OPEN-PO-FILE TO TRUE
                   NOT AT END
                       IF WS-PO-LINE-COUNT = 2000
                           SET A-TABLE-IS-OVER-CAPACITY TO TRUE
                           SET END-OF-OPEN-PO-FILE TO TRUE
                       ELSE
                           ADD 1 TO WS-PO-LINE-COUNT
                           MOVE OPEN-PO-RECORD
                               TO POT-PO-IMAGE(WS-PO-LINE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OPEN-PO-STATUS = '00' OR '10'
               CLOSE OPEN-PO-FILE
           END-IF.

      *---------------------------------------------------------------
      * Loads the vendor and invoice number of every invoice already
      * vouchered, so a second keying is caught before it is paid
      * twice.

       LOAD-VOUCHERED-INVOICES.
           OPEN INPUT AP-OPEN-ITEM-FILE
           IF WS-AP-OPEN-STATUS NOT = '00'
               SET END-OF-AP-OPEN-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-AP-OPEN-FILE
               READ AP-OPEN-ITEM-FILE
                   AT END
                       SET END-OF-AP-OPEN-FILE TO TRUE
                   NOT AT END
                       IF WS-VOUCHERED-COUNT = 3000
                           SET A-TABLE-IS-OVER-CAPACITY TO TRUE
                           SET END-OF-AP-OPEN-FILE TO TRUE
                       ELSE
                           ADD 1 TO WS-VOUCHERED-COUNT
                           MOVE APO-VENDOR-ID
                               TO VCT-VENDOR-ID(WS-VOUCHERED-COUNT)
                           MOVE APO-INVOICE-NUMBER
                               TO VCT-INVOICE-NUMBER
                                   (WS-VOUCHERED-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AP-OPEN-STATUS = '00' OR '10'
               CLOSE AP-OPEN-ITEM-FILE
           END-IF.

      *---------------------------------------------------------------
      * Loads the buyer's overrides for held invoices.

       LOAD-MATCH-OVERRIDES.
           OPEN INPUT AP-MATCH-OVERRIDE-FILE
           IF WS-OVERRIDE-FILE-STATUS NOT = '00'
               SET END-OF-OVERRIDE-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-OVERRIDE-FILE
               READ AP-MATCH-OVERRIDE-FILE
                   AT END
                       SET END-OF-OVERRIDE-FILE TO TRUE
                   NOT AT END
                       IF WS-OVERRIDE-COUNT = 200
                           SET A-TABLE-IS-OVER-CAPACITY TO TRUE
                           SET END-OF-OVERRIDE-FILE TO TRUE
                       ELSE
                           ADD 1 TO WS-OVERRIDE-COUNT
                           MOVE AMO-VENDOR-ID
                               TO OVT-VENDOR-ID(WS-OVERRIDE-COUNT)
                           MOVE AMO-INVOICE-NUMBER
                               TO OVT-INVOICE-NUMBER
                                   (WS-OVERRIDE-COUNT)
                           MOVE AMO-USER-ID
                               TO OVT-USER-ID(WS-OVERRIDE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OVERRIDE-FILE-STATUS = '00' OR '10'
               CLOSE AP-MATCH-OVERRIDE-FILE
           END-IF.

      *---------------------------------------------------------------
      * Loads this run's keyed invoice lines, then the lines held
      * from earlier runs. A held invoice the clerk has keyed again
      * (corrected) is superseded by the new keying and its held
      * lines are dropped.

       LOAD-INVOICE-LINES.
           OPEN INPUT VENDOR-INVOICE-TRANS-FILE
           PERFORM UNTIL END-OF-TRANS-FILE
               READ VENDOR-INVOICE-TRANS-FILE
                   AT END
                       SET END-OF-TRANS-FILE TO TRUE
                   NOT AT END
                       PERFORM ADD-ONE-INVOICE-LINE
               END-READ
           END-PERFORM
           CLOSE VENDOR-INVOICE-TRANS-FILE
           MOVE WS-LINE-COUNT TO WS-GROUP-INDEX
           OPEN INPUT AP-MATCH-HOLD-FILE
           IF WS-HOLD-FILE-STATUS NOT = '00'
               SET END-OF-HOLD-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-HOLD-FILE
               READ AP-MATCH-HOLD-FILE INTO VENDOR-INVOICE-TRANS-RECORD
                   AT END
                       SET END-OF-HOLD-FILE TO TRUE
                   NOT AT END
                       MOVE 'N' TO WS-FOUND-FLAG
                       PERFORM VARYING WS-LINE-INDEX FROM 1 BY 1
                               UNTIL WS-LINE-INDEX > WS-GROUP-INDEX
                           IF ILT-TRANS-IMAGE(WS-LINE-INDEX)(1:20)
                                   = VENDOR-INVOICE-TRANS-RECORD(1:20)
                               SET ENTRY-WAS-FOUND TO TRUE
                           END-IF
                       END-PERFORM
                       IF NOT ENTRY-WAS-FOUND
                           PERFORM ADD-ONE-INVOICE-LINE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HOLD-FILE-STATUS = '00' OR '10'
               CLOSE AP-MATCH-HOLD-FILE
           END-IF.

      *---------------------------------------------------------------
      * Adds the line in VENDOR-INVOICE-TRANS-RECORD to the table.

       ADD-ONE-INVOICE-LINE.
           IF WS-LINE-COUNT = 1000
               SET A-TABLE-IS-OVER-CAPACITY TO TRUE
           ELSE
               ADD 1 TO WS-LINE-COUNT
               MOVE VENDOR-INVOICE-TRANS-RECORD
                   TO ILT-TRANS-IMAGE(WS-LINE-COUNT)
               MOVE 0 TO ILT-PO-INDEX(WS-LINE-COUNT)
               MOVE SPACE TO ILT-STATUS(WS-LINE-COUNT)
           END-IF.

      *---------------------------------------------------------------
      * Reads the last voucher and check numbers. A missing control
      * file starts both sequences at one.

       LOAD-AP-NUMBER-CONTROL.
           OPEN INPUT AP-NUMBER-CONTROL-FILE
           IF WS-AP-CONTROL-STATUS = '00'
               READ AP-NUMBER-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE APC-LAST-VOUCHER-NUMBER
                           TO WS-NEXT-VOUCHER-NUMBER
                       MOVE APC-LAST-CHECK-NUMBER
                           TO WS-LAST-CHECK-NUMBER
               END-READ
               CLOSE AP-NUMBER-CONTROL-FILE
           END-IF.

      *---------------------------------------------------------------
      * Rewrites the control file with the last voucher number used,
      * carrying the check sequence forward untouched.

       SAVE-AP-NUMBER-CONTROL.
           MOVE 'AP-NUMBER-CONTROL' TO WS-BACKUP-FILE-NAME
           CALL 'GENBKUP' USING WS-BACKUP-FILE-NAME
           END-CALL
           OPEN OUTPUT AP-NUMBER-CONTROL-FILE
           MOVE WS-NEXT-VOUCHER-NUMBER TO APC-LAST-VOUCHER-NUMBER
           MOVE WS-LAST-CHECK-NUMBER TO APC-LAST-CHECK-NUMBER
           WRITE AP-NUMBER-CONTROL-RECORD
           CLOSE AP-NUMBER-CONTROL-FILE.

      *---------------------------------------------------------------
      * Matches the invoice the line at WS-LINE-INDEX belongs to:
      * gathers its lines, checks the invoice as a whole and each
      * line against its PO line, and then vouchers it, holds it, or
      * rejects it.

       MATCH-ONE-INVOICE.
           MOVE ILT-TRANS-IMAGE(WS-LINE-INDEX)
               TO VENDOR-INVOICE-TRANS-RECORD
           MOVE VIT-VENDOR-ID TO WS-CURRENT-VENDOR-ID
           MOVE VIT-INVOICE-NUMBER TO WS-CURRENT-INVOICE
           MOVE VIT-INVOICE-DATE TO WS-CURRENT-INVOICE-DATE
           MOVE VIT-USER-ID TO WS-CURRENT-USER-ID
           MOVE SPACES TO WS-CURRENT-PO-NUMBER
           MOVE 'N' TO WS-INVOICE-HELD-FLAG
           MOVE 'N' TO WS-INVOICE-REJECTED-FLAG
           MOVE 'N' TO WS-TOLERANCE-FAILED-FLAG
           MOVE 0 TO WS-PRODUCT-TOTAL
           MOVE 0 TO WS-EXPENSE-TOTAL
           PERFORM VARYING WS-GROUP-INDEX FROM WS-LINE-INDEX BY 1
                   UNTIL WS-GROUP-INDEX > WS-LINE-COUNT
               IF ILT-IS-PENDING(WS-GROUP-INDEX)
                   AND ILT-TRANS-IMAGE(WS-GROUP-INDEX)(1:20)
                       = ILT-TRANS-IMAGE(WS-LINE-INDEX)(1:20)
                   MOVE 'G' TO ILT-STATUS(WS-GROUP-INDEX)
               END-IF
           END-PERFORM
           PERFORM CHECK-INVOICE-HEADER
           IF NOT INVOICE-IS-REJECTED
               PERFORM FIND-MATCH-OVERRIDE
               PERFORM VARYING WS-GROUP-INDEX FROM WS-LINE-INDEX BY 1
                       UNTIL WS-GROUP-INDEX > WS-LINE-COUNT
                   IF ILT-IS-IN-GROUP(WS-GROUP-INDEX)
                       PERFORM CHECK-ONE-INVOICE-LINE
                   END-IF
               END-PERFORM
               IF A-TOLERANCE-FAILED AND NOT INVOICE-IS-OVERRIDDEN
                   SET INVOICE-IS-HELD TO TRUE
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN INVOICE-IS-REJECTED
                   ADD 1 TO WS-REJECTED-INVOICE-COUNT
                   MOVE 'D' TO WS-NEW-LINE-STATUS
               WHEN INVOICE-IS-HELD
                   ADD 1 TO WS-HELD-INVOICE-COUNT
                   MOVE 'H' TO WS-NEW-LINE-STATUS
               WHEN OTHER
                   PERFORM VOUCHER-MATCHED-INVOICE
                   MOVE 'D' TO WS-NEW-LINE-STATUS
           END-EVALUATE
           PERFORM VARYING WS-GROUP-INDEX FROM WS-LINE-INDEX BY 1
                   UNTIL WS-GROUP-INDEX > WS-LINE-COUNT
               IF ILT-IS-IN-GROUP(WS-GROUP-INDEX)
                   MOVE WS-NEW-LINE-STATUS TO ILT-STATUS(WS-GROUP-INDEX)
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Checks what applies to the invoice as a whole. An invoice
      * already vouchered is rejected - it is a duplicate keying and
      * must never be paid twice. A vendor not on the master, or an
      * invoice date that is not a date, holds the invoice until the
      * vendor is keyed or the invoice rekeyed.

       CHECK-INVOICE-HEADER.
           SET VOUCHERED-IDX TO 1
           SEARCH VOUCHERED-ENTRY
               AT END
                   CONTINUE
               WHEN VCT-VENDOR-ID(VOUCHERED-IDX)
                       = WS-CURRENT-VENDOR-ID
                   AND VCT-INVOICE-NUMBER(VOUCHERED-IDX)
                       = WS-CURRENT-INVOICE
                   SET INVOICE-IS-REJECTED TO TRUE
                   MOVE 'DUPLICATE - ALREADY VOUCHERED'
                       TO WS-EXCEPTION-REASON
                   PERFORM WRITE-INVOICE-EXCEPTION
           END-SEARCH
           IF NOT INVOICE-IS-REJECTED
               MOVE 0 TO WS-VENDOR-INDEX
               SET VENDOR-TABLE-IDX TO 1
               SEARCH VENDOR-TABLE-ENTRY
                   AT END
                       CONTINUE
                   WHEN VNT-VENDOR-ID(VENDOR-TABLE-IDX)
                           = WS-CURRENT-VENDOR-ID
                       SET WS-VENDOR-INDEX TO VENDOR-TABLE-IDX
               END-SEARCH
               IF WS-VENDOR-INDEX = 0
                   SET INVOICE-IS-HELD TO TRUE
                   MOVE 'VENDOR NOT ON MASTER'
                       TO WS-EXCEPTION-REASON
                   PERFORM WRITE-INVOICE-EXCEPTION
               END-IF
               CALL 'DATECHK' USING WS-CURRENT-INVOICE-DATE
                   WS-DATE-VALID-FLAG
               END-CALL
               IF NOT DATE-IS-VALID
                   SET INVOICE-IS-HELD TO TRUE
                   MOVE 'INVOICE DATE NOT VALID'
                       TO WS-EXCEPTION-REASON
                   PERFORM WRITE-INVOICE-EXCEPTION
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Looks for the buyer's release of this invoice's tolerance
      * exceptions. An override from the clerk who keyed the
      * invoice does not count - the person who entered it cannot
      * also excuse it.

       FIND-MATCH-OVERRIDE.
           MOVE 'N' TO WS-OVERRIDE-FLAG
           MOVE SPACES TO WS-OVERRIDE-USER-ID
           PERFORM VARYING WS-OVERRIDE-INDEX FROM 1 BY 1
                   UNTIL WS-OVERRIDE-INDEX > WS-OVERRIDE-COUNT
               IF OVT-VENDOR-ID(WS-OVERRIDE-INDEX)
                       = WS-CURRENT-VENDOR-ID
                   AND OVT-INVOICE-NUMBER(WS-OVERRIDE-INDEX)
                       = WS-CURRENT-INVOICE
                   IF OVT-USER-ID(WS-OVERRIDE-INDEX)
                           = WS-CURRENT-USER-ID
                       DISPLAY 'APMATCH: override of invoice '
                           WS-CURRENT-INVOICE ' by its own keyer '
                           WS-CURRENT-USER-ID ' ignored'
                       MOVE 'FIND-MATCH-OVERRIDE'
                           TO WS-ERR-PARAGRAPH-NAME
                       MOVE 'match override by the invoice keyer'
                           TO WS-ERR-DESCRIPTION
                       MOVE WS-CURRENT-INVOICE
                           TO WS-ERR-OFFENDING-DATA
                       PERFORM LOG-APMATCH-ERROR
                   ELSE
                       SET INVOICE-IS-OVERRIDDEN TO TRUE
                       MOVE OVT-USER-ID(WS-OVERRIDE-INDEX)
                           TO WS-OVERRIDE-USER-ID
                   END-IF
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Checks one line of the invoice. An expense line only needs a
      * sensible amount. A product line must name a PO line for the
      * SKU on a PO issued to this vendor - no override can supply a
      * PO that does not exist - and is then held to the price and
      * quantity tolerances, which an override can excuse.

       CHECK-ONE-INVOICE-LINE.
           MOVE ILT-TRANS-IMAGE(WS-GROUP-INDEX)
               TO VENDOR-INVOICE-TRANS-RECORD
           MOVE 0 TO WS-PO-LINE-INDEX
           EVALUATE TRUE
               WHEN NOT VIT-IS-PRODUCT-LINE
                   AND NOT VIT-IS-EXPENSE-LINE
                   SET INVOICE-IS-HELD TO TRUE
                   MOVE 'LINE TYPE NOT P OR E' TO WS-EXCEPTION-REASON
                   PERFORM WRITE-LINE-EXCEPTION
               WHEN VIT-UNIT-PRICE NOT NUMERIC
                   SET INVOICE-IS-HELD TO TRUE
                   MOVE 'PRICE NOT NUMERIC' TO WS-EXCEPTION-REASON
                   PERFORM WRITE-LINE-EXCEPTION
               WHEN VIT-IS-EXPENSE-LINE
                   ADD VIT-UNIT-PRICE TO WS-EXPENSE-TOTAL
               WHEN VIT-QUANTITY NOT NUMERIC
                   OR VIT-QUANTITY NOT > 0
                   SET INVOICE-IS-HELD TO TRUE
                   MOVE 'QUANTITY NOT NUMERIC/POSITIVE'
                       TO WS-EXCEPTION-REASON
                   PERFORM WRITE-LINE-EXCEPTION
               WHEN OTHER
                   PERFORM FIND-INVOICE-PO-LINE
                   IF WS-PO-LINE-INDEX = 0
                       SET INVOICE-IS-HELD TO TRUE
                       MOVE 'NO PO LINE FOR VENDOR/SKU'
                           TO WS-EXCEPTION-REASON
                       PERFORM WRITE-LINE-EXCEPTION
                   ELSE
                       MOVE WS-PO-LINE-INDEX
                           TO ILT-PO-INDEX(WS-GROUP-INDEX)
                       IF WS-CURRENT-PO-NUMBER = SPACES
                           MOVE VIT-PO-NUMBER TO WS-CURRENT-PO-NUMBER
                       END-IF
                       COMPUTE WS-LINE-AMOUNT ROUNDED =
                           VIT-QUANTITY * VIT-UNIT-PRICE
                       ADD WS-LINE-AMOUNT TO WS-PRODUCT-TOTAL
                       PERFORM CHECK-LINE-TOLERANCES
                   END-IF
           END-EVALUATE.

      *---------------------------------------------------------------
      * Finds the PO line the product line bills for: the named PO's
      * line for the SKU, issued to the invoicing vendor. Leaves
      * OPEN-PO-RECORD holding it and WS-PO-LINE-INDEX pointing at
      * it, or zero when there is none.

       FIND-INVOICE-PO-LINE.
           MOVE 0 TO WS-PO-LINE-INDEX
           PERFORM VARYING WS-SEARCH-INDEX FROM 1 BY 1
                   UNTIL WS-SEARCH-INDEX > WS-PO-LINE-COUNT
                      OR WS-PO-LINE-INDEX > 0
               MOVE POT-PO-IMAGE(WS-SEARCH-INDEX) TO OPEN-PO-RECORD
               IF OPO-PO-NUMBER = VIT-PO-NUMBER
                   AND OPO-SKU = VIT-SKU
                   AND OPO-VENDOR-ID = VIT-VENDOR-ID
                   MOVE WS-SEARCH-INDEX TO WS-PO-LINE-INDEX
               END-IF
           END-PERFORM
           IF WS-PO-LINE-INDEX > 0
               MOVE POT-PO-IMAGE(WS-PO-LINE-INDEX) TO OPEN-PO-RECORD
           END-IF.

      *---------------------------------------------------------------
      * Holds the line to the price tolerance either side of the PO
      * cost and to the quantity tolerance over what has been
      * received and not yet billed.

       CHECK-LINE-TOLERANCES.
           COMPUTE WS-AVAILABLE-QTY =
               OPO-QTY-RECEIVED - OPO-QTY-INVOICED
           IF WS-AVAILABLE-QTY < 0
               MOVE 0 TO WS-AVAILABLE-QTY
           END-IF
           COMPUTE WS-PRICE-DIFFERENCE =
               VIT-UNIT-PRICE - OPO-UNIT-COST
           IF WS-PRICE-DIFFERENCE < 0
               COMPUTE WS-PRICE-DIFFERENCE = 0 - WS-PRICE-DIFFERENCE
           END-IF
           COMPUTE WS-PRICE-LIMIT ROUNDED =
               OPO-UNIT-COST * PRICE-TOLERANCE-PCT / 100
           IF WS-PRICE-DIFFERENCE > WS-PRICE-LIMIT
               SET A-TOLERANCE-FAILED TO TRUE
               MOVE 'PRICE DIFFERS FROM PO' TO WS-EXCEPTION-REASON
               PERFORM WRITE-LINE-EXCEPTION
           END-IF
           COMPUTE WS-QTY-LIMIT =
               WS-AVAILABLE-QTY
                   + (WS-AVAILABLE-QTY * QUANTITY-TOLERANCE-PCT / 100)
           IF VIT-QUANTITY > WS-QTY-LIMIT
               SET A-TOLERANCE-FAILED TO TRUE
               MOVE 'BILLED MORE THAN RECEIVED'
                   TO WS-EXCEPTION-REASON
               PERFORM WRITE-LINE-EXCEPTION
           END-IF.

      *---------------------------------------------------------------
      * Vouchers a matched invoice: next voucher number, AP open
      * item dated from the vendor's terms, billed quantities onto
      * the PO lines, journal entries, and a register line.

       VOUCHER-MATCHED-INVOICE.
           ADD 1 TO WS-MATCHED-INVOICE-COUNT
           ADD 1 TO WS-NEXT-VOUCHER-NUMBER
           MOVE SPACES TO WS-VOUCHER-NUMBER
           STRING 'VO' WS-NEXT-VOUCHER-NUMBER DELIMITED BY SIZE
               INTO WS-VOUCHER-NUMBER
           COMPUTE WS-INVOICE-TOTAL =
               WS-PRODUCT-TOTAL + WS-EXPENSE-TOTAL
           ADD WS-INVOICE-TOTAL TO WS-MATCHED-TOTAL
           PERFORM VARYING WS-GROUP-INDEX FROM WS-LINE-INDEX BY 1
                   UNTIL WS-GROUP-INDEX > WS-LINE-COUNT
               IF ILT-IS-IN-GROUP(WS-GROUP-INDEX)
                   AND ILT-PO-INDEX(WS-GROUP-INDEX) > 0
                   MOVE ILT-TRANS-IMAGE(WS-GROUP-INDEX)
                       TO VENDOR-INVOICE-TRANS-RECORD
                   MOVE ILT-PO-INDEX(WS-GROUP-INDEX)
                       TO WS-PO-LINE-INDEX
                   MOVE POT-PO-IMAGE(WS-PO-LINE-INDEX)
                       TO OPEN-PO-RECORD
                   ADD VIT-QUANTITY TO OPO-QTY-INVOICED
                   MOVE OPEN-PO-RECORD
                       TO POT-PO-IMAGE(WS-PO-LINE-INDEX)
               END-IF
           END-PERFORM
           PERFORM WRITE-AP-OPEN-ITEM
           PERFORM WRITE-VOUCHER-JOURNAL-ENTRIES
           MOVE SPACES TO VOUCHER-REGISTER-LINE
           MOVE WS-VOUCHER-NUMBER TO VOUCHER-REGISTER-LINE(1:8)
           MOVE WS-CURRENT-VENDOR-ID TO VOUCHER-REGISTER-LINE(11:10)
           MOVE WS-CURRENT-INVOICE TO VOUCHER-REGISTER-LINE(23:10)
           MOVE WS-CURRENT-INVOICE-DATE
               TO VOUCHER-REGISTER-LINE(35:8)
           MOVE APO-DUE-DATE TO VOUCHER-REGISTER-LINE(45:8)
           MOVE APO-DISCOUNT-DATE TO VOUCHER-REGISTER-LINE(55:8)
           MOVE WS-INVOICE-TOTAL TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED TO VOUCHER-REGISTER-LINE(65:13)
           MOVE APO-DISCOUNT-AMOUNT TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED TO VOUCHER-REGISTER-LINE(79:13)
           IF INVOICE-IS-OVERRIDDEN AND A-TOLERANCE-FAILED
               STRING 'OVERRIDE ' WS-OVERRIDE-USER-ID
                   DELIMITED BY SIZE
                   INTO VOUCHER-REGISTER-LINE(94:17)
           END-IF
           WRITE VOUCHER-REGISTER-LINE.

      *---------------------------------------------------------------
      * Adds the invoice to AP-OPEN-ITEM-FILE with its due date, and
      * its discount date and amount when the vendor's terms carry
      * one, and adds it to the vouchered table so a second keying
      * later in the same run is caught too.

       WRITE-AP-OPEN-ITEM.
           MOVE VNT-TERMS-CODE(WS-VENDOR-INDEX) TO WS-TERMS-CODE
           CALL 'TERMLOOK' USING WS-TERMS-CODE WS-NET-DAYS
               WS-DISCOUNT-DAYS WS-DISCOUNT-RATE
           END-CALL
           MOVE WS-VOUCHER-NUMBER TO APO-VOUCHER-NUMBER
           MOVE WS-CURRENT-VENDOR-ID TO APO-VENDOR-ID
           MOVE WS-CURRENT-INVOICE TO APO-INVOICE-NUMBER
           MOVE WS-CURRENT-INVOICE-DATE TO APO-INVOICE-DATE
           MOVE WS-CURRENT-PO-NUMBER TO APO-PO-NUMBER
           MOVE WS-CURRENT-INVOICE-DATE TO WS-DATE-NUMERIC
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC)
                   + WS-NET-DAYS
           COMPUTE WS-DATE-NUMERIC =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           MOVE WS-DATE-NUMERIC TO APO-DUE-DATE
           IF WS-DISCOUNT-DAYS > 0
               MOVE WS-CURRENT-INVOICE-DATE TO WS-DATE-NUMERIC
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC)
                       + WS-DISCOUNT-DAYS
               COMPUTE WS-DATE-NUMERIC =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               MOVE WS-DATE-NUMERIC TO APO-DISCOUNT-DATE
               COMPUTE APO-DISCOUNT-AMOUNT ROUNDED =
                   WS-INVOICE-TOTAL * WS-DISCOUNT-RATE
           ELSE
               MOVE SPACES TO APO-DISCOUNT-DATE
               MOVE 0 TO APO-DISCOUNT-AMOUNT
           END-IF
           MOVE WS-INVOICE-TOTAL TO APO-GROSS-AMOUNT
           SET APO-IS-OPEN TO TRUE
           MOVE SPACES TO APO-CHECK-NUMBER
           MOVE SPACES TO APO-PAID-DATE
           MOVE 0 TO APO-PAID-AMOUNT
           MOVE WS-CURRENT-USER-ID TO APO-ENTERED-BY
           OPEN EXTEND AP-OPEN-ITEM-FILE
           IF WS-AP-OPEN-STATUS = '35'
               OPEN OUTPUT AP-OPEN-ITEM-FILE
           END-IF
           WRITE AP-OPEN-ITEM-RECORD
           CLOSE AP-OPEN-ITEM-FILE
           IF WS-VOUCHERED-COUNT < 3000
               ADD 1 TO WS-VOUCHERED-COUNT
               MOVE WS-CURRENT-VENDOR-ID
                   TO VCT-VENDOR-ID(WS-VOUCHERED-COUNT)
               MOVE WS-CURRENT-INVOICE
                   TO VCT-INVOICE-NUMBER(WS-VOUCHERED-COUNT)
           END-IF.

      *---------------------------------------------------------------
      * Posts the voucher: debit inventory for the product lines and
      * purchase expense for the expense lines, credit accounts
      * payable for the invoice total.

       WRITE-VOUCHER-JOURNAL-ENTRIES.
           OPEN EXTEND JOURNAL-ENTRY-FILE
           MOVE WS-RUN-DATE TO JRN-INV-DATE
           MOVE WS-VOUCHER-NUMBER TO JRN-INV-NUMBER
           IF WS-PRODUCT-TOTAL NOT = 0
               MOVE WS-INVASSET-ACCOUNT TO JRN-ACCOUNT-NUMBER
               MOVE WS-PRODUCT-TOTAL TO JRN-AMOUNT
               MOVE 'D' TO JRN-DEBIT-CREDIT-CODE
               PERFORM WRITE-ONE-JOURNAL-ENTRY
           END-IF
           IF WS-EXPENSE-TOTAL NOT = 0
               MOVE WS-PURCHEXP-ACCOUNT TO JRN-ACCOUNT-NUMBER
               MOVE WS-EXPENSE-TOTAL TO JRN-AMOUNT
               MOVE 'D' TO JRN-DEBIT-CREDIT-CODE
               PERFORM WRITE-ONE-JOURNAL-ENTRY
           END-IF
           IF WS-INVOICE-TOTAL NOT = 0
               MOVE WS-AP-ACCOUNT TO JRN-ACCOUNT-NUMBER
               MOVE WS-INVOICE-TOTAL TO JRN-AMOUNT
               MOVE 'C' TO JRN-DEBIT-CREDIT-CODE
               PERFORM WRITE-ONE-JOURNAL-ENTRY
           END-IF
           CLOSE JOURNAL-ENTRY-FILE.

      *---------------------------------------------------------------
      * Writes the posting staged in the journal record area,
      * flipping a negative amount (a vendor credit) to the opposite
      * side so journal amounts are always positive.

       WRITE-ONE-JOURNAL-ENTRY.
           IF JRN-AMOUNT < 0
               COMPUTE JRN-AMOUNT = 0 - JRN-AMOUNT
               IF JRN-IS-DEBIT
                   MOVE 'C' TO JRN-DEBIT-CREDIT-CODE
               ELSE
                   MOVE 'D' TO JRN-DEBIT-CREDIT-CODE
               END-IF
           END-IF
           WRITE JOURNAL-ENTRY-RECORD.

      *---------------------------------------------------------------
      * Opens the voucher register and exception report and prints
      * their headings.

       OPEN-MATCH-OUTPUTS.
           OPEN OUTPUT AP-VOUCHER-REGISTER
           MOVE SPACES TO VOUCHER-REGISTER-LINE
           STRING 'ACME DISTRIBUTING CO.' DELIMITED BY SIZE
               INTO VOUCHER-REGISTER-LINE
           WRITE VOUCHER-REGISTER-LINE
           MOVE SPACES TO VOUCHER-REGISTER-LINE
           STRING 'AP VOUCHER REGISTER - RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO VOUCHER-REGISTER-LINE
           WRITE VOUCHER-REGISTER-LINE
           MOVE SPACES TO VOUCHER-REGISTER-LINE
           WRITE VOUCHER-REGISTER-LINE
           MOVE SPACES TO VOUCHER-REGISTER-LINE
           STRING 'VOUCHER   VENDOR      INVOICE     INV DATE  '
               'DUE DATE  DISC DATE         AMOUNT      DISCOUNT'
               DELIMITED BY SIZE INTO VOUCHER-REGISTER-LINE
           WRITE VOUCHER-REGISTER-LINE
           OPEN OUTPUT AP-MATCH-EXCEPTION-REPORT
           MOVE SPACES TO MATCH-EXCEPTION-LINE
           STRING 'ACME DISTRIBUTING CO.' DELIMITED BY SIZE
               INTO MATCH-EXCEPTION-LINE
           WRITE MATCH-EXCEPTION-LINE
           MOVE SPACES TO MATCH-EXCEPTION-LINE
           STRING 'AP THREE-WAY MATCH EXCEPTIONS - RUN DATE '
               WS-RUN-DATE DELIMITED BY SIZE
               INTO MATCH-EXCEPTION-LINE
           WRITE MATCH-EXCEPTION-LINE
           MOVE SPACES TO MATCH-EXCEPTION-LINE
           WRITE MATCH-EXCEPTION-LINE
           MOVE SPACES TO MATCH-EXCEPTION-LINE
           STRING 'VENDOR      INVOICE     PO NUMBER SKU         '
               '  BILLED QTY AVAIL QTY  BILLED PRICE    PO PRICE  '
               'EXCEPTION'
               DELIMITED BY SIZE INTO MATCH-EXCEPTION-LINE
           WRITE MATCH-EXCEPTION-LINE.

      *---------------------------------------------------------------
      * Prints an exception that applies to the whole invoice.

       WRITE-INVOICE-EXCEPTION.
           MOVE SPACES TO MATCH-EXCEPTION-LINE
           MOVE WS-CURRENT-VENDOR-ID TO MATCH-EXCEPTION-LINE(1:10)
           MOVE WS-CURRENT-INVOICE TO MATCH-EXCEPTION-LINE(13:10)
           MOVE WS-EXCEPTION-REASON TO MATCH-EXCEPTION-LINE(100:30)
           WRITE MATCH-EXCEPTION-LINE
           MOVE 'CHECK-INVOICE-HEADER' TO WS-ERR-PARAGRAPH-NAME
           MOVE WS-EXCEPTION-REASON TO WS-ERR-DESCRIPTION
           MOVE SPACES TO WS-ERR-OFFENDING-DATA
           STRING WS-CURRENT-VENDOR-ID ' ' WS-CURRENT-INVOICE
               DELIMITED BY SIZE INTO WS-ERR-OFFENDING-DATA
           PERFORM LOG-APMATCH-ERROR.

      *---------------------------------------------------------------
      * Prints an exception on the line in VENDOR-INVOICE-TRANS-
      * RECORD, with the PO side of the match when there is one.

       WRITE-LINE-EXCEPTION.
           MOVE SPACES TO MATCH-EXCEPTION-LINE
           MOVE VIT-VENDOR-ID TO MATCH-EXCEPTION-LINE(1:10)
           MOVE VIT-INVOICE-NUMBER TO MATCH-EXCEPTION-LINE(13:10)
           MOVE VIT-PO-NUMBER TO MATCH-EXCEPTION-LINE(25:8)
           MOVE VIT-SKU TO MATCH-EXCEPTION-LINE(35:10)
           IF VIT-QUANTITY NUMERIC
               MOVE VIT-QUANTITY TO RPT-QTY-EDITED
               MOVE RPT-QTY-EDITED TO MATCH-EXCEPTION-LINE(49:8)
           END-IF
           IF VIT-UNIT-PRICE NUMERIC
               MOVE VIT-UNIT-PRICE TO RPT-PRICE-EDITED
               MOVE RPT-PRICE-EDITED TO MATCH-EXCEPTION-LINE(69:11)
           END-IF
           IF WS-PO-LINE-INDEX > 0
               AND VIT-IS-PRODUCT-LINE
               MOVE WS-AVAILABLE-QTY TO RPT-QTY-EDITED
               MOVE RPT-QTY-EDITED TO MATCH-EXCEPTION-LINE(58:8)
               MOVE OPO-UNIT-COST TO RPT-PRICE-EDITED
               MOVE RPT-PRICE-EDITED TO MATCH-EXCEPTION-LINE(82:11)
           END-IF
           IF INVOICE-IS-OVERRIDDEN AND A-TOLERANCE-FAILED
               MOVE 'OVERRIDDEN' TO MATCH-EXCEPTION-LINE(120:10)
           END-IF
           MOVE WS-EXCEPTION-REASON TO MATCH-EXCEPTION-LINE(95:25)
           WRITE MATCH-EXCEPTION-LINE
           MOVE 'CHECK-ONE-INVOICE-LINE' TO WS-ERR-PARAGRAPH-NAME
           MOVE WS-EXCEPTION-REASON TO WS-ERR-DESCRIPTION
           MOVE SPACES TO WS-ERR-OFFENDING-DATA
           STRING VIT-VENDOR-ID ' ' VIT-INVOICE-NUMBER
               DELIMITED BY SIZE INTO WS-ERR-OFFENDING-DATA
           PERFORM LOG-APMATCH-ERROR.

      *---------------------------------------------------------------
      * Prints the run totals and closes both reports.

       CLOSE-MATCH-OUTPUTS.
           MOVE SPACES TO VOUCHER-REGISTER-LINE
           WRITE VOUCHER-REGISTER-LINE
           MOVE WS-MATCHED-INVOICE-COUNT TO RPT-COUNT-EDITED
           MOVE WS-MATCHED-TOTAL TO RPT-AMOUNT-EDITED
           MOVE SPACES TO VOUCHER-REGISTER-LINE
           STRING 'INVOICES VOUCHERED: ' RPT-COUNT-EDITED
               '   TOTAL ' RPT-AMOUNT-EDITED
               DELIMITED BY SIZE INTO VOUCHER-REGISTER-LINE
           WRITE VOUCHER-REGISTER-LINE
           CLOSE AP-VOUCHER-REGISTER
           MOVE SPACES TO MATCH-EXCEPTION-LINE
           WRITE MATCH-EXCEPTION-LINE
           MOVE WS-HELD-INVOICE-COUNT TO RPT-COUNT-EDITED
           MOVE SPACES TO MATCH-EXCEPTION-LINE
           STRING 'INVOICES HELD FROM PAYMENT: ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO MATCH-EXCEPTION-LINE
           WRITE MATCH-EXCEPTION-LINE
           MOVE WS-REJECTED-INVOICE-COUNT TO RPT-COUNT-EDITED
           MOVE SPACES TO MATCH-EXCEPTION-LINE
           STRING 'DUPLICATE INVOICES REJECTED: ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO MATCH-EXCEPTION-LINE
           WRITE MATCH-EXCEPTION-LINE
           CLOSE AP-MATCH-EXCEPTION-REPORT.

      *---------------------------------------------------------------
      * Rewrites OPEN-PO-FILE with the billed quantities this run's
      * vouchers added.

       REWRITE-OPEN-PURCHASE-ORDERS.
           IF WS-MATCHED-INVOICE-COUNT > 0
               MOVE 'OPEN-PO-FILE' TO WS-BACKUP-FILE-NAME
               CALL 'GENBKUP' USING WS-BACKUP-FILE-NAME
               END-CALL
               OPEN OUTPUT OPEN-PO-FILE
               PERFORM VARYING WS-PO-LINE-INDEX FROM 1 BY 1
                       UNTIL WS-PO-LINE-INDEX > WS-PO-LINE-COUNT
                   MOVE POT-PO-IMAGE(WS-PO-LINE-INDEX)
                       TO OPEN-PO-RECORD
                   WRITE OPEN-PO-RECORD
               END-PERFORM
               CLOSE OPEN-PO-FILE
           END-IF.

      *---------------------------------------------------------------
      * Rewrites AP-MATCH-HOLD-FILE with every line of every invoice
      * still held, to be matched again next run.

       REWRITE-HOLD-FILE.
           MOVE 'AP-MATCH-HOLD-FILE' TO WS-BACKUP-FILE-NAME
           CALL 'GENBKUP' USING WS-BACKUP-FILE-NAME
           END-CALL
           OPEN OUTPUT AP-MATCH-HOLD-FILE
           PERFORM VARYING WS-LINE-INDEX FROM 1 BY 1
                   UNTIL WS-LINE-INDEX > WS-LINE-COUNT
               IF ILT-IS-HELD(WS-LINE-INDEX)
                   MOVE ILT-TRANS-IMAGE(WS-LINE-INDEX)
                       TO AP-MATCH-HOLD-RECORD
                   WRITE AP-MATCH-HOLD-RECORD
               END-IF
           END-PERFORM
           CLOSE AP-MATCH-HOLD-FILE.
