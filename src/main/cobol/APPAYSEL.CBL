      *****************************************************************
      * Program name:    APPAYSEL
      * Original author: Dave Nicolette
      *
      * Accounts payable payment selection and check run.
      *
      * Selects the open vouchers on AP-OPEN-ITEM-FILE that must be
      * paid before the next run: everything due within PAYMENT-
      * HORIZON-DAYS of the business date, and everything whose
      * early-payment discount date falls in that window, so no
      * discount is lost waiting for the net due date. A discount is
      * taken only while its date has not passed. Each vendor gets
      * one check for all its selected vouchers, numbered from the
      * check sequence on AP-NUMBER-CONTROL and written with the
      * vendor's remit-to address to AP-CHECK-FILE for treasury to
      * print. The vouchers are marked paid with the check number,
      * the check register lists every check and the vouchers it
      * pays, and each check posts to JOURNAL-ENTRY-FILE: debit
      * accounts payable for the gross, credit purchase discounts
      * taken and cash for the check.
      *
      * A vendor whose selected vouchers net to a credit, or who is
      * no longer on VENDOR-MASTER-FILE, is not paid; the register
      * says why and the vouchers stay open.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  APPAYSEL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AP-OPEN-ITEM-FILE ASSIGN TO "AP-OPEN-ITEM-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-OPEN-STATUS.
           SELECT VENDOR-MASTER-FILE ASSIGN TO "VENDOR-MASTER-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AP-NUMBER-CONTROL-FILE
               ASSIGN TO "AP-NUMBER-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-CONTROL-STATUS.
           SELECT CHART-OF-ACCOUNTS-FILE
               ASSIGN TO "CHART-OF-ACCOUNTS-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AP-CHECK-FILE ASSIGN TO "AP-CHECK-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-CHECK-STATUS.
           SELECT JOURNAL-ENTRY-FILE ASSIGN TO "JOURNAL-ENTRY-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHECK-REGISTER ASSIGN TO "CHECK-REGISTER"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AP-OPEN-ITEM-FILE.
       COPY APOPEN.

       FD  VENDOR-MASTER-FILE.
       COPY VENDMAST.

       FD  AP-NUMBER-CONTROL-FILE.
       COPY APCTL.

       FD  CHART-OF-ACCOUNTS-FILE.
       COPY CHARTACC.

       FD  AP-CHECK-FILE.
       COPY APCHECK.

       FD  JOURNAL-ENTRY-FILE.
       COPY JRNENTRY.

       FD  CHECK-REGISTER.
       01  CHECK-REGISTER-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILLER.
           05  WS-AP-OPEN-EOF-FLAG      PIC X VALUE 'N'.
               88  END-OF-AP-OPEN-FILE      VALUE 'Y'.
           05  WS-VENDOR-EOF-FLAG       PIC X VALUE 'N'.
               88  END-OF-VENDOR-MASTER-FILE VALUE 'Y'.
           05  WS-CHART-EOF-FLAG        PIC X VALUE 'N'.
               88  END-OF-CHART-FILE        VALUE 'Y'.
      * A '35' is a file that does not exist yet - no voucher, or no
      * check, has ever been written.
           05  WS-AP-OPEN-STATUS        PIC XX.
           05  WS-AP-CONTROL-STATUS     PIC XX.
           05  WS-AP-CHECK-STATUS       PIC XX.
           05  WS-CAPACITY-FLAG         PIC X VALUE 'N'.
               88  A-TABLE-IS-OVER-CAPACITY VALUE 'Y'.
           05  WS-ITEM-COUNT            PIC S9(05) VALUE 0.
           05  WS-VENDOR-COUNT          PIC S9(05) VALUE 0.
           05  WS-ITEM-INDEX            PIC S9(05).
           05  WS-PAY-INDEX             PIC S9(05).
           05  WS-VENDOR-INDEX          PIC S9(05).
           05  WS-CHECKS-WRITTEN        PIC S9(05) VALUE 0.
           05  WS-ITEMS-PAID            PIC S9(05) VALUE 0.
           05  WS-VENDORS-SKIPPED       PIC S9(05) VALUE 0.
      * The vendor whose check is being built and its totals.
           05  WS-CURRENT-VENDOR-ID     PIC X(10).
           05  WS-CHECK-GROSS           PIC S9(09)V99.
           05  WS-CHECK-DISCOUNT        PIC S9(09)V99.
           05  WS-CHECK-NET             PIC S9(09)V99.
           05  WS-CHECK-ITEM-COUNT      PIC S9(05).
           05  WS-ITEM-DISCOUNT         PIC S9(07)V99.
           05  WS-SKIP-REASON           PIC X(30).
           05  WS-RUN-GROSS             PIC S9(09)V99 VALUE 0.
           05  WS-RUN-DISCOUNT          PIC S9(09)V99 VALUE 0.
           05  WS-RUN-NET               PIC S9(09)V99 VALUE 0.
           05  WS-LAST-VOUCHER-NUMBER   PIC 9(06) VALUE 0.
           05  WS-NEXT-CHECK-NUMBER     PIC 9(06) VALUE 0.
           05  WS-CHECK-NUMBER          PIC X(08).
           05  WS-RUN-DATE              PIC X(08).
           05  WS-HORIZON-DATE          PIC X(08).
           05  WS-DATE-NUMERIC          PIC 9(08).
           05  WS-DATE-INTEGER          PIC S9(09).
      * Ledger accounts, with the same loud suspense default INVCALC
      * uses when a posting key is missing from the chart.
           05  WS-AP-ACCOUNT            PIC X(08) VALUE '99999999'.
           05  WS-CASH-ACCOUNT          PIC X(08) VALUE '99999999'.
           05  WS-PURCHDISC-ACCOUNT     PIC X(08) VALUE '99999999'.
      * Days ahead of the business date the run looks for due and
      * discount dates - the gap to the next scheduled check run.
           05  PAYMENT-HORIZON-DAYS     PIC 9(03) VALUE 7.
      * External name handed to the shared GENBKUP routine before a
      * file is rewritten in place.
           05  WS-BACKUP-FILE-NAME      PIC X(40).
      * Run-lock fields for the shared RUNLOCK routine.
           05  WS-LOCK-ACTION           PIC X.
           05  WS-LOCK-FILE-NAME        PIC X(40).
           05  WS-LOCK-RESULT-FLAG      PIC X.
               88  RUN-LOCK-GRANTED         VALUE 'Y'.
           05  WS-LOCK-HOLDER-NAME      PIC X(08).

       01  WS-ERROR-LOG-FIELDS.
           05  WS-ERR-PROGRAM-NAME      PIC X(08) VALUE 'APPAYSEL'.
           05  WS-ERR-PARAGRAPH-NAME    PIC X(30).
           05  WS-ERR-DESCRIPTION       PIC X(60).
           05  WS-ERR-OFFENDING-DATA    PIC X(30).

       01  RPT-AMOUNT-EDITED            PIC Z(8)9.99-.
       01  RPT-COUNT-EDITED             PIC ZZZZ9.

      * Every voucher on file, whole, with this run's selection.
       01  AP-ITEM-TABLE.
           05  AP-ITEM-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON WS-ITEM-COUNT.
               10  APT-ITEM-IMAGE       PIC X(115).
               10  APT-SELECT-FLAG      PIC X.
                   88  APT-IS-SELECTED      VALUE 'S'.
                   88  APT-IS-DONE          VALUE 'D'.

       01  VENDOR-TABLE.
           05  VENDOR-TABLE-ENTRY OCCURS 1 TO 300 TIMES
                   DEPENDING ON WS-VENDOR-COUNT
                   INDEXED BY VENDOR-TABLE-IDX.
               10  VNT-VENDOR-ID        PIC X(10).
               10  VNT-VENDOR-IMAGE     PIC X(149).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE 'L' TO WS-LOCK-ACTION
           MOVE 'AP-OPEN-ITEM-FILE' TO WS-LOCK-FILE-NAME
           CALL 'RUNLOCK' USING WS-LOCK-ACTION WS-ERR-PROGRAM-NAME
               WS-LOCK-FILE-NAME WS-LOCK-RESULT-FLAG
               WS-LOCK-HOLDER-NAME
           END-CALL
           IF NOT RUN-LOCK-GRANTED
               DISPLAY 'APPAYSEL: AP-OPEN-ITEM-FILE is locked by '
                   WS-LOCK-HOLDER-NAME ' - run refused'
               MOVE 'MAIN-LOGIC' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'master locked by another program'
                   TO WS-ERR-DESCRIPTION
               MOVE WS-LOCK-HOLDER-NAME TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-APPAYSEL-ERROR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           CALL 'BUSDATE' USING WS-RUN-DATE
           END-CALL
           MOVE WS-RUN-DATE TO WS-DATE-NUMERIC
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC)
                   + PAYMENT-HORIZON-DAYS
           COMPUTE WS-DATE-NUMERIC =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           MOVE WS-DATE-NUMERIC TO WS-HORIZON-DATE
           PERFORM LOAD-CHART-OF-ACCOUNTS
           PERFORM LOAD-VENDOR-MASTER
           PERFORM LOAD-AP-OPEN-ITEMS
           IF A-TABLE-IS-OVER-CAPACITY
               DISPLAY '*** APPAYSEL: an input file exceeds the table '
                   'capacity - run refused, nothing written ***'
               MOVE 'MAIN-LOGIC' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'input file exceeds payment run table capacity'
                   TO WS-ERR-DESCRIPTION
               MOVE SPACES TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-APPAYSEL-ERROR
               PERFORM RELEASE-RUN-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-AP-NUMBER-CONTROL
           PERFORM VARYING WS-ITEM-INDEX FROM 1 BY 1
                   UNTIL WS-ITEM-INDEX > WS-ITEM-COUNT
               PERFORM SELECT-ONE-ITEM
           END-PERFORM
           PERFORM OPEN-CHECK-OUTPUTS
           PERFORM VARYING WS-ITEM-INDEX FROM 1 BY 1
                   UNTIL WS-ITEM-INDEX > WS-ITEM-COUNT
               IF APT-IS-SELECTED(WS-ITEM-INDEX)
                   PERFORM PAY-ONE-VENDOR
               END-IF
           END-PERFORM
           PERFORM CLOSE-CHECK-OUTPUTS
           IF WS-CHECKS-WRITTEN > 0
               PERFORM REWRITE-AP-OPEN-ITEMS
               PERFORM SAVE-AP-NUMBER-CONTROL
           END-IF
           PERFORM RELEASE-RUN-LOCK
           DISPLAY 'APPAYSEL: ' WS-CHECKS-WRITTEN ' check(s) for '
               WS-ITEMS-PAID ' voucher(s)'
           GOBACK.

      *---------------------------------------------------------------
      * Releases this run's claim on AP-OPEN-ITEM-FILE.

       RELEASE-RUN-LOCK.
           MOVE 'U' TO WS-LOCK-ACTION
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

       LOG-APPAYSEL-ERROR.
           CALL 'LOGERROR' USING WS-ERR-PROGRAM-NAME
               WS-ERR-PARAGRAPH-NAME WS-ERR-DESCRIPTION
               WS-ERR-OFFENDING-DATA
           END-CALL.

      *---------------------------------------------------------------
      * Resolves the payables, cash, and purchase-discount accounts
      * from CHART-OF-ACCOUNTS-FILE.

       LOAD-CHART-OF-ACCOUNTS.
           OPEN INPUT CHART-OF-ACCOUNTS-FILE
           PERFORM UNTIL END-OF-CHART-FILE
               READ CHART-OF-ACCOUNTS-FILE
                   AT END
                       SET END-OF-CHART-FILE TO TRUE
                   NOT AT END
                       EVALUATE COA-POSTING-KEY
                           WHEN 'AP      '
                               MOVE COA-ACCOUNT-NUMBER
                                   TO WS-AP-ACCOUNT
                           WHEN 'CASH    '
                               MOVE COA-ACCOUNT-NUMBER
                                   TO WS-CASH-ACCOUNT
                           WHEN 'PURCDISC'
                               MOVE COA-ACCOUNT-NUMBER
                                   TO WS-PURCHDISC-ACCOUNT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE CHART-OF-ACCOUNTS-FILE
           IF WS-AP-ACCOUNT = '99999999'
               OR WS-CASH-ACCOUNT = '99999999'
               OR WS-PURCHDISC-ACCOUNT = '99999999'
               DISPLAY '*** WARNING: chart of accounts is missing a '
                   'posting key - entries will post to suspense ***'
               MOVE 'LOAD-CHART-OF-ACCOUNTS' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'posting key missing from chart of accounts'
                   TO WS-ERR-DESCRIPTION
               MOVE SPACES TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-APPAYSEL-ERROR
           END-IF.

      *---------------------------------------------------------------
      * Loads every vendor's remit-to record.

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
                           MOVE VENDOR-MASTER-RECORD
                               TO VNT-VENDOR-IMAGE(WS-VENDOR-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VENDOR-MASTER-FILE.

      *---------------------------------------------------------------
      * Loads every voucher, paid and open, so the file can be
      * rewritten whole with this run's payments marked.

       LOAD-AP-OPEN-ITEMS.
           OPEN INPUT AP-OPEN-ITEM-FILE
           IF WS-AP-OPEN-STATUS NOT = '00'
               SET END-OF-AP-OPEN-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-AP-OPEN-FILE
               READ AP-OPEN-ITEM-FILE
                   AT END
                       SET END-OF-AP-OPEN-FILE TO TRUE
                   NOT AT END
                       IF WS-ITEM-COUNT = 3000
                           SET A-TABLE-IS-OVER-CAPACITY TO TRUE
                           SET END-OF-AP-OPEN-FILE TO TRUE
                       ELSE
                           ADD 1 TO WS-ITEM-COUNT
                           MOVE AP-OPEN-ITEM-RECORD
                               TO APT-ITEM-IMAGE(WS-ITEM-COUNT)
                           MOVE SPACE
                               TO APT-SELECT-FLAG(WS-ITEM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AP-OPEN-STATUS = '00' OR '10'
               CLOSE AP-OPEN-ITEM-FILE
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
      * Selects an open voucher due by the horizon date, or one
      * whose discount is still available and expires by then.

       SELECT-ONE-ITEM.
           MOVE APT-ITEM-IMAGE(WS-ITEM-INDEX) TO AP-OPEN-ITEM-RECORD
           IF APO-IS-OPEN
               IF APO-DUE-DATE NOT > WS-HORIZON-DATE
                   MOVE 'S' TO APT-SELECT-FLAG(WS-ITEM-INDEX)
               END-IF
               IF APO-DISCOUNT-DATE NOT = SPACES
                   AND APO-DISCOUNT-DATE NOT < WS-RUN-DATE
                   AND APO-DISCOUNT-DATE NOT > WS-HORIZON-DATE
                   MOVE 'S' TO APT-SELECT-FLAG(WS-ITEM-INDEX)
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Pays every selected voucher of the vendor on the voucher at
      * WS-ITEM-INDEX with one check, or leaves them all open when
      * the vendor cannot be paid.

       PAY-ONE-VENDOR.
           MOVE APT-ITEM-IMAGE(WS-ITEM-INDEX) TO AP-OPEN-ITEM-RECORD
           MOVE APO-VENDOR-ID TO WS-CURRENT-VENDOR-ID
           MOVE 0 TO WS-CHECK-GROSS
           MOVE 0 TO WS-CHECK-DISCOUNT
           MOVE 0 TO WS-CHECK-ITEM-COUNT
           PERFORM VARYING WS-PAY-INDEX FROM WS-ITEM-INDEX BY 1
                   UNTIL WS-PAY-INDEX > WS-ITEM-COUNT
               IF APT-IS-SELECTED(WS-PAY-INDEX)
                   AND APT-ITEM-IMAGE(WS-PAY-INDEX)(9:10)
                       = WS-CURRENT-VENDOR-ID
                   MOVE APT-ITEM-IMAGE(WS-PAY-INDEX)
                       TO AP-OPEN-ITEM-RECORD
                   PERFORM COMPUTE-ITEM-DISCOUNT
                   ADD APO-GROSS-AMOUNT TO WS-CHECK-GROSS
                   ADD WS-ITEM-DISCOUNT TO WS-CHECK-DISCOUNT
                   ADD 1 TO WS-CHECK-ITEM-COUNT
               END-IF
           END-PERFORM
           COMPUTE WS-CHECK-NET = WS-CHECK-GROSS - WS-CHECK-DISCOUNT
           MOVE SPACES TO WS-SKIP-REASON
           MOVE 0 TO WS-VENDOR-INDEX
           SET VENDOR-TABLE-IDX TO 1
           SEARCH VENDOR-TABLE-ENTRY
               AT END
                   MOVE 'VENDOR NOT ON MASTER - NOT PAID'
                       TO WS-SKIP-REASON
               WHEN VNT-VENDOR-ID(VENDOR-TABLE-IDX)
                       = WS-CURRENT-VENDOR-ID
                   SET WS-VENDOR-INDEX TO VENDOR-TABLE-IDX
           END-SEARCH
           IF WS-SKIP-REASON = SPACES
               AND WS-CHECK-NET NOT > 0
               MOVE 'NETS TO A CREDIT - NOT PAID' TO WS-SKIP-REASON
           END-IF
           IF WS-SKIP-REASON = SPACES
               ADD 1 TO WS-NEXT-CHECK-NUMBER
               MOVE SPACES TO WS-CHECK-NUMBER
               STRING 'CK' WS-NEXT-CHECK-NUMBER DELIMITED BY SIZE
                   INTO WS-CHECK-NUMBER
               ADD 1 TO WS-CHECKS-WRITTEN
               ADD WS-CHECK-GROSS TO WS-RUN-GROSS
               ADD WS-CHECK-DISCOUNT TO WS-RUN-DISCOUNT
               ADD WS-CHECK-NET TO WS-RUN-NET
           ELSE
               ADD 1 TO WS-VENDORS-SKIPPED
               MOVE 'PAY-ONE-VENDOR' TO WS-ERR-PARAGRAPH-NAME
               MOVE WS-SKIP-REASON TO WS-ERR-DESCRIPTION
               MOVE WS-CURRENT-VENDOR-ID TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-APPAYSEL-ERROR
           END-IF
           PERFORM VARYING WS-PAY-INDEX FROM WS-ITEM-INDEX BY 1
                   UNTIL WS-PAY-INDEX > WS-ITEM-COUNT
               IF APT-IS-SELECTED(WS-PAY-INDEX)
                   AND APT-ITEM-IMAGE(WS-PAY-INDEX)(9:10)
                       = WS-CURRENT-VENDOR-ID
                   PERFORM SETTLE-ONE-ITEM
               END-IF
           END-PERFORM
           PERFORM WRITE-CHECK-TOTAL-LINE
           IF WS-SKIP-REASON = SPACES
               PERFORM WRITE-CHECK-RECORD
               PERFORM WRITE-CHECK-JOURNAL-ENTRIES
           END-IF.

      *---------------------------------------------------------------
      * Sets WS-ITEM-DISCOUNT to the voucher's discount when it is
      * still available on the business date, zero otherwise.

       COMPUTE-ITEM-DISCOUNT.
           IF APO-DISCOUNT-DATE NOT = SPACES
               AND APO-DISCOUNT-DATE NOT < WS-RUN-DATE
               MOVE APO-DISCOUNT-AMOUNT TO WS-ITEM-DISCOUNT
           ELSE
               MOVE 0 TO WS-ITEM-DISCOUNT
           END-IF.

      *---------------------------------------------------------------
      * Prints the voucher at WS-PAY-INDEX on the register and, when
      * the vendor is being paid, marks it paid by this check.

       SETTLE-ONE-ITEM.
           MOVE APT-ITEM-IMAGE(WS-PAY-INDEX) TO AP-OPEN-ITEM-RECORD
           PERFORM COMPUTE-ITEM-DISCOUNT
           MOVE SPACES TO CHECK-REGISTER-LINE
           IF WS-SKIP-REASON = SPACES
               MOVE WS-CHECK-NUMBER TO CHECK-REGISTER-LINE(1:8)
           END-IF
           MOVE APO-VENDOR-ID TO CHECK-REGISTER-LINE(11:10)
           MOVE APO-VOUCHER-NUMBER TO CHECK-REGISTER-LINE(23:8)
           MOVE APO-INVOICE-NUMBER TO CHECK-REGISTER-LINE(33:10)
           MOVE APO-DUE-DATE TO CHECK-REGISTER-LINE(45:8)
           MOVE APO-GROSS-AMOUNT TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED TO CHECK-REGISTER-LINE(55:13)
           MOVE WS-ITEM-DISCOUNT TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED TO CHECK-REGISTER-LINE(69:13)
           COMPUTE RPT-AMOUNT-EDITED =
               APO-GROSS-AMOUNT - WS-ITEM-DISCOUNT
           MOVE RPT-AMOUNT-EDITED TO CHECK-REGISTER-LINE(83:13)
           WRITE CHECK-REGISTER-LINE
           IF WS-SKIP-REASON = SPACES
               SET APO-IS-PAID TO TRUE
               MOVE WS-CHECK-NUMBER TO APO-CHECK-NUMBER
               MOVE WS-RUN-DATE TO APO-PAID-DATE
               COMPUTE APO-PAID-AMOUNT =
                   APO-GROSS-AMOUNT - WS-ITEM-DISCOUNT
               MOVE AP-OPEN-ITEM-RECORD
                   TO APT-ITEM-IMAGE(WS-PAY-INDEX)
               ADD 1 TO WS-ITEMS-PAID
           END-IF
           MOVE 'D' TO APT-SELECT-FLAG(WS-PAY-INDEX).

      *---------------------------------------------------------------
      * Prints the vendor's check total, or why it was not paid.

       WRITE-CHECK-TOTAL-LINE.
           MOVE SPACES TO CHECK-REGISTER-LINE
           IF WS-SKIP-REASON = SPACES
               MOVE WS-CHECK-NUMBER TO CHECK-REGISTER-LINE(1:8)
               MOVE 'CHECK TOTAL' TO CHECK-REGISTER-LINE(23:11)
           ELSE
               MOVE WS-SKIP-REASON TO CHECK-REGISTER-LINE(23:30)
           END-IF
           MOVE WS-CHECK-GROSS TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED TO CHECK-REGISTER-LINE(55:13)
           MOVE WS-CHECK-DISCOUNT TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED TO CHECK-REGISTER-LINE(69:13)
           MOVE WS-CHECK-NET TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED TO CHECK-REGISTER-LINE(83:13)
           WRITE CHECK-REGISTER-LINE
           MOVE SPACES TO CHECK-REGISTER-LINE
           WRITE CHECK-REGISTER-LINE.

      *---------------------------------------------------------------
      * Writes the check to AP-CHECK-FILE with the vendor's remit-to
      * name and address.

       WRITE-CHECK-RECORD.
           MOVE VNT-VENDOR-IMAGE(WS-VENDOR-INDEX)
               TO VENDOR-MASTER-RECORD
           MOVE WS-CHECK-NUMBER TO APK-CHECK-NUMBER
           MOVE WS-RUN-DATE TO APK-CHECK-DATE
           MOVE VND-VENDOR-ID TO APK-PAYEE-ID
           MOVE VND-VENDOR-NAME TO APK-PAYEE-NAME
           MOVE VND-ADDRESS-LINE-1 TO APK-ADDRESS-LINE-1
           MOVE VND-ADDRESS-LINE-2 TO APK-ADDRESS-LINE-2
           MOVE VND-CITY TO APK-CITY
           MOVE VND-STATE TO APK-STATE
           MOVE VND-ZIP TO APK-ZIP
           MOVE WS-CHECK-NET TO APK-CHECK-AMOUNT
           MOVE WS-CHECK-ITEM-COUNT TO APK-ITEM-COUNT
           WRITE AP-CHECK-RECORD.

      *---------------------------------------------------------------
      * Posts the check: debit payables for the gross it clears,
      * credit purchase discounts for what was taken, credit cash
      * for the check.

       WRITE-CHECK-JOURNAL-ENTRIES.
           MOVE WS-RUN-DATE TO JRN-INV-DATE
           MOVE WS-CHECK-NUMBER TO JRN-INV-NUMBER
           MOVE WS-AP-ACCOUNT TO JRN-ACCOUNT-NUMBER
           MOVE 'D' TO JRN-DEBIT-CREDIT-CODE
           MOVE WS-CHECK-GROSS TO JRN-AMOUNT
           WRITE JOURNAL-ENTRY-RECORD
           IF WS-CHECK-DISCOUNT NOT = 0
               MOVE WS-PURCHDISC-ACCOUNT TO JRN-ACCOUNT-NUMBER
               MOVE 'C' TO JRN-DEBIT-CREDIT-CODE
               MOVE WS-CHECK-DISCOUNT TO JRN-AMOUNT
               WRITE JOURNAL-ENTRY-RECORD
           END-IF
           MOVE WS-CASH-ACCOUNT TO JRN-ACCOUNT-NUMBER
           MOVE 'C' TO JRN-DEBIT-CREDIT-CODE
           MOVE WS-CHECK-NET TO JRN-AMOUNT
           WRITE JOURNAL-ENTRY-RECORD.

      *---------------------------------------------------------------
      * Opens the check file, journal, and register, and prints the
      * register headings.

       OPEN-CHECK-OUTPUTS.
           OPEN EXTEND AP-CHECK-FILE
           IF WS-AP-CHECK-STATUS = '35'
               OPEN OUTPUT AP-CHECK-FILE
           END-IF
           OPEN EXTEND JOURNAL-ENTRY-FILE
           OPEN OUTPUT CHECK-REGISTER
           MOVE SPACES TO CHECK-REGISTER-LINE
           STRING 'ACME DISTRIBUTING CO.' DELIMITED BY SIZE
               INTO CHECK-REGISTER-LINE
           WRITE CHECK-REGISTER-LINE
           MOVE SPACES TO CHECK-REGISTER-LINE
           STRING 'AP CHECK REGISTER - RUN DATE ' WS-RUN-DATE
               ' - DUE OR DISCOUNT THROUGH ' WS-HORIZON-DATE
               DELIMITED BY SIZE INTO CHECK-REGISTER-LINE
           WRITE CHECK-REGISTER-LINE
           MOVE SPACES TO CHECK-REGISTER-LINE
           WRITE CHECK-REGISTER-LINE
           MOVE SPACES TO CHECK-REGISTER-LINE
           STRING 'CHECK     VENDOR      VOUCHER   INVOICE     '
               'DUE DATE            GROSS      DISCOUNT           NET'
               DELIMITED BY SIZE INTO CHECK-REGISTER-LINE
           WRITE CHECK-REGISTER-LINE.

      *---------------------------------------------------------------
      * Prints the run totals and closes the outputs.

       CLOSE-CHECK-OUTPUTS.
           MOVE SPACES TO CHECK-REGISTER-LINE
           MOVE WS-CHECKS-WRITTEN TO RPT-COUNT-EDITED
           STRING 'CHECKS WRITTEN: ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO CHECK-REGISTER-LINE
           MOVE WS-RUN-GROSS TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED TO CHECK-REGISTER-LINE(55:13)
           MOVE WS-RUN-DISCOUNT TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED TO CHECK-REGISTER-LINE(69:13)
           MOVE WS-RUN-NET TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED TO CHECK-REGISTER-LINE(83:13)
           WRITE CHECK-REGISTER-LINE
           MOVE SPACES TO CHECK-REGISTER-LINE
           MOVE WS-VENDORS-SKIPPED TO RPT-COUNT-EDITED
           STRING 'VENDORS NOT PAID: ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO CHECK-REGISTER-LINE
           WRITE CHECK-REGISTER-LINE
           CLOSE CHECK-REGISTER
           CLOSE JOURNAL-ENTRY-FILE
           CLOSE AP-CHECK-FILE.

      *---------------------------------------------------------------
      * Rewrites AP-OPEN-ITEM-FILE with this run's payments marked.

       REWRITE-AP-OPEN-ITEMS.
           MOVE 'AP-OPEN-ITEM-FILE' TO WS-BACKUP-FILE-NAME
           CALL 'GENBKUP' USING WS-BACKUP-FILE-NAME
           END-CALL
           OPEN OUTPUT AP-OPEN-ITEM-FILE
           PERFORM VARYING WS-ITEM-INDEX FROM 1 BY 1
                   UNTIL WS-ITEM-INDEX > WS-ITEM-COUNT
               MOVE APT-ITEM-IMAGE(WS-ITEM-INDEX)
                   TO AP-OPEN-ITEM-RECORD
               WRITE AP-OPEN-ITEM-RECORD
           END-PERFORM
           CLOSE AP-OPEN-ITEM-FILE.
