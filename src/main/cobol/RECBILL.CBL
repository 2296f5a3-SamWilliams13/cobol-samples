      *****************************************************************
      * Program name:    RECBILL
      * Original author: Dave Nicolette
      *
      * Recurring billing.
      *
      * Reads the standing contracts on RECURRING-BILLING-FILE and,
      * for every contract whose next bill date has come, writes an
      * ordinary H/D invoice group to RECURRING-INVOICE-FILE - listed
      * on INVOICE-SOURCE-LIST under its own source code as a
      * consumable feed, so INVCONS merges it into the billing path
      * like any branch feed and INVEDIT and INVCALC edit, number,
      * and bill it. The contract's next bill date then moves on one
      * cycle. A contract that fell behind (the run did not happen,
      * or the contract was keyed late) bills once for each cycle it
      * missed, so no month is lost the way a forgotten hand-keyed
      * group was. A contract past its end date has expired and
      * drops off the file; a contract that cannot be billed as it
      * stands - unknown account, bad frequency or date, a line
      * with no SKU or a bad quantity or price - is skipped, left on
      * the file untouched, and logged. RECURRING-BILLING-REPORT
      * lists every cycle billed and every contract expired or
      * skipped.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RECBILL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECURRING-BILLING-FILE
               ASSIGN TO "RECURRING-BILLING-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTRACT-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTOMER-MASTER-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECURRING-INVOICE-FILE
               ASSIGN TO "RECURRING-INVOICE-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-FILE-STATUS.
           SELECT RECURRING-BILLING-REPORT-FILE
               ASSIGN TO "RECURRING-BILLING-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RECURRING-BILLING-FILE.
       COPY RECURBIL.

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST.

       FD  RECURRING-INVOICE-FILE.
       COPY INVREC.

       FD  RECURRING-BILLING-REPORT-FILE.
       01  RECURRING-BILLING-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILLER.
           05  WS-CONTRACT-FILE-STATUS  PIC XX.
           05  WS-INVOICE-FILE-STATUS   PIC XX.
           05  WS-EOF-FLAG              PIC X.
               88  END-OF-CURRENT-FILE      VALUE 'Y'.
           05  WS-CAPACITY-FLAG         PIC X VALUE 'N'.
               88  A-TABLE-IS-OVER-CAPACITY VALUE 'Y'.
           05  WS-DATE-VALID-FLAG       PIC X.
               88  CHECKED-DATE-IS-VALID    VALUE 'Y'.
           05  WS-CUSTOMER-FOUND-FLAG   PIC X.
               88  CUSTOMER-WAS-FOUND       VALUE 'Y'.
           05  WS-CUSTOMER-COUNT        PIC S9(05) VALUE 0.
           05  WS-CONTRACT-LINE-COUNT   PIC S9(05) VALUE 0.
           05  WS-TABLE-INDEX           PIC S9(05).
           05  WS-LINE-INDEX            PIC S9(05).
           05  WS-FIRST-LINE            PIC S9(05).
           05  WS-LAST-LINE             PIC S9(05).
           05  WS-CYCLES-BILLED         PIC S9(04).
           05  WS-MONTHS-PER-CYCLE      PIC S9(04).
           05  WS-CONTRACT-LINES        PIC S9(05).
           05  WS-RUN-DATE              PIC X(08).
           05  WS-CURRENT-CONTRACT-ID   PIC X(08).
           05  WS-CUSTOMER-NAME         PIC X(19).
           05  WS-REJECT-REASON         PIC X(40).
           05  WS-CYCLE-AMOUNT          PIC S9(07)V99.
           05  WS-LINE-AMOUNT           PIC S9(07)V99.
           05  WS-CONTRACTS-BILLED      PIC S9(05) VALUE 0.
           05  WS-INVOICES-WRITTEN      PIC S9(05) VALUE 0.
           05  WS-CONTRACTS-EXPIRED     PIC S9(05) VALUE 0.
           05  WS-CONTRACTS-SKIPPED     PIC S9(05) VALUE 0.
           05  WS-CONTRACTS-NOT-DUE     PIC S9(05) VALUE 0.
           05  WS-TOTAL-BILLED          PIC S9(09)V99 VALUE 0.
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

      * The next bill date taken apart for the cycle arithmetic. The
      * billing day is the day of the month the contract started.
       01  WS-NEXT-BILL-DATE.
           05  WS-NEXT-BILL-YEAR        PIC 9(04).
           05  WS-NEXT-BILL-MONTH       PIC 9(02).
           05  WS-NEXT-BILL-DAY         PIC 9(02).
       01  WS-BILLING-DAY               PIC 9(02).
       01  WS-MONTH-COUNT               PIC S9(06).

      * No contract bills more than a year of missed monthly cycles
      * in one run; the rest follow on the next run.
       01  WS-MAXIMUM-CATCH-UP-CYCLES   PIC S9(04) VALUE 12.

       01  WS-ERROR-LOG-FIELDS.
           05  WS-ERR-PROGRAM-NAME      PIC X(08) VALUE 'RECBILL'.
           05  WS-ERR-PARAGRAPH-NAME    PIC X(30).
           05  WS-ERR-DESCRIPTION       PIC X(60).
           05  WS-ERR-OFFENDING-DATA    PIC X(30).

       01  RPT-AMOUNT-EDITED            PIC Z(8)9.99-.
       01  RPT-COUNT-EDITED             PIC ZZZZ9.

       01  CUSTOMER-TABLE.
           05  CUSTOMER-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-CUSTOMER-COUNT.
               10  CTB-ACCOUNT-NUMBER   PIC X(06).
               10  CTB-CUSTOMER-NAME    PIC X(19).

      * Contract lines in file order. Status X drops the line when
      * the file is rewritten - its contract has expired.
       01  CONTRACT-LINE-TABLE.
           05  CONTRACT-LINE-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-CONTRACT-LINE-COUNT.
               10  RBT-IMAGE            PIC X(73).
               10  RBT-STATUS           PIC X.
                   88  RBT-IS-KEPT          VALUE ' '.
                   88  RBT-HAS-EXPIRED      VALUE 'X'.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE 'L' TO WS-LOCK-ACTION
           PERFORM CLAIM-RUN-LOCK
           IF A-RUN-LOCK-WAS-REFUSED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           CALL 'BUSDATE' USING WS-RUN-DATE
           END-CALL
           PERFORM LOAD-CUSTOMER-MASTER
           PERFORM LOAD-CONTRACT-LINES
           IF A-TABLE-IS-OVER-CAPACITY
               DISPLAY 'RECBILL: an input file exceeds the table '
                   'capacity - nothing billed, no files touched'
               MOVE 'MAIN-LOGIC' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'recurring billing input exceeds table capacity'
                   TO WS-ERR-DESCRIPTION
               MOVE SPACES TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-RECBILL-ERROR
               MOVE 'U' TO WS-LOCK-ACTION
               PERFORM CLAIM-RUN-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND RECURRING-INVOICE-FILE
           IF WS-INVOICE-FILE-STATUS = '35'
               OPEN OUTPUT RECURRING-INVOICE-FILE
           END-IF
           OPEN OUTPUT RECURRING-BILLING-REPORT-FILE
           PERFORM PRINT-REPORT-HEADING
           MOVE SPACES TO WS-CURRENT-CONTRACT-ID
           PERFORM VARYING WS-LINE-INDEX FROM 1 BY 1
                   UNTIL WS-LINE-INDEX > WS-CONTRACT-LINE-COUNT
               MOVE RBT-IMAGE(WS-LINE-INDEX)
                   TO RECURRING-BILLING-RECORD
               IF WS-LINE-INDEX = 1
                   OR RCB-CONTRACT-ID NOT = WS-CURRENT-CONTRACT-ID
                   MOVE RCB-CONTRACT-ID TO WS-CURRENT-CONTRACT-ID
                   PERFORM PROCESS-ONE-CONTRACT
               END-IF
           END-PERFORM
           PERFORM PRINT-REPORT-TOTALS
           CLOSE RECURRING-INVOICE-FILE
           CLOSE RECURRING-BILLING-REPORT-FILE
           PERFORM REWRITE-CONTRACT-FILE
           MOVE 'U' TO WS-LOCK-ACTION
           PERFORM CLAIM-RUN-LOCK
           DISPLAY 'RECBILL: ' WS-INVOICES-WRITTEN ' invoice(s) for '
               WS-CONTRACTS-BILLED ' contract(s) queued, '
               WS-CONTRACTS-EXPIRED ' expired, '
               WS-CONTRACTS-SKIPPED ' skipped'
           GOBACK.

      *---------------------------------------------------------------
      * Claims (WS-LOCK-ACTION 'L') or releases ('U') the run lock on
      * RECURRING-BILLING-FILE, the one file this run rewrites in
      * place. A refused claim names the holder and stops the run.

       CLAIM-RUN-LOCK.
           MOVE 'RECURRING-BILLING-FILE' TO WS-LOCK-FILE-NAME
           CALL 'RUNLOCK' USING WS-LOCK-ACTION WS-ERR-PROGRAM-NAME
               WS-LOCK-FILE-NAME WS-LOCK-RESULT-FLAG
               WS-LOCK-HOLDER-NAME
           END-CALL
           IF WS-LOCK-ACTION = 'L' AND NOT RUN-LOCK-GRANTED
               SET A-RUN-LOCK-WAS-REFUSED TO TRUE
               DISPLAY 'RECBILL: ' WS-LOCK-FILE-NAME
                   ' is locked by ' WS-LOCK-HOLDER-NAME
                   ' - run refused'
               MOVE 'CLAIM-RUN-LOCK' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'master locked by another program'
                   TO WS-ERR-DESCRIPTION
               MOVE WS-LOCK-HOLDER-NAME TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-RECBILL-ERROR
           END-IF.

      *---------------------------------------------------------------
      * Calls the shared LOGERROR routine to append one record to
      * ERROR-LOG-FILE for the problem just found. WS-ERR-PARAGRAPH-
      * NAME, WS-ERR-DESCRIPTION and WS-ERR-OFFENDING-DATA must be set
      * by the calling paragraph before this is performed.

       LOG-RECBILL-ERROR.
           CALL 'LOGERROR' USING WS-ERR-PROGRAM-NAME
               WS-ERR-PARAGRAPH-NAME WS-ERR-DESCRIPTION
               WS-ERR-OFFENDING-DATA
           END-CALL.

      *---------------------------------------------------------------
      * Loads account number and name from CUSTOMER-MASTER-FILE.

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
                           MOVE CST-ACCOUNT-NUMBER TO
                               CTB-ACCOUNT-NUMBER(WS-CUSTOMER-COUNT)
                           MOVE CST-CUSTOMER-NAME TO
                               CTB-CUSTOMER-NAME(WS-CUSTOMER-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER-FILE.

      *---------------------------------------------------------------
      * Loads every contract line. A missing file is no contracts.

       LOAD-CONTRACT-LINES.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT RECURRING-BILLING-FILE
           IF WS-CONTRACT-FILE-STATUS NOT = '00'
               SET END-OF-CURRENT-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ RECURRING-BILLING-FILE
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       IF WS-CONTRACT-LINE-COUNT = 2000
                           SET A-TABLE-IS-OVER-CAPACITY TO TRUE
                           SET END-OF-CURRENT-FILE TO TRUE
                       ELSE
                           ADD 1 TO WS-CONTRACT-LINE-COUNT
                           MOVE RECURRING-BILLING-RECORD TO
                               RBT-IMAGE(WS-CONTRACT-LINE-COUNT)
                           MOVE SPACE TO
                               RBT-STATUS(WS-CONTRACT-LINE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CONTRACT-FILE-STATUS = '00' OR '10'
               CLOSE RECURRING-BILLING-FILE
           END-IF.

      *---------------------------------------------------------------
      * Works the contract whose first line is at WS-LINE-INDEX:
      * finds its last line, edits it, then expires it or bills every
      * cycle that has come due, moving the next bill date on.

       PROCESS-ONE-CONTRACT.
           MOVE WS-LINE-INDEX TO WS-FIRST-LINE
           MOVE WS-LINE-INDEX TO WS-LAST-LINE
           PERFORM VARYING WS-TABLE-INDEX FROM WS-LINE-INDEX BY 1
                   UNTIL WS-TABLE-INDEX > WS-CONTRACT-LINE-COUNT
                      OR RBT-IMAGE(WS-TABLE-INDEX)(1:8)
                          NOT = WS-CURRENT-CONTRACT-ID
               MOVE WS-TABLE-INDEX TO WS-LAST-LINE
           END-PERFORM
           COMPUTE WS-CONTRACT-LINES = WS-LAST-LINE - WS-FIRST-LINE + 1
           MOVE RBT-IMAGE(WS-FIRST-LINE) TO RECURRING-BILLING-RECORD
           PERFORM EDIT-CONTRACT
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-CONTRACTS-SKIPPED
               MOVE 0 TO WS-CYCLE-AMOUNT
               PERFORM PRINT-CONTRACT-LINE
               MOVE 'PROCESS-ONE-CONTRACT' TO WS-ERR-PARAGRAPH-NAME
               MOVE WS-REJECT-REASON TO WS-ERR-DESCRIPTION
               MOVE SPACES TO WS-ERR-OFFENDING-DATA
               STRING 'CONTRACT ' RCB-CONTRACT-ID
                   DELIMITED BY SIZE INTO WS-ERR-OFFENDING-DATA
               PERFORM LOG-RECBILL-ERROR
           ELSE
               MOVE RCB-NEXT-BILL-DATE TO WS-NEXT-BILL-DATE
               MOVE RCB-START-DATE(7:2) TO WS-BILLING-DAY
               MOVE 0 TO WS-CYCLES-BILLED
               PERFORM UNTIL WS-NEXT-BILL-DATE > WS-RUN-DATE
                       OR (RCB-END-DATE NOT = SPACES
                           AND WS-NEXT-BILL-DATE > RCB-END-DATE)
                       OR WS-CYCLES-BILLED
                           = WS-MAXIMUM-CATCH-UP-CYCLES
                   PERFORM WRITE-CONTRACT-INVOICE
                   ADD 1 TO WS-CYCLES-BILLED
                   PERFORM ADVANCE-NEXT-BILL-DATE
               END-PERFORM
               IF WS-CYCLES-BILLED > 0
                   ADD 1 TO WS-CONTRACTS-BILLED
               END-IF
               PERFORM VARYING WS-TABLE-INDEX FROM WS-FIRST-LINE BY 1
                       UNTIL WS-TABLE-INDEX > WS-LAST-LINE
                   MOVE RBT-IMAGE(WS-TABLE-INDEX)
                       TO RECURRING-BILLING-RECORD
                   MOVE WS-NEXT-BILL-DATE TO RCB-NEXT-BILL-DATE
                   MOVE RECURRING-BILLING-RECORD
                       TO RBT-IMAGE(WS-TABLE-INDEX)
               END-PERFORM
               EVALUATE TRUE
                   WHEN RCB-END-DATE NOT = SPACES
                       AND WS-NEXT-BILL-DATE > RCB-END-DATE
                       ADD 1 TO WS-CONTRACTS-EXPIRED
                       MOVE 'EXPIRED' TO WS-REJECT-REASON
                       MOVE 0 TO WS-CYCLE-AMOUNT
                       PERFORM PRINT-CONTRACT-LINE
                       PERFORM VARYING WS-TABLE-INDEX
                               FROM WS-FIRST-LINE BY 1
                               UNTIL WS-TABLE-INDEX > WS-LAST-LINE
                           SET RBT-HAS-EXPIRED(WS-TABLE-INDEX)
                               TO TRUE
                       END-PERFORM
                   WHEN WS-CYCLES-BILLED = 0
                       ADD 1 TO WS-CONTRACTS-NOT-DUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *---------------------------------------------------------------
      * Sets WS-REJECT-REASON to the first thing that keeps the
      * contract in RECURRING-BILLING-RECORD from billing, or leaves
      * it blank. Every line is checked, not just the first.

       EDIT-CONTRACT.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 'N' TO WS-CUSTOMER-FOUND-FLAG
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                   UNTIL WS-TABLE-INDEX > WS-CUSTOMER-COUNT
                      OR CUSTOMER-WAS-FOUND
               IF CTB-ACCOUNT-NUMBER(WS-TABLE-INDEX)
                       = RCB-ACCOUNT-NUMBER
                   SET CUSTOMER-WAS-FOUND TO TRUE
                   MOVE CTB-CUSTOMER-NAME(WS-TABLE-INDEX)
                       TO WS-CUSTOMER-NAME
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN NOT CUSTOMER-WAS-FOUND
                   MOVE 'SKIPPED - ACCOUNT NOT ON CUSTOMER MASTER'
                       TO WS-REJECT-REASON
               WHEN RCB-BILLS-MONTHLY
                   MOVE 1 TO WS-MONTHS-PER-CYCLE
               WHEN RCB-BILLS-QUARTERLY
                   MOVE 3 TO WS-MONTHS-PER-CYCLE
               WHEN RCB-BILLS-SEMIANNUALLY
                   MOVE 6 TO WS-MONTHS-PER-CYCLE
               WHEN RCB-BILLS-ANNUALLY
                   MOVE 12 TO WS-MONTHS-PER-CYCLE
               WHEN OTHER
                   MOVE 'SKIPPED - FREQUENCY MUST BE M, Q, S OR A'
                       TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               CALL 'DATECHK' USING RCB-START-DATE WS-DATE-VALID-FLAG
               END-CALL
               IF NOT CHECKED-DATE-IS-VALID
                   MOVE 'SKIPPED - START DATE IS NOT A VALID DATE'
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               CALL 'DATECHK' USING RCB-NEXT-BILL-DATE
                   WS-DATE-VALID-FLAG
               END-CALL
               IF NOT CHECKED-DATE-IS-VALID
                   MOVE 'SKIPPED - NEXT BILL DATE IS NOT VALID'
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND RCB-NEXT-BILL-DATE < RCB-START-DATE
               MOVE 'SKIPPED - NEXT BILL DATE BEFORE START DATE'
                   TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND RCB-END-DATE NOT = SPACES
               CALL 'DATECHK' USING RCB-END-DATE WS-DATE-VALID-FLAG
               END-CALL
               IF NOT CHECKED-DATE-IS-VALID
                   MOVE 'SKIPPED - END DATE IS NOT A VALID DATE'
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           PERFORM VARYING WS-TABLE-INDEX FROM WS-FIRST-LINE BY 1
                   UNTIL WS-TABLE-INDEX > WS-LAST-LINE
                      OR WS-REJECT-REASON NOT = SPACES
               MOVE RBT-IMAGE(WS-TABLE-INDEX)
                   TO RECURRING-BILLING-RECORD
               EVALUATE TRUE
                   WHEN RCB-SKU = SPACES
                       MOVE 'SKIPPED - A LINE HAS NO SKU'
                           TO WS-REJECT-REASON
                   WHEN RCB-QUANTITY NOT NUMERIC
                       OR RCB-QUANTITY NOT > 0
                       MOVE 'SKIPPED - A LINE QUANTITY IS NOT ABOVE 0'
                           TO WS-REJECT-REASON
                   WHEN RCB-UNIT-PRICE NOT NUMERIC
                       OR RCB-UNIT-PRICE < 0
                       MOVE 'SKIPPED - A LINE PRICE IS NEGATIVE'
                           TO WS-REJECT-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           MOVE RBT-IMAGE(WS-FIRST-LINE) TO RECURRING-BILLING-RECORD.

      *---------------------------------------------------------------
      * Writes one cycle's invoice group: a header built from the
      * contract's first line, numbered by INVCALC when it bills, and
      * a detail record per contract line.

       WRITE-CONTRACT-INVOICE.
           MOVE 0 TO WS-CYCLE-AMOUNT
           MOVE SPACES TO INVOICE-FILE-RECORD
           MOVE 'H' TO IFR-RECORD-TYPE
           MOVE WS-RUN-DATE TO IFR-INV-DATE
           MOVE SPACES TO IFR-INV-NUMBER
           MOVE 'N' TO IFR-INV-RETURN
           MOVE RCB-SHIP-STATE TO IFR-SHIP-STATE
           MOVE WS-CONTRACT-LINES TO IFR-LINE-COUNT
           MOVE RCB-ACCOUNT-NUMBER TO IFR-ACCOUNT-NUMBER
           MOVE WS-CUSTOMER-NAME TO IFR-CUSTOMER-NAME
           MOVE RCB-CURRENCY-CODE TO IFR-CURRENCY-CODE
           MOVE SPACES TO IFR-SOURCE-CODE
           MOVE RCB-SALESPERSON-CODE TO IFR-SALESPERSON-CODE
           WRITE INVOICE-FILE-RECORD
           PERFORM VARYING WS-TABLE-INDEX FROM WS-FIRST-LINE BY 1
                   UNTIL WS-TABLE-INDEX > WS-LAST-LINE
               MOVE RBT-IMAGE(WS-TABLE-INDEX)
                   TO RECURRING-BILLING-RECORD
               MOVE SPACES TO INVOICE-FILE-RECORD
               MOVE 'D' TO IFR-RECORD-TYPE
               MOVE RCB-SKU TO IFR-SKU
               MOVE RCB-UNIT-PRICE TO IFR-UNIT-PRICE
               MOVE RCB-QUANTITY TO IFR-QUANTITY
               MOVE RCB-TAXABLE TO IFR-TAXABLE
               MOVE RCB-HAZMAT TO IFR-HAZMAT
               WRITE INVOICE-FILE-RECORD
               COMPUTE WS-LINE-AMOUNT ROUNDED =
                   RCB-QUANTITY * RCB-UNIT-PRICE
               ADD WS-LINE-AMOUNT TO WS-CYCLE-AMOUNT
           END-PERFORM
           MOVE RBT-IMAGE(WS-FIRST-LINE) TO RECURRING-BILLING-RECORD
           ADD 1 TO WS-INVOICES-WRITTEN
           ADD WS-CYCLE-AMOUNT TO WS-TOTAL-BILLED
           MOVE 'BILLED' TO WS-REJECT-REASON
           PERFORM PRINT-CONTRACT-LINE
           MOVE SPACES TO WS-REJECT-REASON.

      *---------------------------------------------------------------
      * Moves WS-NEXT-BILL-DATE on by one cycle, landing on the
      * contract's billing day or, in a shorter month, on the last
      * day of that month.

       ADVANCE-NEXT-BILL-DATE.
           COMPUTE WS-MONTH-COUNT = WS-NEXT-BILL-YEAR * 12
               + WS-NEXT-BILL-MONTH - 1 + WS-MONTHS-PER-CYCLE
           DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-NEXT-BILL-YEAR
               REMAINDER WS-NEXT-BILL-MONTH
           ADD 1 TO WS-NEXT-BILL-MONTH
           MOVE WS-BILLING-DAY TO WS-NEXT-BILL-DAY
           CALL 'DATECHK' USING WS-NEXT-BILL-DATE WS-DATE-VALID-FLAG
           END-CALL
           PERFORM UNTIL CHECKED-DATE-IS-VALID
                   OR WS-NEXT-BILL-DAY < 29
               SUBTRACT 1 FROM WS-NEXT-BILL-DAY
               CALL 'DATECHK' USING WS-NEXT-BILL-DATE
                   WS-DATE-VALID-FLAG
               END-CALL
           END-PERFORM.

      *---------------------------------------------------------------
      * Rewrites RECURRING-BILLING-FILE with the next bill dates
      * moved on and the expired contracts dropped.

       REWRITE-CONTRACT-FILE.
           MOVE 'RECURRING-BILLING-FILE' TO WS-BACKUP-FILE-NAME
           CALL 'GENBKUP' USING WS-BACKUP-FILE-NAME
           END-CALL
           OPEN OUTPUT RECURRING-BILLING-FILE
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                   UNTIL WS-TABLE-INDEX > WS-CONTRACT-LINE-COUNT
               IF RBT-IS-KEPT(WS-TABLE-INDEX)
                   MOVE RBT-IMAGE(WS-TABLE-INDEX)
                       TO RECURRING-BILLING-RECORD
                   WRITE RECURRING-BILLING-RECORD
               END-IF
           END-PERFORM
           CLOSE RECURRING-BILLING-FILE.

      *---------------------------------------------------------------
      * Writes the report heading.

       PRINT-REPORT-HEADING.
           MOVE SPACES TO RECURRING-BILLING-REPORT-LINE
           MOVE 'ACME DISTRIBUTING CO.' TO RECURRING-BILLING-REPORT-LINE
           WRITE RECURRING-BILLING-REPORT-LINE
           MOVE SPACES TO RECURRING-BILLING-REPORT-LINE
           STRING 'RECURRING BILLING - RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO RECURRING-BILLING-REPORT-LINE
           WRITE RECURRING-BILLING-REPORT-LINE
           MOVE SPACES TO RECURRING-BILLING-REPORT-LINE
           WRITE RECURRING-BILLING-REPORT-LINE
           MOVE SPACES TO RECURRING-BILLING-REPORT-LINE
           STRING 'CONTRACT ACCOUNT CUSTOMER            CYCLE     '
               'LINES        AMOUNT  RESULT'
               DELIMITED BY SIZE INTO RECURRING-BILLING-REPORT-LINE
           WRITE RECURRING-BILLING-REPORT-LINE.

      *---------------------------------------------------------------
      * Prints one line for the contract in RECURRING-BILLING-RECORD:
      * the cycle just billed, or why the contract was expired or
      * skipped (WS-REJECT-REASON).

       PRINT-CONTRACT-LINE.
           MOVE SPACES TO RECURRING-BILLING-REPORT-LINE
           MOVE RCB-CONTRACT-ID TO RECURRING-BILLING-REPORT-LINE(1:8)
           MOVE RCB-ACCOUNT-NUMBER
               TO RECURRING-BILLING-REPORT-LINE(10:6)
           IF CUSTOMER-WAS-FOUND
               MOVE WS-CUSTOMER-NAME
                   TO RECURRING-BILLING-REPORT-LINE(18:19)
           END-IF
           MOVE WS-NEXT-BILL-DATE TO RECURRING-BILLING-REPORT-LINE(38:8)
           IF WS-REJECT-REASON = 'BILLED'
               MOVE WS-CONTRACT-LINES TO RPT-COUNT-EDITED
               MOVE RPT-COUNT-EDITED
                   TO RECURRING-BILLING-REPORT-LINE(48:5)
               MOVE WS-CYCLE-AMOUNT TO RPT-AMOUNT-EDITED
               MOVE RPT-AMOUNT-EDITED
                   TO RECURRING-BILLING-REPORT-LINE(54:13)
           ELSE
               IF WS-REJECT-REASON = 'EXPIRED'
                   MOVE RCB-END-DATE
                       TO RECURRING-BILLING-REPORT-LINE(38:8)
               ELSE
                   MOVE RCB-NEXT-BILL-DATE
                       TO RECURRING-BILLING-REPORT-LINE(38:8)
               END-IF
           END-IF
           MOVE WS-REJECT-REASON TO RECURRING-BILLING-REPORT-LINE(69:40)
           WRITE RECURRING-BILLING-REPORT-LINE.

      *---------------------------------------------------------------
      * Writes the run totals.

       PRINT-REPORT-TOTALS.
           MOVE SPACES TO RECURRING-BILLING-REPORT-LINE
           WRITE RECURRING-BILLING-REPORT-LINE
           MOVE SPACES TO RECURRING-BILLING-REPORT-LINE
           MOVE WS-INVOICES-WRITTEN TO RPT-COUNT-EDITED
           STRING 'INVOICES QUEUED:    ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO RECURRING-BILLING-REPORT-LINE
           MOVE WS-TOTAL-BILLED TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED
               TO RECURRING-BILLING-REPORT-LINE(54:13)
           WRITE RECURRING-BILLING-REPORT-LINE
           MOVE SPACES TO RECURRING-BILLING-REPORT-LINE
           MOVE WS-CONTRACTS-BILLED TO RPT-COUNT-EDITED
           STRING 'CONTRACTS BILLED:   ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO RECURRING-BILLING-REPORT-LINE
           WRITE RECURRING-BILLING-REPORT-LINE
           MOVE SPACES TO RECURRING-BILLING-REPORT-LINE
           MOVE WS-CONTRACTS-NOT-DUE TO RPT-COUNT-EDITED
           STRING 'CONTRACTS NOT DUE:  ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO RECURRING-BILLING-REPORT-LINE
           WRITE RECURRING-BILLING-REPORT-LINE
           MOVE SPACES TO RECURRING-BILLING-REPORT-LINE
           MOVE WS-CONTRACTS-EXPIRED TO RPT-COUNT-EDITED
           STRING 'CONTRACTS EXPIRED:  ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO RECURRING-BILLING-REPORT-LINE
           WRITE RECURRING-BILLING-REPORT-LINE
           MOVE SPACES TO RECURRING-BILLING-REPORT-LINE
           MOVE WS-CONTRACTS-SKIPPED TO RPT-COUNT-EDITED
           STRING 'CONTRACTS SKIPPED:  ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO RECURRING-BILLING-REPORT-LINE
           WRITE RECURRING-BILLING-REPORT-LINE.
