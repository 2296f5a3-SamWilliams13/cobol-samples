      *****************************************************************
      * Program name:    INVAGING
      * Original author: Dave Nicolette
      *
      * Month-end slow-moving and obsolete inventory aging.
      *
      * INVVALUE puts a dollar value on the stock but values a part
      * nobody has bought in three years the same as a fast mover.
      * This run takes each SKU's on-hand value - every warehouse's
      * stock at its moving-average cost, the same figure INVVALUE
      * extends - and ages it by the SKU's last movement, the later
      * of its last receipt and its last sale, into current, 6-12
      * months, 12-24 months, and over 24 months without movement.
      * Each bucket carries a reserve percentage; the obsolescence
      * reserve is the value in each bucket at its percentage, and
      * the change from the reserve last booked (held on
      * OBSOLESCENCE-RESERVE-CONTROL) is written to
      * JOURNAL-ENTRY-FILE - obsolescence expense against the
      * contra-inventory reserve, reversed when the reserve falls -
      * so finance books the reserve from the system each month.
      *
      * Receipt dates come off INVENTORY-RECEIPTS-FILE and sale
      * dates off the product lines of SALES-EXTRACT-FILE. Both are
      * transaction files that do not keep history, so the dates are
      * carried forward on SKU-MOVEMENT-FILE, which this run keeps.
      * A SKU with no receipt or sale on record is aged from the day
      * it first appeared there, so starting the file up does not
      * reserve the whole warehouse in the first month.
      *
      * Purchasing gets STOP-BUY-REPORT: every SKU that has not
      * moved in twelve months or more and still has stock or a
      * reorder point on the product master, so REORDRPT stops
      * suggesting dead stock the moment it runs out.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  INVAGING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SKU-MASTER-FILE ASSIGN TO "SKU-MASTER-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INVENTORY-FILE ASSIGN TO "INVENTORY-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INVENTORY-RECEIPTS-FILE
               ASSIGN TO "INVENTORY-RECEIPTS-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPTS-FILE-STATUS.
           SELECT SALES-EXTRACT-FILE ASSIGN TO "SALES-EXTRACT-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.
           SELECT SKU-MOVEMENT-FILE ASSIGN TO "SKU-MOVEMENT-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVEMENT-FILE-STATUS.
           SELECT OBSOLESCENCE-CONTROL-FILE
               ASSIGN TO "OBSOLESCENCE-RESERVE-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OBSCTL-FILE-STATUS.
           SELECT CHART-OF-ACCOUNTS-FILE
               ASSIGN TO "CHART-OF-ACCOUNTS-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-ENTRY-FILE ASSIGN TO "JOURNAL-ENTRY-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AGING-REPORT-FILE
               ASSIGN TO "INVENTORY-AGING-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STOP-BUY-REPORT-FILE
               ASSIGN TO "STOP-BUY-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SKU-MASTER-FILE.
       COPY SKUMAST.

       FD  INVENTORY-FILE.
       COPY INVNTORY.

       FD  INVENTORY-RECEIPTS-FILE.
       COPY INVRCPT.

       FD  SALES-EXTRACT-FILE.
       COPY SALESEXT.

       FD  SKU-MOVEMENT-FILE.
       COPY SKUMOVE.

       FD  OBSOLESCENCE-CONTROL-FILE.
       COPY OBSCTL.

       FD  CHART-OF-ACCOUNTS-FILE.
       COPY CHARTACC.

       FD  JOURNAL-ENTRY-FILE.
       COPY JRNENTRY.

       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-LINE            PIC X(132).

       FD  STOP-BUY-REPORT-FILE.
       01  STOP-BUY-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILLER.
           05  WS-SKU-EOF-FLAG          PIC X VALUE 'N'.
               88  END-OF-SKU-MASTER-FILE   VALUE 'Y'.
           05  WS-INVENTORY-EOF-FLAG    PIC X VALUE 'N'.
               88  END-OF-INVENTORY-FILE    VALUE 'Y'.
           05  WS-RECEIPTS-EOF-FLAG     PIC X VALUE 'N'.
               88  END-OF-RECEIPTS-FILE     VALUE 'Y'.
           05  WS-EXTRACT-EOF-FLAG      PIC X VALUE 'N'.
               88  END-OF-EXTRACT-FILE      VALUE 'Y'.
           05  WS-MOVEMENT-EOF-FLAG     PIC X VALUE 'N'.
               88  END-OF-MOVEMENT-FILE     VALUE 'Y'.
           05  WS-CHART-EOF-FLAG        PIC X VALUE 'N'.
               88  END-OF-CHART-FILE        VALUE 'Y'.
           05  WS-RECEIPTS-FILE-STATUS  PIC XX.
           05  WS-EXTRACT-FILE-STATUS   PIC XX.
           05  WS-MOVEMENT-FILE-STATUS  PIC XX.
           05  WS-OBSCTL-FILE-STATUS    PIC XX.
           05  WS-PERIOD-OPEN-FLAG      PIC X.
               88  RUN-PERIOD-IS-OPEN       VALUE 'Y'.
           05  WS-CAPACITY-FLAG         PIC X VALUE 'N'.
               88  A-TABLE-IS-OVER-CAPACITY VALUE 'Y'.
           05  WS-DATE-VALID-FLAG       PIC X.
               88  WORK-DATE-IS-VALID       VALUE 'Y'.
           05  WS-RUN-DATE              PIC X(08).
           05  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
               10  WS-RUN-YEAR          PIC 9(04).
               10  WS-RUN-MONTH         PIC 9(02).
               10  WS-RUN-DAY           PIC 9(02).
           05  WS-RUN-PERIOD            PIC X(06).
           05  WS-MOVEMENT-DATE         PIC X(08).
           05  WS-MOVEMENT-DATE-PARTS REDEFINES WS-MOVEMENT-DATE.
               10  WS-MOVEMENT-YEAR     PIC 9(04).
               10  WS-MOVEMENT-MONTH    PIC 9(02).
               10  WS-MOVEMENT-DAY      PIC 9(02).
           05  WS-CANDIDATE-DATE        PIC X(08).
           05  WS-CANDIDATE-SKU         PIC X(10).
           05  WS-MONTHS-IDLE           PIC S9(05).
           05  WS-BUCKET-INDEX          PIC S9(01).
           05  WS-SKU-RESERVE           PIC S9(09)V99.
           05  WS-RESERVE-TOTAL         PIC S9(09)V99 VALUE 0.
           05  WS-VALUE-TOTAL           PIC S9(09)V99 VALUE 0.
           05  WS-PRIOR-RESERVE         PIC S9(09)V99 VALUE 0.
           05  WS-PRIOR-PERIOD          PIC X(06) VALUE SPACES.
           05  WS-RESERVE-CHANGE        PIC S9(09)V99 VALUE 0.
           05  WS-SKU-COUNT             PIC S9(05) VALUE 0.
           05  WS-BAD-DATE-COUNT        PIC S9(05) VALUE 0.
           05  WS-STOP-BUY-COUNT        PIC S9(05) VALUE 0.
           05  WORKING-INDEX            PIC S9(05).
      * How many months without movement puts a SKU on purchasing's
      * stop-buy list - the start of the 12-24 month bucket.
           05  WS-STOP-BUY-MONTHS       PIC S9(03) VALUE 12.
      * Ledger accounts resolved from CHART-OF-ACCOUNTS-FILE, with
      * the same loud suspense default INVCALC uses when a posting
      * key is missing from the chart.
           05  WS-OBSEXP-ACCOUNT        PIC X(08) VALUE '99999999'.
           05  WS-OBSRESV-ACCOUNT       PIC X(08) VALUE '99999999'.
      * Reference the reserve entry posts under: 'OR' and the period.
           05  WS-RESERVE-REFERENCE     PIC X(08).
      * External name handed to the shared GENBKUP routine before a
      * file is rewritten in place.
           05  WS-BACKUP-FILE-NAME      PIC X(40).

      * The four aging buckets, the months without movement at which
      * each starts, and the share of its value reserved. A SKU
      * lands in the last bucket whose starting month it has
      * reached.
       01  BUCKET-TABLE.
           05  BUCKET-ENTRY OCCURS 4 TIMES.
               10  BKT-NAME             PIC X(12).
               10  BKT-FROM-MONTHS      PIC S9(03).
               10  BKT-RESERVE-PCT      PIC S9(03).
               10  BKT-SKU-COUNT        PIC S9(05).
               10  BKT-VALUE            PIC S9(09)V99.
               10  BKT-RESERVE          PIC S9(09)V99.

       01  WS-ERROR-LOG-FIELDS.
           05  WS-ERR-PROGRAM-NAME      PIC X(08) VALUE 'INVAGING'.
           05  WS-ERR-PARAGRAPH-NAME    PIC X(30).
           05  WS-ERR-DESCRIPTION       PIC X(60).
           05  WS-ERR-OFFENDING-DATA    PIC X(30).

       01  RPT-QTY-EDITED               PIC Z(6)9-.
       01  RPT-AMOUNT-EDITED            PIC Z(8)9.99-.
       01  RPT-COUNT-EDITED             PIC ZZZZ9.
       01  RPT-MONTHS-EDITED            PIC ZZZ9.
       01  RPT-PCT-EDITED               PIC ZZ9.

      * One entry per SKU on the product master, on INVENTORY-FILE,
      * or on SKU-MOVEMENT-FILE, carrying its stock value and its
      * movement dates.
       01  SKU-AGING-TABLE.
           05  SKU-AGING-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-SKU-COUNT
                   INDEXED BY SKU-AGING-IDX.
               10  SAT-SKU              PIC X(10).
               10  SAT-DESCRIPTION      PIC X(20).
               10  SAT-REORDER-POINT    PIC 9(07).
               10  SAT-REORDER-QTY      PIC 9(07).
               10  SAT-VENDOR-REF       PIC X(10).
               10  SAT-QTY-ON-HAND      PIC S9(07).
               10  SAT-VALUE            PIC S9(09)V99.
               10  SAT-LAST-RECEIPT     PIC X(08).
               10  SAT-LAST-SALE        PIC X(08).
               10  SAT-TRACKED-SINCE    PIC X(08).
               10  SAT-MONTHS-IDLE      PIC S9(05).
               10  SAT-BUCKET           PIC S9(01).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           CALL 'BUSDATE' USING WS-RUN-DATE
           END-CALL
           MOVE WS-RUN-DATE(1:6) TO WS-RUN-PERIOD
      * The reserve entry posts under the run date, so a run started
      * after its month was closed must wait for the period decision
      * instead of posting into reported numbers.
           CALL 'PERDCHK' USING WS-RUN-DATE WS-PERIOD-OPEN-FLAG
           END-CALL
           IF NOT RUN-PERIOD-IS-OPEN
               DISPLAY 'INVAGING: the run date falls in a closed '
                   'accounting period - no reserve posted'
               MOVE 'MAIN-LOGIC' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'obsolescence reserve run date in closed period'
                   TO WS-ERR-DESCRIPTION
               MOVE WS-RUN-DATE TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-INVAGING-ERROR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM SET-UP-BUCKETS
           PERFORM LOAD-SKU-MASTER
           PERFORM ROLL-IN-INVENTORY
           PERFORM LOAD-SKU-MOVEMENT
           IF A-TABLE-IS-OVER-CAPACITY
               DISPLAY 'INVAGING: SKUs exceed the aging table '
                   'capacity - no reserve posted, nothing touched'
               MOVE 'MAIN-LOGIC' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'SKU count exceeds aging table capacity'
                   TO WS-ERR-DESCRIPTION
               MOVE SPACES TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-INVAGING-ERROR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM ROLL-IN-RECEIPT-DATES
           PERFORM ROLL-IN-SALE-DATES
           PERFORM AGE-ALL-SKUS
           PERFORM LOAD-CHART-OF-ACCOUNTS
           PERFORM LOAD-OBSOLESCENCE-CONTROL
           COMPUTE WS-RESERVE-CHANGE =
               WS-RESERVE-TOTAL - WS-PRIOR-RESERVE
           IF WS-RESERVE-CHANGE NOT = 0
               PERFORM POST-RESERVE-CHANGE
           END-IF
           PERFORM SAVE-OBSOLESCENCE-CONTROL
           PERFORM REWRITE-SKU-MOVEMENT
           PERFORM PRINT-AGING-REPORT
           PERFORM PRINT-STOP-BUY-REPORT
           MOVE WS-RESERVE-TOTAL TO RPT-AMOUNT-EDITED
           DISPLAY 'INVAGING: obsolescence reserve '
               RPT-AMOUNT-EDITED
           MOVE WS-RESERVE-CHANGE TO RPT-AMOUNT-EDITED
           MOVE WS-STOP-BUY-COUNT TO RPT-COUNT-EDITED
           DISPLAY 'INVAGING: change posted ' RPT-AMOUNT-EDITED
               ', ' RPT-COUNT-EDITED ' SKU(s) on the stop-buy list'
           GOBACK.

      *---------------------------------------------------------------
      * Calls the shared LOGERROR routine to append one record to
      * ERROR-LOG-FILE for the problem just found. WS-ERR-PARAGRAPH-
      * NAME, WS-ERR-DESCRIPTION and WS-ERR-OFFENDING-DATA must be set
      * by the calling paragraph before this is performed.

       LOG-INVAGING-ERROR.
           CALL 'LOGERROR' USING WS-ERR-PROGRAM-NAME
               WS-ERR-PARAGRAPH-NAME WS-ERR-DESCRIPTION
               WS-ERR-OFFENDING-DATA
           END-CALL.

      *---------------------------------------------------------------
      * Sets the bucket names, starting months, and reserve
      * percentages: nothing held against stock that moved in the
      * last six months, a quarter of the value at six months, half
      * at a year, all of it at two years.

       SET-UP-BUCKETS.
           MOVE 'CURRENT'      TO BKT-NAME(1)
           MOVE 0              TO BKT-FROM-MONTHS(1)
           MOVE 0              TO BKT-RESERVE-PCT(1)
           MOVE '6-12 MONTHS'  TO BKT-NAME(2)
           MOVE 6              TO BKT-FROM-MONTHS(2)
           MOVE 25             TO BKT-RESERVE-PCT(2)
           MOVE '12-24 MONTHS' TO BKT-NAME(3)
           MOVE 12             TO BKT-FROM-MONTHS(3)
           MOVE 50             TO BKT-RESERVE-PCT(3)
           MOVE 'OVER 24'      TO BKT-NAME(4)
           MOVE 24             TO BKT-FROM-MONTHS(4)
           MOVE 100            TO BKT-RESERVE-PCT(4)
           PERFORM VARYING WS-BUCKET-INDEX FROM 1 BY 1
                   UNTIL WS-BUCKET-INDEX > 4
               MOVE 0 TO BKT-SKU-COUNT(WS-BUCKET-INDEX)
               MOVE 0 TO BKT-VALUE(WS-BUCKET-INDEX)
               MOVE 0 TO BKT-RESERVE(WS-BUCKET-INDEX)
           END-PERFORM.

      *---------------------------------------------------------------
      * Loads the product master's description and replenishment
      * picture into the aging table.

       LOAD-SKU-MASTER.
           OPEN INPUT SKU-MASTER-FILE
           PERFORM UNTIL END-OF-SKU-MASTER-FILE
               READ SKU-MASTER-FILE
                   AT END
                       SET END-OF-SKU-MASTER-FILE TO TRUE
                   NOT AT END
                       MOVE SKM-SKU TO WS-CANDIDATE-SKU
                       PERFORM FIND-OR-ADD-SKU
                       IF NOT A-TABLE-IS-OVER-CAPACITY
                           MOVE SKM-DESCRIPTION
                               TO SAT-DESCRIPTION(SKU-AGING-IDX)
                           MOVE SKM-REORDER-POINT
                               TO SAT-REORDER-POINT(SKU-AGING-IDX)
                           MOVE SKM-REORDER-QTY
                               TO SAT-REORDER-QTY(SKU-AGING-IDX)
                           MOVE SKM-VENDOR-REF
                               TO SAT-VENDOR-REF(SKU-AGING-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SKU-MASTER-FILE.

      *---------------------------------------------------------------
      * Rolls every warehouse's stock of each SKU into the aging
      * table, extended at the moving-average cost the way INVVALUE
      * extends it. A negative balance is a count problem, not
      * stock, and carries no value to reserve against.

       ROLL-IN-INVENTORY.
           OPEN INPUT INVENTORY-FILE
           PERFORM UNTIL END-OF-INVENTORY-FILE
               READ INVENTORY-FILE
                   AT END
                       SET END-OF-INVENTORY-FILE TO TRUE
                   NOT AT END
                       IF INR-QTY-ON-HAND > 0
                           MOVE INR-SKU TO WS-CANDIDATE-SKU
                           PERFORM FIND-OR-ADD-SKU
                           IF NOT A-TABLE-IS-OVER-CAPACITY
                               ADD INR-QTY-ON-HAND
                                   TO SAT-QTY-ON-HAND(SKU-AGING-IDX)
                               COMPUTE SAT-VALUE(SKU-AGING-IDX) =
                                   SAT-VALUE(SKU-AGING-IDX)
                                     + INR-QTY-ON-HAND
                                       * INR-AVG-UNIT-COST
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INVENTORY-FILE.

      *---------------------------------------------------------------
      * Picks up the movement dates carried from earlier runs. A
      * missing file is a first run - every SKU starts its clock
      * today.

       LOAD-SKU-MOVEMENT.
           OPEN INPUT SKU-MOVEMENT-FILE
           IF WS-MOVEMENT-FILE-STATUS NOT = '00'
               SET END-OF-MOVEMENT-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-MOVEMENT-FILE
               READ SKU-MOVEMENT-FILE
                   AT END
                       SET END-OF-MOVEMENT-FILE TO TRUE
                   NOT AT END
                       MOVE SMV-SKU TO WS-CANDIDATE-SKU
                       PERFORM FIND-OR-ADD-SKU
                       IF NOT A-TABLE-IS-OVER-CAPACITY
                           MOVE SMV-LAST-RECEIPT-DATE
                               TO SAT-LAST-RECEIPT(SKU-AGING-IDX)
                           MOVE SMV-LAST-SALE-DATE
                               TO SAT-LAST-SALE(SKU-AGING-IDX)
                           MOVE SMV-TRACKED-SINCE-DATE
                               TO SAT-TRACKED-SINCE(SKU-AGING-IDX)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MOVEMENT-FILE-STATUS = '00' OR '10'
               CLOSE SKU-MOVEMENT-FILE
           END-IF.

      *---------------------------------------------------------------
      * Points SKU-AGING-IDX at WS-CANDIDATE-SKU's entry, adding an
      * empty entry tracked from today when the SKU is new. A full
      * table sets the capacity flag instead.

       FIND-OR-ADD-SKU.
           SET SKU-AGING-IDX TO 1
           SEARCH SKU-AGING-ENTRY
               AT END
                   IF WS-SKU-COUNT = 2000
                       SET A-TABLE-IS-OVER-CAPACITY TO TRUE
                   ELSE
                       ADD 1 TO WS-SKU-COUNT
                       SET SKU-AGING-IDX TO WS-SKU-COUNT
                       MOVE WS-CANDIDATE-SKU
                           TO SAT-SKU(SKU-AGING-IDX)
                       MOVE '*** NOT ON SKU MASTER'
                           TO SAT-DESCRIPTION(SKU-AGING-IDX)
                       MOVE 0 TO SAT-REORDER-POINT(SKU-AGING-IDX)
                       MOVE 0 TO SAT-REORDER-QTY(SKU-AGING-IDX)
                       MOVE SPACES TO SAT-VENDOR-REF(SKU-AGING-IDX)
                       MOVE 0 TO SAT-QTY-ON-HAND(SKU-AGING-IDX)
                       MOVE 0 TO SAT-VALUE(SKU-AGING-IDX)
                       MOVE SPACES
                           TO SAT-LAST-RECEIPT(SKU-AGING-IDX)
                       MOVE SPACES TO SAT-LAST-SALE(SKU-AGING-IDX)
                       MOVE WS-RUN-DATE
                           TO SAT-TRACKED-SINCE(SKU-AGING-IDX)
                       MOVE 0 TO SAT-MONTHS-IDLE(SKU-AGING-IDX)
                       MOVE 1 TO SAT-BUCKET(SKU-AGING-IDX)
                   END-IF
               WHEN SAT-SKU(SKU-AGING-IDX) = WS-CANDIDATE-SKU
                   CONTINUE
           END-SEARCH.

      *---------------------------------------------------------------
      * Takes each receipt's date as the SKU's last receipt when it
      * is later than the one on record. A receipt for a SKU this
      * run does not know, a returned quantity, or a date that is
      * not real or is past the business date moves nothing.

       ROLL-IN-RECEIPT-DATES.
           OPEN INPUT INVENTORY-RECEIPTS-FILE
           IF WS-RECEIPTS-FILE-STATUS NOT = '00'
               SET END-OF-RECEIPTS-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-RECEIPTS-FILE
               READ INVENTORY-RECEIPTS-FILE
                   AT END
                       SET END-OF-RECEIPTS-FILE TO TRUE
                   NOT AT END
                       IF RCP-QUANTITY > 0
                           MOVE RCP-RECEIPT-DATE TO WS-CANDIDATE-DATE
                           MOVE RCP-SKU TO WS-CANDIDATE-SKU
                           PERFORM CHECK-CANDIDATE-DATE
                           IF WORK-DATE-IS-VALID
                               PERFORM TAKE-RECEIPT-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RECEIPTS-FILE-STATUS = '00' OR '10'
               CLOSE INVENTORY-RECEIPTS-FILE
           END-IF.

      *---------------------------------------------------------------
      * Records the candidate date as the SKU's last receipt if it
      * is the latest yet.

       TAKE-RECEIPT-DATE.
           SET SKU-AGING-IDX TO 1
           SEARCH SKU-AGING-ENTRY
               AT END
                   CONTINUE
               WHEN SAT-SKU(SKU-AGING-IDX) = WS-CANDIDATE-SKU
                   IF SAT-LAST-RECEIPT(SKU-AGING-IDX) = SPACES
                       OR WS-CANDIDATE-DATE
                           > SAT-LAST-RECEIPT(SKU-AGING-IDX)
                       MOVE WS-CANDIDATE-DATE
                           TO SAT-LAST-RECEIPT(SKU-AGING-IDX)
                   END-IF
           END-SEARCH.

      *---------------------------------------------------------------
      * Takes each product line's invoice date as the SKU's last sale
      * when it is later than the one on record. Charge lines are
      * not goods, and a credit memo's returned goods coming back
      * are not a sale.

       ROLL-IN-SALE-DATES.
           OPEN INPUT SALES-EXTRACT-FILE
           IF WS-EXTRACT-FILE-STATUS NOT = '00'
               SET END-OF-EXTRACT-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-EXTRACT-FILE
               READ SALES-EXTRACT-FILE
                   AT END
                       SET END-OF-EXTRACT-FILE TO TRUE
                   NOT AT END
                       IF NOT SLX-LINE-IS-A-CHARGE
                           AND SLX-QUANTITY > 0
                           MOVE SLX-INV-DATE TO WS-CANDIDATE-DATE
                           MOVE SLX-SKU TO WS-CANDIDATE-SKU
                           PERFORM CHECK-CANDIDATE-DATE
                           IF WORK-DATE-IS-VALID
                               PERFORM TAKE-SALE-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-EXTRACT-FILE-STATUS = '00' OR '10'
               CLOSE SALES-EXTRACT-FILE
           END-IF.

      *---------------------------------------------------------------
      * Records the candidate date as the SKU's last sale if it is
      * the latest yet.

       TAKE-SALE-DATE.
           SET SKU-AGING-IDX TO 1
           SEARCH SKU-AGING-ENTRY
               AT END
                   CONTINUE
               WHEN SAT-SKU(SKU-AGING-IDX) = WS-CANDIDATE-SKU
                   IF SAT-LAST-SALE(SKU-AGING-IDX) = SPACES
                       OR WS-CANDIDATE-DATE
                           > SAT-LAST-SALE(SKU-AGING-IDX)
                       MOVE WS-CANDIDATE-DATE
                           TO SAT-LAST-SALE(SKU-AGING-IDX)
                   END-IF
           END-SEARCH.

      *---------------------------------------------------------------
      * Validates WS-CANDIDATE-DATE. A date that is not real, or is
      * later than the business date, would hold a SKU current
      * forever, so it is logged and ignored.

       CHECK-CANDIDATE-DATE.
           CALL 'DATECHK' USING WS-CANDIDATE-DATE WS-DATE-VALID-FLAG
           END-CALL
           IF WORK-DATE-IS-VALID
               AND WS-CANDIDATE-DATE > WS-RUN-DATE
               MOVE 'N' TO WS-DATE-VALID-FLAG
           END-IF
           IF NOT WORK-DATE-IS-VALID
               ADD 1 TO WS-BAD-DATE-COUNT
               MOVE 'CHECK-CANDIDATE-DATE' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'movement date invalid or future - ignored'
                   TO WS-ERR-DESCRIPTION
               MOVE SPACES TO WS-ERR-OFFENDING-DATA
               STRING WS-CANDIDATE-SKU ' ' WS-CANDIDATE-DATE
                   DELIMITED BY SIZE INTO WS-ERR-OFFENDING-DATA
               PERFORM LOG-INVAGING-ERROR
           END-IF.

      *---------------------------------------------------------------
      * Ages every SKU in the table and adds its value and reserve
      * into its bucket.

       AGE-ALL-SKUS.
           PERFORM VARYING WORKING-INDEX FROM 1 BY 1
                   UNTIL WORKING-INDEX > WS-SKU-COUNT
               PERFORM AGE-ONE-SKU
           END-PERFORM.

      *---------------------------------------------------------------
      * Works out the whole months since the SKU WORKING-INDEX points
      * at last moved - the later of its last receipt and last sale,
      * or the day it was first tracked when it has neither - and
      * files its value in the matching bucket at that bucket's
      * reserve percentage.

       AGE-ONE-SKU.
           MOVE SAT-LAST-RECEIPT(WORKING-INDEX) TO WS-MOVEMENT-DATE
           IF SAT-LAST-SALE(WORKING-INDEX) > WS-MOVEMENT-DATE
               MOVE SAT-LAST-SALE(WORKING-INDEX) TO WS-MOVEMENT-DATE
           END-IF
           IF WS-MOVEMENT-DATE = SPACES
               MOVE SAT-TRACKED-SINCE(WORKING-INDEX)
                   TO WS-MOVEMENT-DATE
           END-IF
           IF WS-MOVEMENT-DATE IS NUMERIC
               COMPUTE WS-MONTHS-IDLE =
                   (WS-RUN-YEAR - WS-MOVEMENT-YEAR) * 12
                     + WS-RUN-MONTH - WS-MOVEMENT-MONTH
               IF WS-RUN-DAY < WS-MOVEMENT-DAY
                   SUBTRACT 1 FROM WS-MONTHS-IDLE
               END-IF
               IF WS-MONTHS-IDLE < 0
                   MOVE 0 TO WS-MONTHS-IDLE
               END-IF
           ELSE
               MOVE 0 TO WS-MONTHS-IDLE
           END-IF
           MOVE WS-MONTHS-IDLE TO SAT-MONTHS-IDLE(WORKING-INDEX)
           MOVE 1 TO SAT-BUCKET(WORKING-INDEX)
           PERFORM VARYING WS-BUCKET-INDEX FROM 2 BY 1
                   UNTIL WS-BUCKET-INDEX > 4
               IF WS-MONTHS-IDLE
                       NOT < BKT-FROM-MONTHS(WS-BUCKET-INDEX)
                   MOVE WS-BUCKET-INDEX TO SAT-BUCKET(WORKING-INDEX)
               END-IF
           END-PERFORM
           IF SAT-VALUE(WORKING-INDEX) > 0
               MOVE SAT-BUCKET(WORKING-INDEX) TO WS-BUCKET-INDEX
               COMPUTE WS-SKU-RESERVE ROUNDED =
                   SAT-VALUE(WORKING-INDEX)
                     * BKT-RESERVE-PCT(WS-BUCKET-INDEX) / 100
               ADD 1 TO BKT-SKU-COUNT(WS-BUCKET-INDEX)
               ADD SAT-VALUE(WORKING-INDEX)
                   TO BKT-VALUE(WS-BUCKET-INDEX)
               ADD WS-SKU-RESERVE TO BKT-RESERVE(WS-BUCKET-INDEX)
               ADD SAT-VALUE(WORKING-INDEX) TO WS-VALUE-TOTAL
               ADD WS-SKU-RESERVE TO WS-RESERVE-TOTAL
           END-IF.

      *---------------------------------------------------------------
      * Resolves the obsolescence expense and reserve accounts from
      * CHART-OF-ACCOUNTS-FILE. A missing posting key leaves the loud
      * suspense default so accounting fixes the mapping instead of
      * finding misposted entries later.

       LOAD-CHART-OF-ACCOUNTS.
           OPEN INPUT CHART-OF-ACCOUNTS-FILE
           PERFORM UNTIL END-OF-CHART-FILE
               READ CHART-OF-ACCOUNTS-FILE
                   AT END
                       SET END-OF-CHART-FILE TO TRUE
                   NOT AT END
                       EVALUATE COA-POSTING-KEY
                           WHEN 'OBSEXP  '
                               MOVE COA-ACCOUNT-NUMBER
                                   TO WS-OBSEXP-ACCOUNT
                           WHEN 'OBSRESV '
                               MOVE COA-ACCOUNT-NUMBER
                                   TO WS-OBSRESV-ACCOUNT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE CHART-OF-ACCOUNTS-FILE
           IF WS-OBSEXP-ACCOUNT = '99999999'
               OR WS-OBSRESV-ACCOUNT = '99999999'
               DISPLAY '*** WARNING: chart of accounts is missing a '
                   'posting key - entries will post to suspense ***'
               MOVE 'LOAD-CHART-OF-ACCOUNTS' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'posting key missing from chart of accounts'
                   TO WS-ERR-DESCRIPTION
               MOVE SPACES TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-INVAGING-ERROR
           END-IF.

      *---------------------------------------------------------------
      * Reads the reserve as last booked. A missing control file
      * means no reserve has been booked yet.

       LOAD-OBSOLESCENCE-CONTROL.
           OPEN INPUT OBSOLESCENCE-CONTROL-FILE
           IF WS-OBSCTL-FILE-STATUS = '00'
               READ OBSOLESCENCE-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE OBC-RESERVE-BALANCE TO WS-PRIOR-RESERVE
                       MOVE OBC-LAST-PERIOD-BOOKED TO WS-PRIOR-PERIOD
               END-READ
               CLOSE OBSOLESCENCE-CONTROL-FILE
           END-IF.

      *---------------------------------------------------------------
      * Writes the balanced entry for the change in reserve: a debit
      * to obsolescence expense and a credit to the reserve when it
      * grows, the other way round when stock moved again or was
      * sold off and the reserve falls.

       POST-RESERVE-CHANGE.
           MOVE SPACES TO WS-RESERVE-REFERENCE
           STRING 'OR' WS-RUN-PERIOD
               DELIMITED BY SIZE INTO WS-RESERVE-REFERENCE
           OPEN EXTEND JOURNAL-ENTRY-FILE
           MOVE WS-OBSEXP-ACCOUNT TO JRN-ACCOUNT-NUMBER
           MOVE WS-RESERVE-CHANGE TO JRN-AMOUNT
           MOVE 'D' TO JRN-DEBIT-CREDIT-CODE
           PERFORM WRITE-ONE-JOURNAL-ENTRY
           MOVE WS-OBSRESV-ACCOUNT TO JRN-ACCOUNT-NUMBER
           MOVE WS-RESERVE-CHANGE TO JRN-AMOUNT
           MOVE 'C' TO JRN-DEBIT-CREDIT-CODE
           PERFORM WRITE-ONE-JOURNAL-ENTRY
           CLOSE JOURNAL-ENTRY-FILE.

      *---------------------------------------------------------------
      * Writes the posting staged in the journal record area,
      * flipping a negative amount (a reserve coming down) to the
      * opposite side so journal amounts are always positive - the
      * same convention INVCALC posts under.

       WRITE-ONE-JOURNAL-ENTRY.
           MOVE WS-RUN-DATE TO JRN-INV-DATE
           MOVE WS-RESERVE-REFERENCE TO JRN-INV-NUMBER
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
      * Records the reserve now on the books and the period it was
      * booked for.

       SAVE-OBSOLESCENCE-CONTROL.
           MOVE 'OBSOLESCENCE-RESERVE-CONTROL' TO WS-BACKUP-FILE-NAME
           CALL 'GENBKUP' USING WS-BACKUP-FILE-NAME
           END-CALL
           OPEN OUTPUT OBSOLESCENCE-CONTROL-FILE
           MOVE WS-RESERVE-TOTAL TO OBC-RESERVE-BALANCE
           MOVE WS-RUN-PERIOD TO OBC-LAST-PERIOD-BOOKED
           MOVE WS-RUN-DATE TO OBC-RUN-DATE
           WRITE OBSOLESCENCE-CONTROL-RECORD
           CLOSE OBSOLESCENCE-CONTROL-FILE.

      *---------------------------------------------------------------
      * Rewrites SKU-MOVEMENT-FILE with every SKU's dates as they
      * stand after this run's receipts and sales.

       REWRITE-SKU-MOVEMENT.
           MOVE 'SKU-MOVEMENT-FILE' TO WS-BACKUP-FILE-NAME
           CALL 'GENBKUP' USING WS-BACKUP-FILE-NAME
           END-CALL
           OPEN OUTPUT SKU-MOVEMENT-FILE
           PERFORM VARYING WORKING-INDEX FROM 1 BY 1
                   UNTIL WORKING-INDEX > WS-SKU-COUNT
               MOVE SAT-SKU(WORKING-INDEX) TO SMV-SKU
               MOVE SAT-LAST-RECEIPT(WORKING-INDEX)
                   TO SMV-LAST-RECEIPT-DATE
               MOVE SAT-LAST-SALE(WORKING-INDEX) TO SMV-LAST-SALE-DATE
               MOVE SAT-TRACKED-SINCE(WORKING-INDEX)
                   TO SMV-TRACKED-SINCE-DATE
               WRITE SKU-MOVEMENT-RECORD
           END-PERFORM
           CLOSE SKU-MOVEMENT-FILE.

      *---------------------------------------------------------------
      * Prints the aging report: every SKU holding stock, its value,
      * movement dates, months idle, bucket and reserve, then the
      * bucket totals and the reserve posting.

       PRINT-AGING-REPORT.
           OPEN OUTPUT AGING-REPORT-FILE
           MOVE SPACES TO AGING-REPORT-LINE
           MOVE 'ACME DISTRIBUTING CO.' TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE SPACES TO AGING-REPORT-LINE
           STRING 'INVENTORY AGING AND OBSOLESCENCE RESERVE - AS OF '
               WS-RUN-DATE
               DELIMITED BY SIZE INTO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE SPACES TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE SPACES TO AGING-REPORT-LINE
           STRING 'SKU        DESCRIPTION          ON HAND  '
               '       VALUE  LAST RCPT LAST SALE MOS BUCKET      '
               '     RESERVE'
               DELIMITED BY SIZE INTO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           PERFORM VARYING WORKING-INDEX FROM 1 BY 1
                   UNTIL WORKING-INDEX > WS-SKU-COUNT
               IF SAT-VALUE(WORKING-INDEX) > 0
                   PERFORM WRITE-AGING-DETAIL-LINE
               END-IF
           END-PERFORM
           PERFORM WRITE-AGING-REPORT-TOTALS
           CLOSE AGING-REPORT-FILE.

      *---------------------------------------------------------------
      * Writes the aging line for the SKU WORKING-INDEX points at.
      * A blank movement date prints as NONE.

       WRITE-AGING-DETAIL-LINE.
           MOVE SPACES TO AGING-REPORT-LINE
           MOVE SAT-SKU(WORKING-INDEX) TO AGING-REPORT-LINE(1:10)
           MOVE SAT-DESCRIPTION(WORKING-INDEX)
               TO AGING-REPORT-LINE(12:20)
           MOVE SAT-QTY-ON-HAND(WORKING-INDEX) TO RPT-QTY-EDITED
           MOVE RPT-QTY-EDITED TO AGING-REPORT-LINE(33:8)
           MOVE SAT-VALUE(WORKING-INDEX) TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED TO AGING-REPORT-LINE(42:13)
           IF SAT-LAST-RECEIPT(WORKING-INDEX) = SPACES
               MOVE 'NONE' TO AGING-REPORT-LINE(56:8)
           ELSE
               MOVE SAT-LAST-RECEIPT(WORKING-INDEX)
                   TO AGING-REPORT-LINE(56:8)
           END-IF
           IF SAT-LAST-SALE(WORKING-INDEX) = SPACES
               MOVE 'NONE' TO AGING-REPORT-LINE(66:8)
           ELSE
               MOVE SAT-LAST-SALE(WORKING-INDEX)
                   TO AGING-REPORT-LINE(66:8)
           END-IF
           MOVE SAT-MONTHS-IDLE(WORKING-INDEX) TO RPT-MONTHS-EDITED
           MOVE RPT-MONTHS-EDITED TO AGING-REPORT-LINE(75:4)
           MOVE SAT-BUCKET(WORKING-INDEX) TO WS-BUCKET-INDEX
           MOVE BKT-NAME(WS-BUCKET-INDEX) TO AGING-REPORT-LINE(80:12)
           COMPUTE WS-SKU-RESERVE ROUNDED =
               SAT-VALUE(WORKING-INDEX)
                 * BKT-RESERVE-PCT(WS-BUCKET-INDEX) / 100
           MOVE WS-SKU-RESERVE TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED TO AGING-REPORT-LINE(92:13)
           WRITE AGING-REPORT-LINE.

      *---------------------------------------------------------------
      * Writes one total line per bucket, the grand total, and the
      * reserve before and after this run with the change posted.

       WRITE-AGING-REPORT-TOTALS.
           MOVE SPACES TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE SPACES TO AGING-REPORT-LINE
           STRING 'BUCKET         SKUS          VALUE  PCT       '
               'RESERVE'
               DELIMITED BY SIZE INTO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           PERFORM VARYING WS-BUCKET-INDEX FROM 1 BY 1
                   UNTIL WS-BUCKET-INDEX > 4
               MOVE SPACES TO AGING-REPORT-LINE
               MOVE BKT-NAME(WS-BUCKET-INDEX)
                   TO AGING-REPORT-LINE(1:12)
               MOVE BKT-SKU-COUNT(WS-BUCKET-INDEX) TO RPT-COUNT-EDITED
               MOVE RPT-COUNT-EDITED TO AGING-REPORT-LINE(15:5)
               MOVE BKT-VALUE(WS-BUCKET-INDEX) TO RPT-AMOUNT-EDITED
               MOVE RPT-AMOUNT-EDITED TO AGING-REPORT-LINE(21:13)
               MOVE BKT-RESERVE-PCT(WS-BUCKET-INDEX) TO RPT-PCT-EDITED
               MOVE RPT-PCT-EDITED TO AGING-REPORT-LINE(35:3)
               MOVE BKT-RESERVE(WS-BUCKET-INDEX) TO RPT-AMOUNT-EDITED
               MOVE RPT-AMOUNT-EDITED TO AGING-REPORT-LINE(41:13)
               WRITE AGING-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO AGING-REPORT-LINE
           MOVE 'TOTAL' TO AGING-REPORT-LINE(1:12)
           MOVE WS-VALUE-TOTAL TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED TO AGING-REPORT-LINE(21:13)
           MOVE WS-RESERVE-TOTAL TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED TO AGING-REPORT-LINE(41:13)
           WRITE AGING-REPORT-LINE
           MOVE SPACES TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE WS-PRIOR-RESERVE TO RPT-AMOUNT-EDITED
           MOVE SPACES TO AGING-REPORT-LINE
           STRING 'RESERVE PREVIOUSLY BOOKED (' WS-PRIOR-PERIOD
               '): ' RPT-AMOUNT-EDITED
               DELIMITED BY SIZE INTO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE WS-RESERVE-CHANGE TO RPT-AMOUNT-EDITED
           MOVE SPACES TO AGING-REPORT-LINE
           STRING 'CHANGE POSTED TO JOURNAL:          '
               RPT-AMOUNT-EDITED
               DELIMITED BY SIZE INTO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE WS-BAD-DATE-COUNT TO RPT-COUNT-EDITED
           MOVE SPACES TO AGING-REPORT-LINE
           STRING 'MOVEMENT DATES IGNORED AS INVALID: ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE.

      *---------------------------------------------------------------
      * Prints purchasing's stop-buy list: every SKU idle for
      * WS-STOP-BUY-MONTHS or more that still has stock or still
      * carries a reorder point. One with a reorder point is marked
      * so purchasing zeroes it on the product master; the rest are
      * simply not to be bought again.

       PRINT-STOP-BUY-REPORT.
           OPEN OUTPUT STOP-BUY-REPORT-FILE
           MOVE SPACES TO STOP-BUY-REPORT-LINE
           MOVE 'ACME DISTRIBUTING CO.' TO STOP-BUY-REPORT-LINE
           WRITE STOP-BUY-REPORT-LINE
           MOVE SPACES TO STOP-BUY-REPORT-LINE
           MOVE WS-STOP-BUY-MONTHS TO RPT-PCT-EDITED
           STRING 'STOP-BUY LIST - NO MOVEMENT IN ' RPT-PCT-EDITED
               ' MONTHS OR MORE - AS OF ' WS-RUN-DATE
               DELIMITED BY SIZE INTO STOP-BUY-REPORT-LINE
           WRITE STOP-BUY-REPORT-LINE
           MOVE SPACES TO STOP-BUY-REPORT-LINE
           WRITE STOP-BUY-REPORT-LINE
           MOVE SPACES TO STOP-BUY-REPORT-LINE
           STRING 'SKU        DESCRIPTION          MOS  ON HAND  '
               '       VALUE  REORD PT REORD QTY VENDOR     ACTION'
               DELIMITED BY SIZE INTO STOP-BUY-REPORT-LINE
           WRITE STOP-BUY-REPORT-LINE
           PERFORM VARYING WORKING-INDEX FROM 1 BY 1
                   UNTIL WORKING-INDEX > WS-SKU-COUNT
               IF SAT-MONTHS-IDLE(WORKING-INDEX)
                       NOT < WS-STOP-BUY-MONTHS
                   AND (SAT-QTY-ON-HAND(WORKING-INDEX) > 0
                     OR SAT-REORDER-POINT(WORKING-INDEX) > 0)
                   PERFORM WRITE-STOP-BUY-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO STOP-BUY-REPORT-LINE
           WRITE STOP-BUY-REPORT-LINE
           MOVE WS-STOP-BUY-COUNT TO RPT-COUNT-EDITED
           MOVE SPACES TO STOP-BUY-REPORT-LINE
           STRING 'SKUS TO STOP BUYING: ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO STOP-BUY-REPORT-LINE
           WRITE STOP-BUY-REPORT-LINE
           CLOSE STOP-BUY-REPORT-FILE.

      *---------------------------------------------------------------
      * Writes the stop-buy line for the SKU WORKING-INDEX points at.

       WRITE-STOP-BUY-LINE.
           ADD 1 TO WS-STOP-BUY-COUNT
           MOVE SPACES TO STOP-BUY-REPORT-LINE
           MOVE SAT-SKU(WORKING-INDEX) TO STOP-BUY-REPORT-LINE(1:10)
           MOVE SAT-DESCRIPTION(WORKING-INDEX)
               TO STOP-BUY-REPORT-LINE(12:20)
           MOVE SAT-MONTHS-IDLE(WORKING-INDEX) TO RPT-MONTHS-EDITED
           MOVE RPT-MONTHS-EDITED TO STOP-BUY-REPORT-LINE(32:4)
           MOVE SAT-QTY-ON-HAND(WORKING-INDEX) TO RPT-QTY-EDITED
           MOVE RPT-QTY-EDITED TO STOP-BUY-REPORT-LINE(38:8)
           MOVE SAT-VALUE(WORKING-INDEX) TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED TO STOP-BUY-REPORT-LINE(47:13)
           MOVE SAT-REORDER-POINT(WORKING-INDEX) TO RPT-QTY-EDITED
           MOVE RPT-QTY-EDITED TO STOP-BUY-REPORT-LINE(61:8)
           MOVE SAT-REORDER-QTY(WORKING-INDEX) TO RPT-QTY-EDITED
           MOVE RPT-QTY-EDITED TO STOP-BUY-REPORT-LINE(71:8)
           MOVE SAT-VENDOR-REF(WORKING-INDEX)
               TO STOP-BUY-REPORT-LINE(80:10)
           IF SAT-REORDER-POINT(WORKING-INDEX) > 0
               MOVE 'ZERO REORDER POINT' TO STOP-BUY-REPORT-LINE(91:18)
           ELSE
               MOVE 'DO NOT REBUY' TO STOP-BUY-REPORT-LINE(91:12)
           END-IF
           WRITE STOP-BUY-REPORT-LINE.
