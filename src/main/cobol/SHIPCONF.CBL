      * shipped. An order whose every line has shipped in full is
      * marked shipped-complete. The transaction file is consumed
      * and cleared so a confirmation cannot bill twice.
      *
      * A lot-controlled SKU is picked from its oldest lot first -
      * the one received earliest in the order's warehouse - moving
      * on to the next lot when one runs out. Each lot drawn is its
      * own unit-load record and its own invoice line, so the lot
      * follows the goods to the truck and onto invoice history for
      * a recall. Stock the lot file cannot account for still ships
      * and bills, without a lot, and is logged for the warehouse.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SHIPCONF.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT UNIT-LOAD-FILE ASSIGN TO "UNIT-LOAD-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SKU-MASTER-FILE ASSIGN TO "SKU-MASTER-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOT-BALANCE-FILE ASSIGN TO "LOT-BALANCE-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOT-FILE-STATUS.
           SELECT SHIP-CONFIRM-REPORT-FILE
               ASSIGN TO "SHIP-CONFIRM-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  UNIT-LOAD-FILE.
       COPY UNITLOAD.

       FD  SKU-MASTER-FILE.
       COPY SKUMAST.

       FD  LOT-BALANCE-FILE.
       COPY LOTBAL.

       FD  SHIP-CONFIRM-REPORT-FILE.
       01  SHIP-CONFIRM-REPORT-LINE     PIC X(132).

      * External name handed to the shared GENBKUP routine before
      * the order master is rewritten in place.
           05  WS-BACKUP-FILE-NAME      PIC X(40).
      * Lot picking for lot-controlled SKUs.
           05  WS-SKU-EOF-FLAG          PIC X VALUE 'N'.
               88  END-OF-SKU-MASTER-FILE   VALUE 'Y'.
           05  WS-LOT-SKU-COUNT         PIC S9(05) VALUE 0.
           05  WS-LOT-FILE-STATUS       PIC XX.
           05  WS-LOT-FILE-PRESENT-FLAG PIC X VALUE 'N'.
               88  LOT-FILE-WAS-PRESENT     VALUE 'Y'.
           05  WS-LOT-EOF-FLAG          PIC X VALUE 'N'.
               88  END-OF-LOT-FILE          VALUE 'Y'.
           05  WS-LOT-OVERFLOW-FLAG     PIC X VALUE 'N'.
               88  LOT-TABLE-OVER-CAPACITY  VALUE 'Y'.
           05  WS-LOT-COUNT             PIC S9(05) VALUE 0.
           05  WS-PICK-COUNT            PIC S9(05) VALUE 0.
           05  WS-LOT-CONTROLLED-FLAG   PIC X.
               88  SKU-IS-LOT-CONTROLLED    VALUE 'Y'.
           05  WS-ORDER-WAREHOUSE-CODE  PIC X(02).
           05  WS-CURRENT-WAREHOUSE-CODE PIC X(02).
           05  WS-MAIN-WAREHOUSE-CODE   PIC X(02) VALUE '01'.
           05  WS-OLDEST-LOT-INDEX      PIC S9(05).
           05  WS-PICK-REMAINING        PIC S9(07).
           05  WS-PICK-QTY              PIC S9(07).
           05  WS-LOTTED-QTY            PIC S9(07).
           05  WS-UNLOTTED-QTY          PIC S9(07).
           05  WS-PICK-INDEX            PIC S9(05).
           05  WS-PICK-LOT-NUMBER       PIC X(12).

       01  WS-ERROR-LOG-FIELDS.
           05  WS-ERR-PROGRAM-NAME      PIC X(08) VALUE 'SHIPCONF'.
       01  ORDER-TABLE.
           05  ORDER-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-ORDER-RECORD-COUNT.
               10  ORD-TBL-RECORD       PIC X(61).
               10  ORD-TBL-SHIP-THIS-RUN PIC S9(05).

      * The lot-controlled SKUs on the SKU master.
       01  LOT-SKU-TABLE.
           05  LOT-SKU-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-LOT-SKU-COUNT
                   INDEXED BY LOT-SKU-IDX.
               10  LST-SKU              PIC X(10).

      * Every lot on LOT-BALANCE-FILE, drawn down as lots are picked.
       01  LOT-TABLE.
           05  LOT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-LOT-COUNT
                   INDEXED BY LOT-IDX.
               10  LTT-SKU              PIC X(10).
               10  LTT-WAREHOUSE-CODE   PIC X(02).
               10  LTT-LOT-NUMBER       PIC X(12).
               10  LTT-RECEIVED-DATE    PIC X(08).
               10  LTT-EXPIRATION-DATE  PIC X(08).
               10  LTT-QTY-ON-HAND      PIC S9(07).

      * What this run picked from each lot, by the order-table entry
      * of the line it was picked for, so the generated invoice can
      * bill each lot as its own line. Whatever a line shipped that
      * is not accounted for here bills without a lot.
       01  LOT-PICK-TABLE.
           05  LOT-PICK-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-PICK-COUNT.
               10  LPK-ORDER-INDEX      PIC S9(05).
               10  LPK-LOT-NUMBER       PIC X(12).
               10  LPK-QTY              PIC S9(05).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
               PERFORM LOG-SHIPCONF-ERROR
               GOBACK
           END-IF
           PERFORM LOAD-LOT-CONTROLLED-SKUS
           PERFORM LOAD-LOT-BALANCES
           IF LOT-TABLE-OVER-CAPACITY
               DISPLAY 'SHIPCONF: LOT-BALANCE-FILE exceeds the table '
                   'capacity - nothing confirmed, nothing touched'
               MOVE 'MAIN-LOGIC' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'lot balance file exceeds lot table capacity'
                   TO WS-ERR-DESCRIPTION
               MOVE SPACES TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-SHIPCONF-ERROR
               GOBACK
           END-IF
           OPEN OUTPUT SHIP-CONFIRM-REPORT-FILE
           PERFORM WRITE-CONFIRM-REPORT-HEADER
           PERFORM APPLY-CONFIRMATIONS
           PERFORM WRITE-CONFIRM-REPORT-TOTALS
           CLOSE SHIP-CONFIRM-REPORT-FILE
           PERFORM REWRITE-SALES-ORDERS
           IF LOT-FILE-WAS-PRESENT
               PERFORM REWRITE-LOT-BALANCES
           END-IF
           PERFORM CLEAR-CONFIRM-TRANS-FILE
           DISPLAY 'SHIPCONF: ' WS-CONFIRMED-COUNT ' line(s) '
               'confirmed, ' WS-INVOICES-GENERATED ' invoice(s) '
           END-PERFORM
           CLOSE SALES-ORDER-FILE.

      *---------------------------------------------------------------
      * Loads the SKUs the SKU master marks lot-controlled.

       LOAD-LOT-CONTROLLED-SKUS.
           OPEN INPUT SKU-MASTER-FILE
           PERFORM UNTIL END-OF-SKU-MASTER-FILE
               READ SKU-MASTER-FILE
                   AT END
                       SET END-OF-SKU-MASTER-FILE TO TRUE
                   NOT AT END
                       IF SKM-IS-LOT-CONTROLLED
                           AND WS-LOT-SKU-COUNT < 500
                           ADD 1 TO WS-LOT-SKU-COUNT
                           MOVE SKM-SKU
                               TO LST-SKU(WS-LOT-SKU-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SKU-MASTER-FILE.

      *---------------------------------------------------------------
      * Loads every lot on LOT-BALANCE-FILE. A missing file means no
      * lot-controlled stock has been received, and nothing is
      * written back.

       LOAD-LOT-BALANCES.
           OPEN INPUT LOT-BALANCE-FILE
           IF WS-LOT-FILE-STATUS = '00'
               SET LOT-FILE-WAS-PRESENT TO TRUE
           ELSE
               SET END-OF-LOT-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-LOT-FILE
               READ LOT-BALANCE-FILE
                   AT END
                       SET END-OF-LOT-FILE TO TRUE
                   NOT AT END
                       IF WS-LOT-COUNT = 2000
                           SET LOT-TABLE-OVER-CAPACITY TO TRUE
                           SET END-OF-LOT-FILE TO TRUE
                       ELSE
                           ADD 1 TO WS-LOT-COUNT
                           SET LOT-IDX TO WS-LOT-COUNT
                           MOVE LOT-SKU TO LTT-SKU(LOT-IDX)
                           MOVE LOT-WAREHOUSE-CODE
                               TO LTT-WAREHOUSE-CODE(LOT-IDX)
                           MOVE LOT-NUMBER TO LTT-LOT-NUMBER(LOT-IDX)
                           MOVE LOT-RECEIVED-DATE
                               TO LTT-RECEIVED-DATE(LOT-IDX)
                           MOVE LOT-EXPIRATION-DATE
                               TO LTT-EXPIRATION-DATE(LOT-IDX)
                           MOVE LOT-QTY-ON-HAND
                               TO LTT-QTY-ON-HAND(LOT-IDX)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LOT-FILE-STATUS = '00' OR '10'
               CLOSE LOT-BALANCE-FILE
           END-IF.

      *---------------------------------------------------------------
      * Rewrites LOT-BALANCE-FILE with this run's picks taken off.

       REWRITE-LOT-BALANCES.
           MOVE 'LOT-BALANCE-FILE' TO WS-BACKUP-FILE-NAME
           CALL 'GENBKUP' USING WS-BACKUP-FILE-NAME
           END-CALL
           OPEN OUTPUT LOT-BALANCE-FILE
           PERFORM VARYING LOT-IDX FROM 1 BY 1
                   UNTIL LOT-IDX > WS-LOT-COUNT
               MOVE LTT-SKU(LOT-IDX) TO LOT-SKU
               MOVE LTT-WAREHOUSE-CODE(LOT-IDX) TO LOT-WAREHOUSE-CODE
               MOVE LTT-LOT-NUMBER(LOT-IDX) TO LOT-NUMBER
               MOVE LTT-RECEIVED-DATE(LOT-IDX) TO LOT-RECEIVED-DATE
               MOVE LTT-EXPIRATION-DATE(LOT-IDX)
                   TO LOT-EXPIRATION-DATE
               MOVE LTT-QTY-ON-HAND(LOT-IDX) TO LOT-QTY-ON-HAND
               WRITE LOT-BALANCE-RECORD
           END-PERFORM
           CLOSE LOT-BALANCE-FILE.

      *---------------------------------------------------------------
      * Reads every confirmation transaction and applies the valid
      * ones against the buffered orders.
                   ADD 1 TO WS-CONFIRMED-COUNT
                   ADD SCT-QTY-SHIPPED
                       TO ORD-TBL-SHIP-THIS-RUN(WS-MATCH-INDEX)
                   MOVE 'N' TO WS-LOT-CONTROLLED-FLAG
                   IF WS-LOT-SKU-COUNT > 0
                       SET LOT-SKU-IDX TO 1
                       SEARCH LOT-SKU-ENTRY
                           AT END
                               CONTINUE
                           WHEN LST-SKU(LOT-SKU-IDX) = SCT-SKU
                               SET SKU-IS-LOT-CONTROLLED TO TRUE
                       END-SEARCH
                   END-IF
                   IF SKU-IS-LOT-CONTROLLED
                       PERFORM PICK-FROM-OLDEST-LOTS
                   ELSE
                       MOVE SCT-QTY-SHIPPED TO ULD-QTY-SHIPPED
                       MOVE SPACES TO ULD-LOT-NUMBER
                       PERFORM WRITE-UNIT-LOAD-RECORD
                   END-IF
                   MOVE SCT-QTY-SHIPPED TO RPT-QTY-EDITED
                   MOVE SPACES TO SHIP-CONFIRM-REPORT-LINE
                   STRING SCT-ORDER-NUMBER '  ' SCT-SKU '  '
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Picks the confirmed quantity of a lot-controlled SKU from the
      * oldest lot with stock in the order's warehouse, then the next
      * oldest, writing a unit-load record and noting the pick for
      * the invoice for each lot drawn. Whatever the lots cannot
      * cover goes on the truck without a lot and is logged so the
      * warehouse can straighten out the lot file.

       PICK-FROM-OLDEST-LOTS.
           MOVE SCT-QTY-SHIPPED TO WS-PICK-REMAINING
           PERFORM FIND-OLDEST-LOT
           PERFORM UNTIL WS-PICK-REMAINING = 0
                      OR WS-OLDEST-LOT-INDEX = 0
                      OR WS-PICK-COUNT = 5000
               SET LOT-IDX TO WS-OLDEST-LOT-INDEX
               IF LTT-QTY-ON-HAND(LOT-IDX) < WS-PICK-REMAINING
                   MOVE LTT-QTY-ON-HAND(LOT-IDX) TO WS-PICK-QTY
               ELSE
                   MOVE WS-PICK-REMAINING TO WS-PICK-QTY
               END-IF
               SUBTRACT WS-PICK-QTY FROM LTT-QTY-ON-HAND(LOT-IDX)
               SUBTRACT WS-PICK-QTY FROM WS-PICK-REMAINING
               ADD 1 TO WS-PICK-COUNT
               MOVE WS-MATCH-INDEX TO LPK-ORDER-INDEX(WS-PICK-COUNT)
               MOVE LTT-LOT-NUMBER(LOT-IDX)
                   TO LPK-LOT-NUMBER(WS-PICK-COUNT)
               MOVE WS-PICK-QTY TO LPK-QTY(WS-PICK-COUNT)
               MOVE WS-PICK-QTY TO ULD-QTY-SHIPPED
               MOVE LTT-LOT-NUMBER(LOT-IDX) TO ULD-LOT-NUMBER
               PERFORM WRITE-UNIT-LOAD-RECORD
               PERFORM FIND-OLDEST-LOT
           END-PERFORM
           IF WS-PICK-REMAINING > 0
               MOVE WS-PICK-REMAINING TO ULD-QTY-SHIPPED
               MOVE SPACES TO ULD-LOT-NUMBER
               PERFORM WRITE-UNIT-LOAD-RECORD
               DISPLAY 'SHIPCONF: order ' SCT-ORDER-NUMBER ' SKU '
                   SCT-SKU ' - ' WS-PICK-REMAINING
                   ' shipped with no lot on file to pick from'
               MOVE 'PICK-FROM-OLDEST-LOTS' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'lot-controlled quantity shipped without a lot'
                   TO WS-ERR-DESCRIPTION
               MOVE SPACES TO WS-ERR-OFFENDING-DATA
               STRING SCT-ORDER-NUMBER ' ' SCT-SKU
                   DELIMITED BY SIZE INTO WS-ERR-OFFENDING-DATA
               PERFORM LOG-SHIPCONF-ERROR
           END-IF.

      *---------------------------------------------------------------
      * Finds the oldest lot of the confirmed SKU with stock left in
      * the order's warehouse - earliest received, then lowest lot
      * number - leaving WS-OLDEST-LOT-INDEX at zero when none has.

       FIND-OLDEST-LOT.
           MOVE 0 TO WS-OLDEST-LOT-INDEX
           PERFORM VARYING LOT-IDX FROM 1 BY 1
                   UNTIL LOT-IDX > WS-LOT-COUNT
               IF LTT-SKU(LOT-IDX) = SCT-SKU
                   AND LTT-WAREHOUSE-CODE(LOT-IDX)
                       = WS-ORDER-WAREHOUSE-CODE
                   AND LTT-QTY-ON-HAND(LOT-IDX) > 0
                   IF WS-OLDEST-LOT-INDEX = 0
                       SET WS-OLDEST-LOT-INDEX TO LOT-IDX
                   ELSE
                       IF LTT-RECEIVED-DATE(LOT-IDX)
                           < LTT-RECEIVED-DATE(WS-OLDEST-LOT-INDEX)
                           OR (LTT-RECEIVED-DATE(LOT-IDX)
                           = LTT-RECEIVED-DATE(WS-OLDEST-LOT-INDEX)
                           AND LTT-LOT-NUMBER(LOT-IDX)
                           < LTT-LOT-NUMBER(WS-OLDEST-LOT-INDEX))
                           SET WS-OLDEST-LOT-INDEX TO LOT-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Records what just went on the truck: the unit, the order,
      * the SKU and quantity, and the line's hazmat flag (still in
      * SALES-ORDER-RECORD from the match), so dispatch can see the
      * unit's load before assigning a driver to it. The caller sets
      * the quantity and lot.

       WRITE-UNIT-LOAD-RECORD.
           MOVE SCT-UNIT-ID TO ULD-UNIT-ID
           MOVE SCT-ORDER-NUMBER TO ULD-ORDER-NUMBER
           MOVE SCT-SKU TO ULD-SKU
           MOVE WS-RUN-DATE TO ULD-LOAD-DATE
           MOVE SOR-HAZMAT TO ULD-HAZMAT-FLAG
           WRITE UNIT-LOAD-RECORD.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 0 TO WS-MATCH-INDEX
           MOVE SPACES TO WS-CURRENT-ORDER-NUMBER
           MOVE SPACES TO WS-ORDER-WAREHOUSE-CODE
           PERFORM VARYING WORKING-INDEX FROM 1 BY 1
                   UNTIL WORKING-INDEX > WS-ORDER-RECORD-COUNT
                      OR ORDER-LINE-WAS-FOUND
                   IF SOR-ORDER-OPEN
                       MOVE SOR-ORDER-NUMBER
                           TO WS-CURRENT-ORDER-NUMBER
                       MOVE SOR-WAREHOUSE-CODE
                           TO WS-CURRENT-WAREHOUSE-CODE
                       IF WS-CURRENT-WAREHOUSE-CODE = SPACES
                           MOVE WS-MAIN-WAREHOUSE-CODE
                               TO WS-CURRENT-WAREHOUSE-CODE
                       END-IF
                   ELSE
                       MOVE SPACES TO WS-CURRENT-ORDER-NUMBER
                   END-IF
                       AND SOR-SKU = SCT-SKU
                       SET ORDER-LINE-WAS-FOUND TO TRUE
                       MOVE WORKING-INDEX TO WS-MATCH-INDEX
                       MOVE WS-CURRENT-WAREHOUSE-CODE
                           TO WS-ORDER-WAREHOUSE-CODE
                   END-IF
               END-IF
           END-PERFORM.

       GENERATE-ONE-ORDER-INVOICE.
           MOVE WORKING-INDEX TO WS-GROUP-HEADER-INDEX
      * Find where the group ends and how many invoice lines the
      * shipped order lines make - one per lot picked, plus one for
      * any quantity shipped without a lot.
           MOVE 0 TO WS-SHIPPED-LINE-COUNT
           MOVE WS-ORDER-RECORD-COUNT TO WS-GROUP-END-INDEX
           PERFORM VARYING WS-SCAN-INDEX
               ELSE
                   IF SOR-IS-DETAIL
                       AND ORD-TBL-SHIP-THIS-RUN(WS-SCAN-INDEX) > 0
                       MOVE 0 TO WS-LOTTED-QTY
                       PERFORM VARYING WS-PICK-INDEX FROM 1 BY 1
                               UNTIL WS-PICK-INDEX > WS-PICK-COUNT
                           IF LPK-ORDER-INDEX(WS-PICK-INDEX)
                               = WS-SCAN-INDEX
                               ADD 1 TO WS-SHIPPED-LINE-COUNT
                               ADD LPK-QTY(WS-PICK-INDEX)
                                   TO WS-LOTTED-QTY
                           END-IF
                       END-PERFORM
                       IF ORD-TBL-SHIP-THIS-RUN(WS-SCAN-INDEX)
                           > WS-LOTTED-QTY
                           ADD 1 TO WS-SHIPPED-LINE-COUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           WRITE INVOICE-FILE-RECORD.

      *---------------------------------------------------------------
      * Writes the generated invoice details for the order line at
      * WS-SCAN-INDEX, billing the quantity confirmed this run: one
      * detail per lot it was picked from, then one without a lot
      * for whatever was not picked from a lot.

       WRITE-GENERATED-INVOICE-DETAIL.
           MOVE 0 TO WS-LOTTED-QTY
           PERFORM VARYING WS-PICK-INDEX FROM 1 BY 1
                   UNTIL WS-PICK-INDEX > WS-PICK-COUNT
               IF LPK-ORDER-INDEX(WS-PICK-INDEX) = WS-SCAN-INDEX
                   ADD LPK-QTY(WS-PICK-INDEX) TO WS-LOTTED-QTY
                   MOVE LPK-QTY(WS-PICK-INDEX) TO WS-PICK-QTY
                   MOVE LPK-LOT-NUMBER(WS-PICK-INDEX)
                       TO WS-PICK-LOT-NUMBER
                   PERFORM WRITE-ONE-INVOICE-DETAIL
               END-IF
           END-PERFORM
           COMPUTE WS-UNLOTTED-QTY =
               ORD-TBL-SHIP-THIS-RUN(WS-SCAN-INDEX) - WS-LOTTED-QTY
           IF WS-UNLOTTED-QTY > 0
               MOVE WS-UNLOTTED-QTY TO WS-PICK-QTY
               MOVE SPACES TO WS-PICK-LOT-NUMBER
               PERFORM WRITE-ONE-INVOICE-DETAIL
           END-IF.

      *---------------------------------------------------------------
      * Writes one invoice detail for the order line in
      * SALES-ORDER-RECORD: WS-PICK-QTY of the lot in
      * WS-PICK-LOT-NUMBER.

       WRITE-ONE-INVOICE-DETAIL.
           MOVE SPACES TO INVOICE-FILE-RECORD
           MOVE 'D' TO IFR-RECORD-TYPE
           MOVE SOR-SKU TO IFR-SKU
           MOVE SOR-UNIT-PRICE TO IFR-UNIT-PRICE
           MOVE WS-PICK-QTY TO IFR-QUANTITY
           MOVE SOR-TAXABLE TO IFR-TAXABLE
           MOVE SOR-HAZMAT TO IFR-HAZMAT
           MOVE WS-PICK-LOT-NUMBER TO IFR-LOT-NUMBER
           MOVE SOR-QUOTE-NUMBER TO IFR-QUOTE-NUMBER
           WRITE INVOICE-FILE-RECORD.

      *---------------------------------------------------------------
