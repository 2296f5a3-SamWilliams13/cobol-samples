      * order (customer account on the master, a real order date,
      * SKUs on the product master, sane line counts), allocates the
      * ordered quantities against INVENTORY-FILE the moment the
      * order is taken - from the stock in the warehouse assigned to
      * the customer's ship-to on SHIP-TO-MASTER-FILE, never from
      * stock sitting in the other building - and appends the
      * accepted orders to
      * SALES-ORDER-FILE under order numbers drawn from
      * ORDER-NUMBER-CONTROL. Shortfalls land on the order backorder
      * report HERE, at order time, when the customer is still on the
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INVENTORY-FILE ASSIGN TO "INVENTORY-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SHIP-TO-MASTER-FILE ASSIGN TO "SHIP-TO-MASTER-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIP-TO-FILE-STATUS.
           SELECT ORDER-BACKORDER-REPORT-FILE
               ASSIGN TO "ORDER-BACKORDER-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  INVENTORY-FILE.
       COPY INVNTORY.

       FD  SHIP-TO-MASTER-FILE.
       COPY SHIPTO.

       FD  ORDER-BACKORDER-REPORT-FILE.
       01  ORDER-BACKORDER-LINE         PIC X(132).

           05  WS-CUSTOMER-COUNT        PIC S9(04) VALUE 0.
           05  WS-SKU-TABLE-COUNT       PIC S9(05) VALUE 0.
           05  WS-INVENTORY-COUNT       PIC S9(05) VALUE 0.
           05  WS-SHIP-TO-FILE-STATUS   PIC XX.
           05  WS-SHIP-TO-EOF-FLAG      PIC X VALUE 'N'.
               88  END-OF-SHIP-TO-FILE      VALUE 'Y'.
           05  WS-SHIP-TO-COUNT         PIC S9(05) VALUE 0.
      * Warehouse a customer with no ship-to warehouse is served
      * from.
           05  WS-MAIN-WAREHOUSE-CODE   PIC X(02) VALUE '01'.
           05  WS-NEXT-ORDER-NUMBER     PIC 9(08) VALUE 0.
           05  WS-ORDER-NUMBER          PIC X(08).
           05  WS-ORDERS-ACCEPTED       PIC S9(05) VALUE 0.
           05  ORD-SHIP-STATE           PIC X(02).
           05  ORD-CURRENCY-CODE        PIC X(03).
           05  ORD-SALESPERSON-CODE     PIC X(03).
           05  ORD-WAREHOUSE-CODE       PIC X(02).
           05  ORD-LINE-COUNT           PIC S9(05).
           05  ORD-LINE OCCURS 100 TIMES.
               10  ORD-LINE-SKU         PIC X(10).
               10  ORD-LINE-BACKORDERED PIC S9(05).
               10  ORD-LINE-TAXABLE     PIC X.
               10  ORD-LINE-HAZMAT      PIC X.
               10  ORD-LINE-QUOTE-NUMBER PIC X(08).

       01  CUSTOMER-TABLE.
           05  CUSTOMER-ENTRY OCCURS 1 TO 200 TIMES
               10  SKU-TBL-SKU          PIC X(10).

       01  INVENTORY-TABLE.
           05  INVENTORY-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-INVENTORY-COUNT
                   INDEXED BY INVENTORY-IDX.
               10  IVT-TBL-SKU          PIC X(10).
               10  IVT-TBL-WAREHOUSE-CODE PIC X(02).
               10  IVT-TBL-QTY-ON-HAND  PIC S9(07).
               10  IVT-TBL-AVG-COST     PIC S9(05)V99.

      * The warehouse each customer's ship-to is served from.
       01  SHIP-TO-TABLE.
           05  SHIP-TO-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-SHIP-TO-COUNT
                   INDEXED BY SHIP-TO-IDX.
               10  SHT-TBL-ACCOUNT-NUMBER PIC X(06).
               10  SHT-TBL-WAREHOUSE-CODE PIC X(02).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM LOAD-CUSTOMER-MASTER
           PERFORM LOAD-SKU-MASTER
           PERFORM LOAD-INVENTORY
           PERFORM LOAD-SHIP-TO-WAREHOUSES
           IF INVENTORY-OVER-CAPACITY
               DISPLAY '*** ORDENTRY: INVENTORY-FILE exceeds the '
                   'allocation table capacity - run refused, '
           CLOSE SKU-MASTER-FILE.

      *---------------------------------------------------------------
      * Loads the quantity-on-hand balances, per SKU per warehouse,
      * so orders can be allocated against real stock as they are
      * taken.

       LOAD-INVENTORY.
           OPEN INPUT INVENTORY-FILE
                   AT END
                       SET END-OF-INVENTORY-FILE TO TRUE
                   NOT AT END
                       IF WS-INVENTORY-COUNT = 1000
                           SET INVENTORY-OVER-CAPACITY TO TRUE
                           SET END-OF-INVENTORY-FILE TO TRUE
                       ELSE
                           ADD 1 TO WS-INVENTORY-COUNT
                           MOVE INR-SKU
                               TO IVT-TBL-SKU(WS-INVENTORY-COUNT)
                           IF INR-WAREHOUSE-CODE = SPACES
                               MOVE WS-MAIN-WAREHOUSE-CODE
                                   TO INR-WAREHOUSE-CODE
                           END-IF
                           MOVE INR-WAREHOUSE-CODE
                               TO IVT-TBL-WAREHOUSE-CODE
                                   (WS-INVENTORY-COUNT)
                           MOVE INR-QTY-ON-HAND
                               TO IVT-TBL-QTY-ON-HAND
                                   (WS-INVENTORY-COUNT)
           END-PERFORM
           CLOSE INVENTORY-FILE.

      *---------------------------------------------------------------
      * Loads the warehouse assigned to each customer's ship-to. A
      * missing ship-to master, or a customer not on it, leaves
      * every order shipping from the main warehouse.

       LOAD-SHIP-TO-WAREHOUSES.
           OPEN INPUT SHIP-TO-MASTER-FILE
           IF WS-SHIP-TO-FILE-STATUS NOT = '00'
               SET END-OF-SHIP-TO-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-SHIP-TO-FILE
               READ SHIP-TO-MASTER-FILE
                   AT END
                       SET END-OF-SHIP-TO-FILE TO TRUE
                   NOT AT END
                       IF WS-SHIP-TO-COUNT < 500
                           ADD 1 TO WS-SHIP-TO-COUNT
                           MOVE SHT-ACCOUNT-NUMBER
                               TO SHT-TBL-ACCOUNT-NUMBER
                                   (WS-SHIP-TO-COUNT)
                           MOVE SHT-WAREHOUSE-CODE
                               TO SHT-TBL-WAREHOUSE-CODE
                                   (WS-SHIP-TO-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SHIP-TO-FILE-STATUS = '00' OR '10'
               CLOSE SHIP-TO-MASTER-FILE
           END-IF.

      *---------------------------------------------------------------
      * Sets ORD-WAREHOUSE-CODE to the warehouse assigned to the
      * order's ship-to, the main warehouse when there is none.

       FIND-ORDER-WAREHOUSE.
           MOVE WS-MAIN-WAREHOUSE-CODE TO ORD-WAREHOUSE-CODE
           IF WS-SHIP-TO-COUNT > 0
               SET SHIP-TO-IDX TO 1
               SEARCH SHIP-TO-ENTRY
                   AT END
                       CONTINUE
                   WHEN SHT-TBL-ACCOUNT-NUMBER(SHIP-TO-IDX)
                           = ORD-ACCOUNT-NUMBER
                       IF SHT-TBL-WAREHOUSE-CODE(SHIP-TO-IDX)
                               NOT = SPACES
                           MOVE SHT-TBL-WAREHOUSE-CODE(SHIP-TO-IDX)
                               TO ORD-WAREHOUSE-CODE
                       END-IF
               END-SEARCH
           END-IF.

      *---------------------------------------------------------------
      * Reads the last order number assigned by a prior run so this
      * run's numbers continue the sequence without gaps or
           MOVE IFR-SHIP-STATE TO ORD-SHIP-STATE
           MOVE IFR-CURRENCY-CODE TO ORD-CURRENCY-CODE
           MOVE IFR-SALESPERSON-CODE TO ORD-SALESPERSON-CODE
           PERFORM FIND-ORDER-WAREHOUSE
           IF IFR-LINE-COUNT NUMERIC AND IFR-LINE-COUNT > 0
               AND IFR-LINE-COUNT NOT > 100
               MOVE IFR-LINE-COUNT TO ORD-LINE-COUNT
                               TO ORD-LINE-TAXABLE(WORKING-INDEX)
                           MOVE IFR-HAZMAT
                               TO ORD-LINE-HAZMAT(WORKING-INDEX)
                           MOVE IFR-QUOTE-NUMBER
                               TO ORD-LINE-QUOTE-NUMBER(WORKING-INDEX)
                       ELSE
                           MOVE 'N' TO WS-GROUP-VALID-FLAG
                       END-IF
           END-IF.

      *---------------------------------------------------------------
      * Allocates each accepted line against quantity on hand in the
      * order's warehouse: stock draws down as far as it can and the
      * shortfall is recorded as a backorder on the line and
      * reported while the customer can still be told. Stock in the
      * other warehouse is not touched - it has to be transferred
      * in first.

       ALLOCATE-ORDER-LINES.
           PERFORM VARYING WORKING-INDEX FROM 1 BY 1
                   CONTINUE
               WHEN IVT-TBL-SKU(INVENTORY-IDX)
                       = ORD-LINE-SKU(WORKING-INDEX)
                   AND IVT-TBL-WAREHOUSE-CODE(INVENTORY-IDX)
                       = ORD-WAREHOUSE-CODE
                   IF IVT-TBL-QTY-ON-HAND(INVENTORY-IDX)
                           >= ORD-LINE-QUANTITY(WORKING-INDEX)
                       MOVE ORD-LINE-QUANTITY(WORKING-INDEX)
           MOVE ORD-SHIP-STATE TO SOR-SHIP-STATE
           MOVE ORD-CURRENCY-CODE TO SOR-CURRENCY-CODE
           MOVE ORD-SALESPERSON-CODE TO SOR-SALESPERSON-CODE
           MOVE ORD-WAREHOUSE-CODE TO SOR-WAREHOUSE-CODE
           MOVE ORD-LINE-COUNT TO SOR-LINE-COUNT
           SET SOR-ORDER-OPEN TO TRUE
           WRITE SALES-ORDER-RECORD
               MOVE 0 TO SOR-QTY-SHIPPED
               MOVE ORD-LINE-TAXABLE(WORKING-INDEX) TO SOR-TAXABLE
               MOVE ORD-LINE-HAZMAT(WORKING-INDEX) TO SOR-HAZMAT
               MOVE ORD-LINE-QUOTE-NUMBER(WORKING-INDEX)
                   TO SOR-QUOTE-NUMBER
               WRITE SALES-ORDER-RECORD
           END-PERFORM
           DISPLAY 'ORDENTRY: order ' WS-ORDER-NUMBER ' booked for '
           PERFORM VARYING INVENTORY-IDX FROM 1 BY 1
                   UNTIL INVENTORY-IDX > WS-INVENTORY-COUNT
               MOVE IVT-TBL-SKU(INVENTORY-IDX) TO INR-SKU
               MOVE IVT-TBL-WAREHOUSE-CODE(INVENTORY-IDX)
                   TO INR-WAREHOUSE-CODE
               MOVE IVT-TBL-QTY-ON-HAND(INVENTORY-IDX)
                   TO INR-QTY-ON-HAND
               MOVE IVT-TBL-AVG-COST(INVENTORY-IDX)
           WRITE ORDER-BACKORDER-LINE
           MOVE SPACES TO ORDER-BACKORDER-LINE
           STRING 'ACCT    CUSTOMER             SKU         '
               '  ORDERED  ALLOCATED      SHORT    WH'
               DELIMITED BY SIZE INTO ORDER-BACKORDER-LINE
           WRITE ORDER-BACKORDER-LINE.

           MOVE RPT-QTY-EDITED TO ORDER-BACKORDER-LINE(54:8)
           MOVE WS-QTY-SHORT TO RPT-QTY-EDITED
           MOVE RPT-QTY-EDITED TO ORDER-BACKORDER-LINE(65:8)
           MOVE ORD-WAREHOUSE-CODE TO ORDER-BACKORDER-LINE(77:2)
           WRITE ORDER-BACKORDER-LINE.

      *---------------------------------------------------------------
