           SELECT CONTRACT-PRICE-FILE
               ASSIGN TO "CONTRACT-PRICE-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT QUOTATION-FILE ASSIGN TO "QUOTATION-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTE-FILE-STATUS.
           SELECT FREIGHT-ZONE-FILE ASSIGN TO "FREIGHT-ZONE-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRTZONE-FILE-STATUS.
           SELECT FREIGHT-RATE-FILE ASSIGN TO "FREIGHT-RATE-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRTRATE-FILE-STATUS.
           SELECT FREIGHT-AUDIT-FILE ASSIGN TO "FREIGHT-AUDIT-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTRACT-PRICE-FILE.
       COPY CONTRPRC.

       FD  QUOTATION-FILE.
       COPY QUOTE.

       FD  FREIGHT-ZONE-FILE.
       COPY FRTZONE.

       FD  FREIGHT-RATE-FILE.
       COPY FRTRATE.

       FD  FREIGHT-AUDIT-FILE.
       COPY FRTAUD.

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(132).

               88  INVENTORY-OVER-CAPACITY  VALUE 'Y'.
           05  WS-INVENTORY-COUNT       PIC S9(05) VALUE 0.
           05  WS-INVENTORY-INDEX       PIC S9(05).
      * Warehouse the current invoice's goods come out of - the one
      * assigned to the customer's ship-to, or the main warehouse.
           05  WS-INVOICE-WAREHOUSE-CODE PIC X(02).
           05  WS-MAIN-WAREHOUSE-CODE   PIC X(02) VALUE '01'.
           05  WS-QTY-ALLOCATED         PIC S9(07).
           05  WS-QTY-SHORT             PIC S9(07).
           05  WS-BACKORDER-LINE-COUNT  PIC S9(05) VALUE 0.
      * come back at the same average, reversing the posting.
           05  WS-COGS-TOTAL            PIC S9(09)V99.
           05  WS-LINE-COGS             PIC S9(09)V99.
      * The current line's SKU average cost, and whether one was on
      * file, shared by the COGS total and the sales extract.
           05  WS-LINE-UNIT-COST        PIC S9(05)V99.
           05  WS-LINE-COST-FLAG        PIC X.
               88  LINE-COST-WAS-FOUND      VALUE 'Y'.
           05  WS-JOURNAL-TAX-AMOUNT    PIC S9(07)V99.
           05  WS-JOURNAL-REVENUE-AMOUNT PIC S9(07)V99.
      * The current invoice's freight, handling, and restocking
           05  WS-CONTRACT-COUNT        PIC S9(04) VALUE 0.
           05  WS-CONTRACT-FOUND-FLAG   PIC X.
               88  CONTRACT-PRICE-IN-EFFECT VALUE 'Y'.
      * Quoted prices: the lines of every accepted or converted
      * quote, with the account and expiration date from the quote
      * header, so an order line sold from a quote bills at the
      * quoted price for as long as the quote is firm.
           05  WS-QUOTE-FILE-STATUS     PIC XX.
           05  WS-QUOTE-EOF-FLAG        PIC X VALUE 'N'.
               88  END-OF-QUOTE-FILE        VALUE 'Y'.
           05  WS-QUOTE-KEEP-FLAG       PIC X VALUE 'N'.
               88  QUOTE-LINES-ARE-KEPT     VALUE 'Y'.
           05  WS-QUOTE-OVERFLOW-FLAG   PIC X VALUE 'N'.
               88  QUOTE-TABLE-IS-FULL      VALUE 'Y'.
           05  WS-QUOTE-ACCOUNT-NUMBER  PIC X(06).
           05  WS-QUOTE-EXPIRATION-DATE PIC X(08).
           05  WS-QUOTE-LINE-COUNT      PIC S9(05) VALUE 0.
           05  WS-SHIP-TO-EOF-FLAG      PIC X VALUE 'N'.
               88  END-OF-SHIP-TO-FILE      VALUE 'Y'.
           05  WS-SHIP-TO-COUNT         PIC S9(05) VALUE 0.
           05  WS-HAZREF-COUNT          PIC S9(05) VALUE 0.
           05  WS-HAZREF-FOUND-FLAG     PIC X.
               88  HAZREF-WAS-FOUND         VALUE 'Y'.
      * Freight rating: the zone and rate tables, and the current
      * invoice's shipment weight, destination zone, the freight the
      * rate table says it costs, and the freight actually billed -
      * the rated charge, or a keyed FRT charge that overrides it.
           05  WS-FRTZONE-FILE-STATUS   PIC XX.
           05  WS-FRTRATE-FILE-STATUS   PIC XX.
           05  WS-FRTZONE-EOF-FLAG      PIC X VALUE 'N'.
               88  END-OF-FRTZONE-FILE      VALUE 'Y'.
           05  WS-FRTRATE-EOF-FLAG      PIC X VALUE 'N'.
               88  END-OF-FRTRATE-FILE      VALUE 'Y'.
           05  WS-FRTZONE-COUNT         PIC S9(04) VALUE 0.
           05  WS-FRTRATE-COUNT         PIC S9(04) VALUE 0.
           05  WS-FRTRATE-INDEX         PIC S9(04).
           05  WS-SHIPMENT-WEIGHT-KG    PIC 9(07)V99.
           05  WS-SHIPMENT-GOODS-FLAG   PIC X.
               88  SHIPMENT-HAS-GOODS       VALUE 'Y'.
           05  WS-SHIPMENT-HAZMAT-FLAG  PIC X.
               88  SHIPMENT-HAS-HAZMAT      VALUE 'Y'.
           05  WS-KEYED-FREIGHT-FLAG    PIC X.
               88  FREIGHT-WAS-KEYED        VALUE 'Y'.
           05  WS-FREIGHT-RATE-FLAG     PIC X.
               88  FREIGHT-RATE-WAS-FOUND   VALUE 'Y'.
           05  WS-FREIGHT-DEST-STATE    PIC X(02).
           05  WS-FREIGHT-ZONE          PIC X(02).
           05  WS-FREIGHT-TAXABLE       PIC X.
           05  WS-BEST-WEIGHT-BREAK     PIC 9(07).
           05  WS-RATED-FREIGHT         PIC S9(07)V99.
           05  WS-BILLED-FREIGHT        PIC S9(07)V99.
           05  WS-FREIGHT-SOURCE        PIC X.
           05  WS-PAGE-NUMBER           PIC 9(04) VALUE 0.
           05  WS-LINES-ON-PAGE         PIC 9(03) VALUE 0.
           05  WS-MAX-LINES-PER-PAGE    PIC 9(03) VALUE 50.
               10  CPR-TBL-END-DATE     PIC X(08).
               10  CPR-TBL-UNIT-PRICE   PIC S9(05)V99.

       01  QUOTE-PRICE-TABLE.
           05  QUOTE-PRICE-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-QUOTE-LINE-COUNT
                   INDEXED BY QUOTE-IDX.
               10  QPR-TBL-QUOTE-NUMBER PIC X(08).
               10  QPR-TBL-ACCOUNT-NUMBER PIC X(06).
               10  QPR-TBL-SKU          PIC X(10).
               10  QPR-TBL-EXPIRATION-DATE PIC X(08).
               10  QPR-TBL-UNIT-PRICE   PIC S9(05)V99.

       01  EXEMPT-CERT-TABLE.
           05  EXEMPT-CERT-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-EXEMPT-COUNT
               10  TEX-TBL-CERT-NUMBER  PIC X(15).
               10  TEX-TBL-EXPIRY-DATE  PIC X(08).

       01  FREIGHT-ZONE-TABLE.
           05  FREIGHT-ZONE-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-FRTZONE-COUNT
                   INDEXED BY FRTZONE-IDX.
               10  FZN-TBL-WAREHOUSE-CODE PIC X(02).
               10  FZN-TBL-DEST-STATE   PIC X(02).
               10  FZN-TBL-ZONE         PIC X(02).
               10  FZN-TBL-FREIGHT-TAXABLE PIC X.

       01  FREIGHT-RATE-TABLE.
           05  FREIGHT-RATE-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-FRTRATE-COUNT.
               10  FRR-TBL-ZONE         PIC X(02).
               10  FRR-TBL-WEIGHT-BREAK-KG PIC 9(07).
               10  FRR-TBL-RATE-PER-KG  PIC 9(03)V9(04).
               10  FRR-TBL-MINIMUM-CHARGE PIC 9(05)V99.
               10  FRR-TBL-HAZMAT-SURCHARGE PIC 9(05)V99.

       01  HAZREF-TABLE.
           05  HAZREF-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-HAZREF-COUNT
               10  SHT-TBL-CITY         PIC X(20).
               10  SHT-TBL-STATE        PIC X(02).
               10  SHT-TBL-ZIP          PIC X(10).
               10  SHT-TBL-WAREHOUSE-CODE PIC X(02).

       01  INVENTORY-TABLE.
           05  INVENTORY-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-INVENTORY-COUNT
                   INDEXED BY INVENTORY-IDX.
               10  IVT-TBL-SKU          PIC X(10).
               10  IVT-TBL-WAREHOUSE-CODE PIC X(02).
               10  IVT-TBL-QTY-ON-HAND  PIC S9(07).
               10  IVT-TBL-AVG-COST     PIC S9(05)V99.

               10  INV-LINE-TAXABLE     PIC X.
               10  INV-LINE-HAZMAT      PIC X.
                   88  INV-LINE-IS-HAZMAT       VALUE 'Y'.
               10  INV-LINE-LOT-NUMBER  PIC X(12).
               10  INV-LINE-QUOTE-NUMBER PIC X(08).
               10  INV-LINE-CONTRACT-FLAG PIC X VALUE 'N'.
                   88  INV-LINE-CONTRACT-PRICED VALUE 'Y'.
               10  INV-LINE-SKU-STATUS  PIC X(02) VALUE 'OK'.
           PERFORM LOAD-TAX-RATES
           PERFORM LOAD-EXEMPT-CERTIFICATES
           PERFORM LOAD-CONTRACT-PRICES
           PERFORM LOAD-QUOTED-PRICES
           PERFORM LOAD-EXCHANGE-RATES
           PERFORM LOAD-SHIP-TO-MASTER
           PERFORM LOAD-FREIGHT-ZONES
           PERFORM LOAD-FREIGHT-RATES
           PERFORM LOAD-INVOICE-NUMBER-CONTROL
           OPEN INPUT INVOICE-FILE
      * On an invoice-level restart the run's own output files are
           OPEN EXTEND AR-OPEN-ITEM-FILE
           OPEN EXTEND INVOICE-SUSPENSE-FILE
           OPEN EXTEND SALES-EXTRACT-FILE
           OPEN EXTEND FREIGHT-AUDIT-FILE
           PERFORM READ-NEXT-INVOICE
           PERFORM UNTIL END-OF-INVOICE-FILE
               IF WS-GROUPS-TO-SKIP > 0
           PERFORM WRITE-BACKORDER-REPORT-TOTALS
           CLOSE BACKORDER-REPORT-FILE
           CLOSE SALES-EXTRACT-FILE
           CLOSE FREIGHT-AUDIT-FILE
           CLOSE JOURNAL-ENTRY-FILE
           CLOSE PACKING-SLIP-FILE
           PERFORM REWRITE-INVENTORY
      * Totals, prints and extracts one invoice's worth of detail
      * lines - at most the 100 lines INV-LINE can hold. Called once
      * per invoice header and again for each continuation invoice
      * built by BUILD-CONTINUATION-INVOICE. Freight is rated first,
      * so a rated charge line is totaled, printed, posted and
      * extracted like any keyed one. The freight is rated once for
      * the whole invoice group, on its last chunk, so a long order
      * bills one shipment's freight rather than one per chunk.

       PROCESS-INVOICE-CHUNK.
           PERFORM RATE-INVOICE-FREIGHT
           PERFORM CALCULATE-INVOICE-TOTALS
           PERFORM RECONCILE-INVOICE-TOTALS
           PERFORM ALLOCATE-INVENTORY
           PERFORM WRITE-INVOICE-HISTORY
           PERFORM WRITE-AR-OPEN-ITEM
           PERFORM WRITE-SALES-EXTRACT-RECORDS
           PERFORM WRITE-FREIGHT-AUDIT-RECORD
           ADD 1 TO WS-CONTROL-RECORD-COUNT
           MOVE INV-NUMBER TO WS-CONTROL-INV-NUMBER
           ADD WS-CONTROL-INV-NUMBER TO WS-CONTROL-HASH-TOTAL.
                       MOVE SPACES TO INV-CONTINUATION-OF
                       MOVE INV-NUMBER TO WS-ORIGINAL-INV-NUMBER
                       MOVE 0 TO WS-CONTINUATION-SEQ
                       PERFORM START-GROUP-FREIGHT
                       MOVE IFR-INV-RETURN TO INV-RETURN
                       MOVE IFR-ACCOUNT-NUMBER TO INV-ACCOUNT-NUMBER
                       PERFORM FIND-INVOICE-WAREHOUSE
                       MOVE IFR-CUSTOMER-NAME TO INV-CUSTOMER-NAME
                       MOVE IFR-SHIP-STATE TO INV-SHIP-STATE
                       IF IFR-CURRENCY-CODE = SPACES
                                   TO INV-LINE-TAXABLE(WORKING-INDEX)
                               MOVE IFR-HAZMAT
                                   TO INV-LINE-HAZMAT(WORKING-INDEX)
                               MOVE IFR-LOT-NUMBER
                                   TO INV-LINE-LOT-NUMBER
                                       (WORKING-INDEX)
                               MOVE IFR-QUOTE-NUMBER
                                   TO INV-LINE-QUOTE-NUMBER
                                       (WORKING-INDEX)
                               ADD 1 TO WS-DETAIL-LINES-READ
      * A charge line bills as a quantity of one at the fee amount;
      * it has no SKU, draws no stock, and is never hazmat.
                                   TO INV-LINE-TAXABLE(WORKING-INDEX)
                               MOVE 'N'
                                   TO INV-LINE-HAZMAT(WORKING-INDEX)
                               MOVE SPACES
                                   TO INV-LINE-LOT-NUMBER
                                       (WORKING-INDEX)
                               MOVE SPACES
                                   TO INV-LINE-QUOTE-NUMBER
                                       (WORKING-INDEX)
                               ADD 1 TO WS-DETAIL-LINES-READ
                           WHEN OTHER
                               DISPLAY 'INVCALC: expected detail or '
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
           PERFORM VARYING INVENTORY-IDX FROM 1 BY 1
                   UNTIL INVENTORY-IDX > WS-INVENTORY-COUNT
               MOVE IVT-TBL-SKU(INVENTORY-IDX) TO INR-SKU
               MOVE IVT-TBL-WAREHOUSE-CODE(INVENTORY-IDX)
                   TO INR-WAREHOUSE-CODE
               MOVE IVT-TBL-QTY-ON-HAND(INVENTORY-IDX)
                   TO INR-QTY-ON-HAND
               MOVE IVT-TBL-AVG-COST(INVENTORY-IDX)

      *---------------------------------------------------------------
      * Allocates each of the current chunk's lines against quantity
      * on hand in the invoice's warehouse: an ordinary line draws
      * stock down as far as it can and any shortfall goes on the
      * backorder report; a credit memo's lines are returned goods,
      * which go back on hand there. A SKU with no inventory record
      * in that warehouse allocates nothing, so the whole line is
      * reported short rather than taken from the other building. An
      * invoice generated from a sales order was already allocated
      * when the order was taken (and ships only what SHIPCONF
      * confirmed), so drawing stock down again here would double
                   CONTINUE
               WHEN IVT-TBL-SKU(INVENTORY-IDX)
                       = INV-LINE-SKU(WORKING-INDEX)
                   AND IVT-TBL-WAREHOUSE-CODE(INVENTORY-IDX)
                       = WS-INVOICE-WAREHOUSE-CODE
                   IF INV-IS-CREDIT-MEMO
                       ADD INV-LINE-QUANTITY(WORKING-INDEX)
                           TO IVT-TBL-QTY-ON-HAND(INVENTORY-IDX)
           WRITE BACKORDER-REPORT-LINE
           MOVE SPACES TO BACKORDER-REPORT-LINE
           STRING 'INVOICE   CUSTOMER             SKU         '
               '  ORDERED  ALLOCATED      SHORT    WH'
               DELIMITED BY SIZE INTO BACKORDER-REPORT-LINE
           WRITE BACKORDER-REPORT-LINE.

           MOVE WS-QTY-SHORT TO RPT-BACKORDER-QTY-EDITED
           MOVE RPT-BACKORDER-QTY-EDITED
               TO BACKORDER-REPORT-LINE(65:8)
           MOVE WS-INVOICE-WAREHOUSE-CODE
               TO BACKORDER-REPORT-LINE(79:2)
           WRITE BACKORDER-REPORT-LINE.

      *---------------------------------------------------------------
                               TO SHT-TBL-STATE(WS-SHIP-TO-COUNT)
                           MOVE SHT-ZIP
                               TO SHT-TBL-ZIP(WS-SHIP-TO-COUNT)
                           MOVE SHT-WAREHOUSE-CODE
                               TO SHT-TBL-WAREHOUSE-CODE
                                   (WS-SHIP-TO-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SHIP-TO-MASTER-FILE.

      *---------------------------------------------------------------
      * Sets WS-INVOICE-WAREHOUSE-CODE to the warehouse assigned to
      * the invoice customer's ship-to, the main warehouse when the
      * customer has no ship-to or no warehouse on it.

       FIND-INVOICE-WAREHOUSE.
           MOVE WS-MAIN-WAREHOUSE-CODE TO WS-INVOICE-WAREHOUSE-CODE
           IF WS-SHIP-TO-COUNT > 0
               SET SHIP-TO-IDX TO 1
               SEARCH SHIP-TO-ENTRY
                   AT END
                       CONTINUE
                   WHEN SHT-TBL-ACCOUNT-NUMBER(SHIP-TO-IDX)
                           = INV-ACCOUNT-NUMBER
                       IF SHT-TBL-WAREHOUSE-CODE(SHIP-TO-IDX)
                               NOT = SPACES
                           MOVE SHT-TBL-WAREHOUSE-CODE(SHIP-TO-IDX)
                               TO WS-INVOICE-WAREHOUSE-CODE
                       END-IF
               END-SEARCH
           END-IF.

      *---------------------------------------------------------------
      * Writes one priceless packing slip to PACKING-SLIP-FILE for
      * the invoice chunk just billed: customer name and full ship-to
                   MOVE INV-LINE-TAXABLE(WORKING-INDEX)
                       TO SUS-TAXABLE
                   MOVE INV-LINE-HAZMAT(WORKING-INDEX) TO SUS-HAZMAT
                   MOVE INV-LINE-LOT-NUMBER(WORKING-INDEX)
                       TO SUS-LOT-NUMBER
                   MOVE INV-LINE-QUOTE-NUMBER(WORKING-INDEX)
                       TO SUS-QUOTE-NUMBER
               END-IF
               WRITE INVOICE-SUSPENSE-RECORD
           END-PERFORM.
           MOVE 'INVCALC' TO CTL-PROGRAM-NAME
           MOVE WS-CONTROL-RECORD-COUNT TO CTL-RECORD-COUNT
           MOVE WS-CONTROL-HASH-TOTAL TO CTL-HASH-TOTAL
           MOVE 0 TO CTL-AMOUNT-TOTAL
           MOVE WS-CONTROL-RUN-DATE TO CTL-RUN-DATE
           MOVE WS-CONTROL-RUN-TIME TO CTL-RUN-TIME
           WRITE CONTROL-TOTAL-RECORD
               ELSE
                   PERFORM LOOKUP-EFFECTIVE-PRICE
               END-IF
      * A line sold from a quote bills at the quoted price while the
      * quote is firm, even when the list or contract price has
      * moved since the quote was given.
               IF WS-VALIDATION-PRICE
                       NOT = INV-LINE-UNIT-PRICE(WORKING-INDEX)
                   AND INV-LINE-QUOTE-NUMBER(WORKING-INDEX)
                       NOT = SPACES
                   PERFORM LOOKUP-QUOTED-PRICE
               END-IF
               IF WS-VALIDATION-PRICE
                       NOT = INV-LINE-UNIT-PRICE(WORKING-INDEX)
                   SET INV-LINE-SKU-PRICE-ERROR(WORKING-INDEX)
                       TO WS-VALIDATION-PRICE
           END-SEARCH.

      *---------------------------------------------------------------
      * Looks for the line's quote on the quoted-price table: same
      * quote, same account, same SKU, not expired on the invoice
      * date. When one is found its price replaces
      * WS-VALIDATION-PRICE.

       LOOKUP-QUOTED-PRICE.
           SET QUOTE-IDX TO 1
           SEARCH QUOTE-PRICE-ENTRY
               AT END
                   CONTINUE
               WHEN QPR-TBL-QUOTE-NUMBER(QUOTE-IDX)
                       = INV-LINE-QUOTE-NUMBER(WORKING-INDEX)
                   AND QPR-TBL-ACCOUNT-NUMBER(QUOTE-IDX)
                       = INV-ACCOUNT-NUMBER
                   AND QPR-TBL-SKU(QUOTE-IDX)
                       = INV-LINE-SKU(WORKING-INDEX)
                   AND QPR-TBL-EXPIRATION-DATE(QUOTE-IDX)
                       NOT < INV-DATE
                   MOVE QPR-TBL-UNIT-PRICE(QUOTE-IDX)
                       TO WS-VALIDATION-PRICE
           END-SEARCH.

      *---------------------------------------------------------------
      * Loads the lines of accepted and converted quotes once at
      * program start. A shop with no quotation file honors no
      * quotes. A table that fills up is logged once; a quoted line
      * past the cap then checks against the ordinary price and
      * shows up as a price error rather than passing unchecked.

       LOAD-QUOTED-PRICES.
           OPEN INPUT QUOTATION-FILE
           IF WS-QUOTE-FILE-STATUS NOT = '00'
               SET END-OF-QUOTE-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-QUOTE-FILE
               READ QUOTATION-FILE
                   AT END
                       SET END-OF-QUOTE-FILE TO TRUE
                   NOT AT END
                       IF QOT-IS-HEADER
                           PERFORM NOTE-QUOTE-HEADER
                       ELSE
                           IF QUOTE-LINES-ARE-KEPT
                               PERFORM KEEP-ONE-QUOTED-PRICE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-QUOTE-FILE-STATUS = '00' OR '10'
               CLOSE QUOTATION-FILE
           END-IF.

      *---------------------------------------------------------------
      * Remembers the account and expiration date the quote's lines
      * inherit, and whether the quote was ever accepted.

       NOTE-QUOTE-HEADER.
           MOVE QOT-ACCOUNT-NUMBER TO WS-QUOTE-ACCOUNT-NUMBER
           MOVE QOT-EXPIRATION-DATE TO WS-QUOTE-EXPIRATION-DATE
           IF QOT-QUOTE-ACCEPTED OR QOT-QUOTE-CONVERTED
               SET QUOTE-LINES-ARE-KEPT TO TRUE
           ELSE
               MOVE 'N' TO WS-QUOTE-KEEP-FLAG
           END-IF.

      *---------------------------------------------------------------
      * Adds one quoted line to QUOTE-PRICE-TABLE.

       KEEP-ONE-QUOTED-PRICE.
           IF WS-QUOTE-LINE-COUNT = 2000
               IF NOT QUOTE-TABLE-IS-FULL
                   SET QUOTE-TABLE-IS-FULL TO TRUE
                   MOVE 'LOAD-QUOTED-PRICES' TO WS-ERR-PARAGRAPH-NAME
                   MOVE 'quoted-price table full, later quotes not kept'
                       TO WS-ERR-DESCRIPTION
                   MOVE QOT-QUOTE-NUMBER TO WS-ERR-OFFENDING-DATA
                   PERFORM LOG-INVOICE-ERROR
               END-IF
           ELSE
               ADD 1 TO WS-QUOTE-LINE-COUNT
               MOVE QOT-QUOTE-NUMBER
                   TO QPR-TBL-QUOTE-NUMBER(WS-QUOTE-LINE-COUNT)
               MOVE WS-QUOTE-ACCOUNT-NUMBER
                   TO QPR-TBL-ACCOUNT-NUMBER(WS-QUOTE-LINE-COUNT)
               MOVE QOT-SKU TO QPR-TBL-SKU(WS-QUOTE-LINE-COUNT)
               MOVE WS-QUOTE-EXPIRATION-DATE
                   TO QPR-TBL-EXPIRATION-DATE(WS-QUOTE-LINE-COUNT)
               MOVE QOT-UNIT-PRICE
                   TO QPR-TBL-UNIT-PRICE(WS-QUOTE-LINE-COUNT)
           END-IF.

      *---------------------------------------------------------------
      * Loads the customer contract prices once at program start.

           END-PERFORM
           CLOSE CONTRACT-PRICE-FILE.

      *---------------------------------------------------------------
      * Loads FREIGHT-ZONE-FILE once at program start. A shop with
      * no zone file rates nothing - every invoice bills only the
      * freight keyed on it, as before.

       LOAD-FREIGHT-ZONES.
           OPEN INPUT FREIGHT-ZONE-FILE
           IF WS-FRTZONE-FILE-STATUS NOT = '00'
               SET END-OF-FRTZONE-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-FRTZONE-FILE
               READ FREIGHT-ZONE-FILE
                   AT END
                       SET END-OF-FRTZONE-FILE TO TRUE
                   NOT AT END
                       IF WS-FRTZONE-COUNT < 500
                           ADD 1 TO WS-FRTZONE-COUNT
                           MOVE FZN-WAREHOUSE-CODE
                               TO FZN-TBL-WAREHOUSE-CODE
                                   (WS-FRTZONE-COUNT)
                           MOVE FZN-DEST-STATE
                               TO FZN-TBL-DEST-STATE(WS-FRTZONE-COUNT)
                           MOVE FZN-ZONE
                               TO FZN-TBL-ZONE(WS-FRTZONE-COUNT)
                           MOVE FZN-FREIGHT-TAXABLE
                               TO FZN-TBL-FREIGHT-TAXABLE
                                   (WS-FRTZONE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FRTZONE-FILE-STATUS = '00' OR '10'
               CLOSE FREIGHT-ZONE-FILE
           END-IF.

      *---------------------------------------------------------------
      * Loads FREIGHT-RATE-FILE once at program start.

       LOAD-FREIGHT-RATES.
           OPEN INPUT FREIGHT-RATE-FILE
           IF WS-FRTRATE-FILE-STATUS NOT = '00'
               SET END-OF-FRTRATE-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-FRTRATE-FILE
               READ FREIGHT-RATE-FILE
                   AT END
                       SET END-OF-FRTRATE-FILE TO TRUE
                   NOT AT END
                       IF WS-FRTRATE-COUNT < 200
                           ADD 1 TO WS-FRTRATE-COUNT
                           MOVE FRR-ZONE
                               TO FRR-TBL-ZONE(WS-FRTRATE-COUNT)
                           MOVE FRR-WEIGHT-BREAK-KG
                               TO FRR-TBL-WEIGHT-BREAK-KG
                                   (WS-FRTRATE-COUNT)
                           MOVE FRR-RATE-PER-KG
                               TO FRR-TBL-RATE-PER-KG
                                   (WS-FRTRATE-COUNT)
                           MOVE FRR-MINIMUM-CHARGE
                               TO FRR-TBL-MINIMUM-CHARGE
                                   (WS-FRTRATE-COUNT)
                           MOVE FRR-HAZMAT-SURCHARGE
                               TO FRR-TBL-HAZMAT-SURCHARGE
                                   (WS-FRTRATE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FRTRATE-FILE-STATUS = '00' OR '10'
               CLOSE FREIGHT-RATE-FILE
           END-IF.

      *---------------------------------------------------------------
      * Clears the shipment being rated when a new invoice group
      * starts. Weight, hazmat and keyed freight then build up over
      * every chunk of the group until its last chunk is rated.

       START-GROUP-FREIGHT.
           MOVE 0 TO WS-SHIPMENT-WEIGHT-KG
                     WS-RATED-FREIGHT
                     WS-BILLED-FREIGHT
           MOVE 'N' TO WS-SHIPMENT-GOODS-FLAG
                       WS-SHIPMENT-HAZMAT-FLAG
                       WS-KEYED-FREIGHT-FLAG
                       WS-FREIGHT-RATE-FLAG
           MOVE SPACES TO WS-FREIGHT-ZONE
                          WS-FREIGHT-SOURCE.

      *---------------------------------------------------------------
      * Rates the freight on the invoice group's shipment from the
      * weight of its product lines (SKX-UNIT-WEIGHT-KG times the
      * quantity) and its destination zone. Each chunk adds its
      * lines to the shipment; only the group's last chunk - nothing
      * left to read for it - is rated, so a group split across
      * continuation invoices is rated once, at its full weight, and
      * a freight charge keyed on any chunk counts for the whole
      * group. With no freight keyed on
      * the invoice, the rated charge is added as an FRT charge line
      * so every clerk's shipment to the same place at the same
      * weight bills the same. A keyed FRT charge still wins - a
      * quoted or negotiated rate is a fact the table cannot know -
      * but the override is displayed here and lands on
      * FREIGHT-AUDIT-FILE for the month-end comparison. A credit
      * memo ships nothing and is not rated; a shipment whose zone
      * or rate is not on file bills only what was keyed, and is
      * logged so the tables get fixed.

       RATE-INVOICE-FREIGHT.
           IF NOT INV-IS-CREDIT-MEMO
               PERFORM VARYING WORKING-INDEX FROM 1 BY 1
                       UNTIL WORKING-INDEX > INV-LINE-ITEM-COUNT
                   PERFORM WEIGH-ONE-INVOICE-LINE
               END-PERFORM
               IF SHIPMENT-HAS-GOODS
                   AND (WS-REMAINING-LINE-COUNT = 0
                        OR END-OF-INVOICE-FILE)
                   PERFORM FIND-FREIGHT-ZONE
                   IF WS-FREIGHT-ZONE NOT = SPACES
                       PERFORM FIND-FREIGHT-RATE
                   END-IF
                   EVALUATE TRUE
                       WHEN NOT FREIGHT-RATE-WAS-FOUND
                           MOVE 'N' TO WS-FREIGHT-SOURCE
                           MOVE 'RATE-INVOICE-FREIGHT'
                               TO WS-ERR-PARAGRAPH-NAME
                           MOVE 'no freight zone or rate for shipment'
                               TO WS-ERR-DESCRIPTION
                           MOVE SPACES TO WS-ERR-OFFENDING-DATA
                           STRING WS-ORIGINAL-INV-NUMBER ' '
                               WS-INVOICE-WAREHOUSE-CODE ' '
                               WS-FREIGHT-DEST-STATE ' '
                               WS-FREIGHT-ZONE
                               DELIMITED BY SIZE
                               INTO WS-ERR-OFFENDING-DATA
                           PERFORM LOG-INVOICE-ERROR
                       WHEN FREIGHT-WAS-KEYED
                           MOVE 'M' TO WS-FREIGHT-SOURCE
                           MOVE WS-RATED-FREIGHT
                               TO RPT-TOTAL-AMOUNT-EDITED
                           MOVE WS-BILLED-FREIGHT
                               TO RPT-TOTAL-WITH-TAX-EDITED
                           DISPLAY 'INVCALC: invoice '
                               WS-ORIGINAL-INV-NUMBER
                               ' freight overridden - billed '
                               RPT-TOTAL-WITH-TAX-EDITED
                               ' rated ' RPT-TOTAL-AMOUNT-EDITED
                       WHEN OTHER
                           MOVE 'R' TO WS-FREIGHT-SOURCE
                           PERFORM ADD-RATED-FREIGHT-LINE
                   END-EVALUATE
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Adds the line WORKING-INDEX points at to the shipment being
      * rated: a product line's weight and hazmat flag, or a keyed
      * freight charge's amount.

       WEIGH-ONE-INVOICE-LINE.
           IF INV-LINE-IS-A-CHARGE(WORKING-INDEX)
               IF INV-LINE-CHARGE-TYPE(WORKING-INDEX) = 'FRT'
                   SET FREIGHT-WAS-KEYED TO TRUE
                   COMPUTE WS-BILLED-FREIGHT = WS-BILLED-FREIGHT
                       + INV-LINE-UNIT-PRICE(WORKING-INDEX)
                         * INV-LINE-QUANTITY(WORKING-INDEX)
               END-IF
           ELSE
               SET SHIPMENT-HAS-GOODS TO TRUE
               IF INV-LINE-IS-HAZMAT(WORKING-INDEX)
                   SET SHIPMENT-HAS-HAZMAT TO TRUE
               END-IF
      * A SKU missing from the master weighs nothing here; the line
      * validation logs it when the invoice is totaled.
               MOVE INV-LINE-SKU(WORKING-INDEX) TO SKX-SKU
               READ SKU-MASTER-IDX
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF INV-LINE-QUANTITY(WORKING-INDEX) > 0
                           COMPUTE WS-SHIPMENT-WEIGHT-KG =
                               WS-SHIPMENT-WEIGHT-KG
                                 + INV-LINE-QUANTITY(WORKING-INDEX)
                                   * SKX-UNIT-WEIGHT-KG
                       END-IF
               END-READ
           END-IF.

      *---------------------------------------------------------------
      * Sets WS-FREIGHT-ZONE (and whether freight is taxed there) for
      * the shipment's destination - the state on the customer's
      * ship-to record, or the invoice's ship state when there is
      * none - as seen from the invoice's warehouse, falling back to
      * the zone record that names no warehouse.

       FIND-FREIGHT-ZONE.
           MOVE INV-SHIP-STATE TO WS-FREIGHT-DEST-STATE
           IF WS-SHIP-TO-COUNT > 0
               SET SHIP-TO-IDX TO 1
               SEARCH SHIP-TO-ENTRY
                   AT END
                       CONTINUE
                   WHEN SHT-TBL-ACCOUNT-NUMBER(SHIP-TO-IDX)
                           = INV-ACCOUNT-NUMBER
                       IF SHT-TBL-STATE(SHIP-TO-IDX) NOT = SPACES
                           MOVE SHT-TBL-STATE(SHIP-TO-IDX)
                               TO WS-FREIGHT-DEST-STATE
                       END-IF
               END-SEARCH
           END-IF
           MOVE 'N' TO WS-FREIGHT-TAXABLE
           IF WS-FRTZONE-COUNT > 0
               SET FRTZONE-IDX TO 1
               SEARCH FREIGHT-ZONE-ENTRY
                   AT END
                       SET FRTZONE-IDX TO 1
                       SEARCH FREIGHT-ZONE-ENTRY
                           AT END
                               CONTINUE
                           WHEN FZN-TBL-WAREHOUSE-CODE(FRTZONE-IDX)
                                   = SPACES
                               AND FZN-TBL-DEST-STATE(FRTZONE-IDX)
                                   = WS-FREIGHT-DEST-STATE
                               MOVE FZN-TBL-ZONE(FRTZONE-IDX)
                                   TO WS-FREIGHT-ZONE
                               MOVE FZN-TBL-FREIGHT-TAXABLE
                                   (FRTZONE-IDX) TO WS-FREIGHT-TAXABLE
                       END-SEARCH
                   WHEN FZN-TBL-WAREHOUSE-CODE(FRTZONE-IDX)
                           = WS-INVOICE-WAREHOUSE-CODE
                       AND FZN-TBL-DEST-STATE(FRTZONE-IDX)
                           = WS-FREIGHT-DEST-STATE
                       MOVE FZN-TBL-ZONE(FRTZONE-IDX)
                           TO WS-FREIGHT-ZONE
                       MOVE FZN-TBL-FREIGHT-TAXABLE(FRTZONE-IDX)
                           TO WS-FREIGHT-TAXABLE
               END-SEARCH
           END-IF.

      *---------------------------------------------------------------
      * Finds the zone's highest weight break the shipment reaches
      * and works out WS-RATED-FREIGHT from it: weight at the break's
      * rate, raised to its minimum charge, plus the hazmat
      * surcharge when any line is hazardous.

       FIND-FREIGHT-RATE.
           MOVE 0 TO WS-BEST-WEIGHT-BREAK
           PERFORM VARYING WS-FRTRATE-INDEX FROM 1 BY 1
                   UNTIL WS-FRTRATE-INDEX > WS-FRTRATE-COUNT
               IF FRR-TBL-ZONE(WS-FRTRATE-INDEX) = WS-FREIGHT-ZONE
                   AND FRR-TBL-WEIGHT-BREAK-KG(WS-FRTRATE-INDEX)
                       NOT > WS-SHIPMENT-WEIGHT-KG
                   AND (NOT FREIGHT-RATE-WAS-FOUND
                     OR FRR-TBL-WEIGHT-BREAK-KG(WS-FRTRATE-INDEX)
                       > WS-BEST-WEIGHT-BREAK)
                   SET FREIGHT-RATE-WAS-FOUND TO TRUE
                   MOVE FRR-TBL-WEIGHT-BREAK-KG(WS-FRTRATE-INDEX)
                       TO WS-BEST-WEIGHT-BREAK
                   COMPUTE WS-RATED-FREIGHT ROUNDED =
                       WS-SHIPMENT-WEIGHT-KG
                         * FRR-TBL-RATE-PER-KG(WS-FRTRATE-INDEX)
                   IF WS-RATED-FREIGHT
                           < FRR-TBL-MINIMUM-CHARGE(WS-FRTRATE-INDEX)
                       MOVE FRR-TBL-MINIMUM-CHARGE(WS-FRTRATE-INDEX)
                           TO WS-RATED-FREIGHT
                   END-IF
                   IF SHIPMENT-HAS-HAZMAT
                       ADD FRR-TBL-HAZMAT-SURCHARGE(WS-FRTRATE-INDEX)
                           TO WS-RATED-FREIGHT
                   END-IF
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Appends the rated freight to the group's last chunk as an
      * FRT charge line. A last chunk already holding its 100 lines
      * has no slot for it; that shipment goes out with no freight
      * billed, logged, and shows up unbilled on the month-end
      * freight comparison.

       ADD-RATED-FREIGHT-LINE.
           IF INV-LINE-ITEM-COUNT NOT < 100
               MOVE 'ADD-RATED-FREIGHT-LINE' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'no room on invoice for the rated freight line'
                   TO WS-ERR-DESCRIPTION
               MOVE INV-NUMBER TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-INVOICE-ERROR
           ELSE
               ADD 1 TO INV-LINE-ITEM-COUNT
               MOVE INV-LINE-ITEM-COUNT TO WORKING-INDEX
               MOVE 'C' TO INV-LINE-TYPE(WORKING-INDEX)
               MOVE 'FRT' TO INV-LINE-CHARGE-TYPE(WORKING-INDEX)
               MOVE SPACES TO INV-LINE-SKU(WORKING-INDEX)
               MOVE WS-RATED-FREIGHT
                   TO INV-LINE-UNIT-PRICE(WORKING-INDEX)
               MOVE 1 TO INV-LINE-QUANTITY(WORKING-INDEX)
               MOVE WS-FREIGHT-TAXABLE
                   TO INV-LINE-TAXABLE(WORKING-INDEX)
               MOVE 'N' TO INV-LINE-HAZMAT(WORKING-INDEX)
               MOVE SPACES TO INV-LINE-LOT-NUMBER(WORKING-INDEX)
               MOVE SPACES TO INV-LINE-QUOTE-NUMBER(WORKING-INDEX)
               MOVE 'N' TO INV-LINE-CONTRACT-FLAG(WORKING-INDEX)
               SET INV-LINE-SKU-OK(WORKING-INDEX) TO TRUE
               MOVE WS-RATED-FREIGHT TO WS-BILLED-FREIGHT
           END-IF.

      *---------------------------------------------------------------
      * Replaces WS-VALIDATION-PRICE with the price-history price in
      * effect for INV-LINE-SKU(WORKING-INDEX) on INV-DATE: the entry
      * visibly instead of inventing a number.

       ADD-TO-COGS-TOTAL.
           PERFORM LOOK-UP-LINE-UNIT-COST
           COMPUTE WS-LINE-COGS ROUNDED =
               INV-LINE-QUANTITY(WORKING-INDEX) * WS-LINE-UNIT-COST
           IF INV-IS-CREDIT-MEMO
               SUBTRACT WS-LINE-COGS FROM WS-COGS-TOTAL
           ELSE
               ADD WS-LINE-COGS TO WS-COGS-TOTAL
           END-IF.

      *---------------------------------------------------------------
      * Sets WS-LINE-UNIT-COST to the moving-average cost of the SKU
      * on the line WORKING-INDEX points at in the invoice's
      * warehouse - or, when that warehouse has never stocked it,
      * in whichever warehouse does - zero when the SKU has no
      * inventory record or no captured cost, with
      * WS-LINE-COST-FLAG saying which.

       LOOK-UP-LINE-UNIT-COST.
           MOVE 0 TO WS-LINE-UNIT-COST
           MOVE 'N' TO WS-LINE-COST-FLAG
           SET INVENTORY-IDX TO 1
           SEARCH INVENTORY-ENTRY
               AT END
                   SET INVENTORY-IDX TO 1
                   SEARCH INVENTORY-ENTRY
                       AT END
                           CONTINUE
                       WHEN IVT-TBL-SKU(INVENTORY-IDX)
                               = INV-LINE-SKU(WORKING-INDEX)
                           MOVE IVT-TBL-AVG-COST(INVENTORY-IDX)
                               TO WS-LINE-UNIT-COST
                   END-SEARCH
               WHEN IVT-TBL-SKU(INVENTORY-IDX)
                       = INV-LINE-SKU(WORKING-INDEX)
                   AND IVT-TBL-WAREHOUSE-CODE(INVENTORY-IDX)
                       = WS-INVOICE-WAREHOUSE-CODE
                   MOVE IVT-TBL-AVG-COST(INVENTORY-IDX)
                       TO WS-LINE-UNIT-COST
           END-SEARCH
           IF WS-LINE-UNIT-COST > 0
               SET LINE-COST-WAS-FOUND TO TRUE
           END-IF.

      *---------------------------------------------------------------
                   TO IHR-LINE-TAXABLE
               MOVE INV-LINE-HAZMAT(WORKING-INDEX)
                   TO IHR-LINE-HAZMAT
               MOVE INV-LINE-LOT-NUMBER(WORKING-INDEX)
                   TO IHR-LINE-LOT-NUMBER
               MOVE INV-LINE-QUOTE-NUMBER(WORKING-INDEX)
                   TO IHR-LINE-QUOTE-NUMBER
               MOVE INV-LINE-SKU-STATUS(WORKING-INDEX)
                   TO IHR-LINE-SKU-STATUS
               MOVE INV-LINE-TYPE(WORKING-INDEX) TO IHR-LINE-TYPE
      * EXTRACT-FILE: which SKU sold, in what quantity, to whom, and
      * where it shipped, with the tax charged on the line, so sales
      * analysis and tax remittance can be reported from data instead
      * of re-keyed from the printed register. Product lines carry
      * the SKU's unit cost at the time of sale for the margin
      * report. A credit memo's lines go out with negative quantity,
      * amount, tax, and cost.

       WRITE-SALES-EXTRACT-RECORDS.
           PERFORM VARYING WORKING-INDEX FROM 1 BY 1
               END-IF
               IF INV-LINE-IS-A-CHARGE(WORKING-INDEX)
                   MOVE 0 TO SLX-QUANTITY
                   MOVE 0 TO SLX-UNIT-COST
                   MOVE 0 TO SLX-EXTENDED-COST
                   MOVE 'N' TO SLX-COST-FLAG
               ELSE
                   PERFORM LOOK-UP-LINE-UNIT-COST
                   MOVE WS-LINE-UNIT-COST TO SLX-UNIT-COST
                   COMPUTE SLX-EXTENDED-COST ROUNDED =
                       SLX-QUANTITY * WS-LINE-UNIT-COST
                   MOVE WS-LINE-COST-FLAG TO SLX-COST-FLAG
               END-IF
               MOVE INV-LINE-CONTRACT-FLAG(WORKING-INDEX)
                   TO SLX-CONTRACT-FLAG
               IF INV-IS-TAX-EXEMPT
                   MOVE INV-EXEMPT-CERT-NUMBER
                       TO SLX-EXEMPT-CERT-NUMBER
                   MOVE SPACES TO SLX-EXEMPT-CERT-NUMBER
               END-IF
               MOVE INV-SALESPERSON-CODE TO SLX-SALESPERSON-CODE
               MOVE INV-EXCHANGE-RATE TO SLX-EXCHANGE-RATE
               WRITE SALES-EXTRACT-RECORD
           END-PERFORM.

           MOVE INV-TOTAL-AMOUNT TO ARO-OPEN-AMOUNT
           MOVE INV-CURRENCY-CODE TO ARO-CURRENCY-CODE
           MOVE INV-EXCHANGE-RATE TO ARO-BILLED-EXCHANGE-RATE
           MOVE SPACE TO ARO-ITEM-TYPE
           WRITE AR-OPEN-ITEM-RECORD.

      *---------------------------------------------------------------
                   WRITE HAZMAT-MANIFEST-RECORD
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Records the invoice group's rated and billed freight on
      * FREIGHT-AUDIT-FILE for the month-end comparison, once, from
      * the group's last chunk and under the group's first invoice
      * number. Only a shipment - an invoice with goods on it - is
      * recorded.

       WRITE-FREIGHT-AUDIT-RECORD.
           IF SHIPMENT-HAS-GOODS
               AND (WS-REMAINING-LINE-COUNT = 0
                    OR END-OF-INVOICE-FILE)
               MOVE INV-DATE TO FRA-INV-DATE
               MOVE WS-ORIGINAL-INV-NUMBER TO FRA-INV-NUMBER
               MOVE INV-ACCOUNT-NUMBER TO FRA-ACCOUNT-NUMBER
               MOVE INV-CUSTOMER-NAME TO FRA-CUSTOMER-NAME
               MOVE WS-INVOICE-WAREHOUSE-CODE TO FRA-WAREHOUSE-CODE
               MOVE WS-FREIGHT-DEST-STATE TO FRA-DEST-STATE
               MOVE WS-FREIGHT-ZONE TO FRA-ZONE
               MOVE WS-SHIPMENT-WEIGHT-KG TO FRA-SHIPMENT-WEIGHT-KG
               MOVE WS-RATED-FREIGHT TO FRA-RATED-FREIGHT
               MOVE WS-BILLED-FREIGHT TO FRA-BILLED-FREIGHT
               MOVE WS-FREIGHT-SOURCE TO FRA-FREIGHT-SOURCE
               WRITE FREIGHT-AUDIT-RECORD
           END-IF.
