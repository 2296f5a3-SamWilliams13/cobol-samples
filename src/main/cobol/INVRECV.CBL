      * Inventory receipts batch.
      *
      * Reads INVENTORY-RECEIPTS-FILE, one transaction per receipt
      * booked at a warehouse dock, validates each against the SKU
      * master and WAREHOUSE-MASTER-FILE, and adds the received
      * quantity to the SKU's balance in the receiving warehouse on
      * INVENTORY-FILE - creating the inventory record when a SKU is
      * stocked in that warehouse for the first time. Receipts for
      * SKUs not on the product master, or naming a warehouse we do
      * not have, are reported and logged, never silently dropped.
      *
      * Every receipt is received against the purchase order it
      * names on OPEN-PO-FILE: the quantity is added to the PO line
      * for the SKU and the line closes once the ordered quantity is
      * in. Over-receipts are taken into stock but reported; short
      * receipts leave the line open and are reported; receipts with
      * no PO, or naming a PO with no line for the SKU, are held off
      * inventory. All three land on RECEIVING-EXCEPTION-REPORT.
      *
      * A receipt of a lot-controlled SKU must name its supplier lot,
      * and any expiration date keyed must be a real date; the
      * quantity is added to that lot in the receiving warehouse on
      * LOT-BALANCE-FILE as well as to the SKU's total.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  INVRECV.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SKU-MASTER-FILE ASSIGN TO "SKU-MASTER-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WAREHOUSE-MASTER-FILE
               ASSIGN TO "WAREHOUSE-MASTER-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAREHOUSE-FILE-STATUS.
           SELECT LOT-BALANCE-FILE ASSIGN TO "LOT-BALANCE-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOT-FILE-STATUS.
           SELECT OPEN-PO-FILE ASSIGN TO "OPEN-PO-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-PO-STATUS.
           SELECT RECEIVING-EXCEPTION-REPORT
               ASSIGN TO "RECEIVING-EXCEPTION-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SKU-MASTER-FILE.
       COPY SKUMAST.

       FD  WAREHOUSE-MASTER-FILE.
       COPY WHSEMAST.

       FD  LOT-BALANCE-FILE.
       COPY LOTBAL.

       FD  OPEN-PO-FILE.
       COPY OPENPO.

       FD  RECEIVING-EXCEPTION-REPORT.
       01  RECEIVING-EXCEPTION-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILLER.
           05  WS-RECEIPT-EOF-FLAG      PIC X VALUE 'N'.
               88  END-OF-SKU-MASTER-FILE   VALUE 'Y'.
           05  WS-INVENTORY-COUNT       PIC S9(05) VALUE 0.
           05  WS-SKU-TABLE-COUNT       PIC S9(05) VALUE 0.
           05  WS-WAREHOUSE-FILE-STATUS PIC XX.
           05  WS-WAREHOUSE-EOF-FLAG    PIC X VALUE 'N'.
               88  END-OF-WAREHOUSE-FILE    VALUE 'Y'.
           05  WS-WAREHOUSE-COUNT       PIC S9(03) VALUE 0.
           05  WS-WAREHOUSE-FOUND-FLAG  PIC X.
               88  WAREHOUSE-WAS-FOUND      VALUE 'Y'.
      * Warehouse a receipt keyed without one is taken into.
           05  WS-MAIN-WAREHOUSE-CODE   PIC X(02) VALUE '01'.
           05  WS-SKU-FOUND-FLAG        PIC X.
               88  SKU-WAS-FOUND            VALUE 'Y'.
           05  WS-BALANCE-FOUND-FLAG    PIC X.
      * External name handed to the shared GENBKUP routine before
      * the master is rewritten in place.
           05  WS-BACKUP-FILE-NAME      PIC X(40).
      * Run-lock fields for the shared RUNLOCK routine, so receipts
      * are not applied while POGEN adds PO lines or APMATCH bills
      * against them - whichever rewrote the open-PO file last would
      * lose the other's work.
           05  WS-LOCK-ACTION           PIC X.
           05  WS-LOCK-FILE-NAME        PIC X(40).
           05  WS-LOCK-RESULT-FLAG      PIC X.
               88  RUN-LOCK-GRANTED         VALUE 'Y'.
           05  WS-LOCK-HOLDER-NAME      PIC X(08).
      * Purchase-order matching fields.
           05  WS-OPEN-PO-STATUS        PIC XX.
           05  WS-OPEN-PO-EOF-FLAG      PIC X VALUE 'N'.
               88  END-OF-OPEN-PO-FILE      VALUE 'Y'.
           05  WS-PO-OVERFLOW-FLAG      PIC X VALUE 'N'.
               88  PO-TABLE-OVER-CAPACITY   VALUE 'Y'.
           05  WS-PO-LINE-COUNT         PIC S9(05) VALUE 0.
           05  WS-PO-NUMBER-FOUND-FLAG  PIC X.
               88  PO-NUMBER-WAS-FOUND      VALUE 'Y'.
           05  WS-OPEN-LINE-INDEX       PIC S9(05).
           05  WS-CLOSED-LINE-INDEX     PIC S9(05).
           05  WS-PO-LINE-INDEX         PIC S9(05).
           05  WS-PO-SCAN-INDEX         PIC S9(05).
           05  WS-PO-QTY-REMAINING      PIC S9(07).
           05  WS-PO-QTY-DIFFERENCE     PIC S9(07).
           05  WS-APPLIED-BEFORE        PIC S9(05).
           05  WS-EXCEPTION-COUNT       PIC S9(05) VALUE 0.
           05  WS-EXCEPTION-REASON      PIC X(30).
           05  WS-RUN-DATE              PIC X(08).
      * Lot-balance fields for lot-controlled SKUs.
           05  WS-LOT-FILE-STATUS       PIC XX.
           05  WS-LOT-EOF-FLAG          PIC X VALUE 'N'.
               88  END-OF-LOT-FILE          VALUE 'Y'.
           05  WS-LOT-OVERFLOW-FLAG     PIC X VALUE 'N'.
               88  LOT-TABLE-OVER-CAPACITY  VALUE 'Y'.
           05  WS-LOT-COUNT             PIC S9(05) VALUE 0.
           05  WS-LOT-CONTROLLED-FLAG   PIC X.
               88  SKU-IS-LOT-CONTROLLED    VALUE 'Y'.
           05  WS-LOT-FOUND-FLAG        PIC X.
               88  LOT-WAS-FOUND            VALUE 'Y'.
           05  WS-DATE-VALID-FLAG       PIC X.
               88  EXPIRATION-IS-VALID      VALUE 'Y'.

       01  WS-ERROR-LOG-FIELDS.
           05  WS-ERR-PROGRAM-NAME      PIC X(08) VALUE 'INVRECV'.
           05  WS-ERR-OFFENDING-DATA    PIC X(30).

       01  INVENTORY-TABLE.
           05  INVENTORY-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-INVENTORY-COUNT
                   INDEXED BY INVENTORY-IDX.
               10  IVT-TBL-SKU          PIC X(10).
               10  IVT-TBL-WAREHOUSE-CODE PIC X(02).
               10  IVT-TBL-QTY-ON-HAND  PIC S9(07).
               10  IVT-TBL-AVG-COST     PIC S9(05)V99.

       01  RPT-QTY-EDITED               PIC Z(6)9-.
       01  RPT-COUNT-EDITED             PIC ZZZZ9.

      * Every PO line on OPEN-PO-FILE, open and closed, so the file
      * can be rewritten whole with this run's receipts applied.
       01  PO-LINE-TABLE.
           05  PO-LINE-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-PO-LINE-COUNT.
               10  POT-PO-NUMBER        PIC X(08).
               10  POT-LINE-NUMBER      PIC 9(03).
               10  POT-VENDOR-ID        PIC X(10).
               10  POT-SKU              PIC X(10).
               10  POT-PO-DATE          PIC X(08).
               10  POT-EXPECTED-DATE    PIC X(08).
               10  POT-QTY-ORDERED      PIC S9(07).
               10  POT-QTY-RECEIVED     PIC S9(07).
               10  POT-UNIT-COST        PIC S9(05)V99.
               10  POT-LINE-STATUS      PIC X.
               10  POT-APPROVED-BY      PIC X(08).
               10  POT-QTY-INVOICED     PIC S9(07).

       01  SKU-TABLE.
           05  SKU-TABLE-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-SKU-TABLE-COUNT
                   INDEXED BY SKU-TABLE-IDX.
               10  SKU-TBL-SKU          PIC X(10).
               10  SKU-TBL-LOT-CONTROLLED PIC X.

       01  WAREHOUSE-TABLE.
           05  WAREHOUSE-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-WAREHOUSE-COUNT
                   INDEXED BY WAREHOUSE-IDX.
               10  WHT-WAREHOUSE-CODE   PIC X(02).

      * Every lot on LOT-BALANCE-FILE, so receipts can be added to
      * their lot before the file is rewritten.
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

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE 'L' TO WS-LOCK-ACTION
           MOVE 'OPEN-PO-FILE' TO WS-LOCK-FILE-NAME
           CALL 'RUNLOCK' USING WS-LOCK-ACTION WS-ERR-PROGRAM-NAME
               WS-LOCK-FILE-NAME WS-LOCK-RESULT-FLAG
               WS-LOCK-HOLDER-NAME
           END-CALL
           IF NOT RUN-LOCK-GRANTED
               DISPLAY 'INVRECV: OPEN-PO-FILE is locked by '
                   WS-LOCK-HOLDER-NAME ' - run refused'
               MOVE 'MAIN-LOGIC' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'open PO file locked by another program'
                   TO WS-ERR-DESCRIPTION
               MOVE WS-LOCK-HOLDER-NAME TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-INVRECV-ERROR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           CALL 'BUSDATE' USING WS-RUN-DATE
           END-CALL
           PERFORM LOAD-SKU-MASTER
           PERFORM LOAD-WAREHOUSE-MASTER
           PERFORM LOAD-INVENTORY
           PERFORM LOAD-OPEN-PURCHASE-ORDERS
           PERFORM LOAD-LOT-BALANCES
           IF LOT-TABLE-OVER-CAPACITY
               DISPLAY '*** INVRECV: LOT-BALANCE-FILE exceeds the '
                   'table capacity - run refused, nothing written '
                   '***'
               MOVE 'LOAD-LOT-BALANCES' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'lot balance file exceeds receipt table capacity'
                   TO WS-ERR-DESCRIPTION
               MOVE SPACES TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-INVRECV-ERROR
               PERFORM RELEASE-RUN-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF PO-TABLE-OVER-CAPACITY
               DISPLAY '*** INVRECV: OPEN-PO-FILE exceeds the '
                   'table capacity - run refused, nothing written '
                   '***'
               MOVE 'LOAD-OPEN-PURCHASE-ORDERS'
                   TO WS-ERR-PARAGRAPH-NAME
               MOVE 'open PO file exceeds receipt table capacity'
                   TO WS-ERR-DESCRIPTION
               MOVE SPACES TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-INVRECV-ERROR
               PERFORM RELEASE-RUN-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF INVENTORY-OVER-CAPACITY
               DISPLAY '*** INVRECV: INVENTORY-FILE exceeds the '
                   'table capacity - run refused, nothing written '
                   TO WS-ERR-DESCRIPTION
               MOVE SPACES TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-INVRECV-ERROR
               PERFORM RELEASE-RUN-LOCK
               GOBACK
           END-IF
           PERFORM APPLY-RECEIPTS
           PERFORM REWRITE-INVENTORY
           PERFORM REWRITE-OPEN-PURCHASE-ORDERS
           PERFORM REWRITE-LOT-BALANCES
           PERFORM RELEASE-RUN-LOCK
           DISPLAY 'INVRECV: ' WS-APPLIED-COUNT ' receipt(s) '
               'applied, ' WS-REJECTED-COUNT ' rejected'
           GOBACK.

      *---------------------------------------------------------------
      * Releases this run's claim on the open-PO file.

       RELEASE-RUN-LOCK.
           MOVE 'U' TO WS-LOCK-ACTION
           MOVE 'OPEN-PO-FILE' TO WS-LOCK-FILE-NAME
           CALL 'RUNLOCK' USING WS-LOCK-ACTION WS-ERR-PROGRAM-NAME
               WS-LOCK-FILE-NAME WS-LOCK-RESULT-FLAG
               WS-LOCK-HOLDER-NAME
           END-CALL.

      *---------------------------------------------------------------
      * Calls the shared LOGERROR routine to append one record to
      * ERROR-LOG-FILE for the problem just found. WS-ERR-PARAGRAPH-
                       ADD 1 TO WS-SKU-TABLE-COUNT
                       MOVE SKM-SKU
                           TO SKU-TBL-SKU(WS-SKU-TABLE-COUNT)
                       MOVE SKM-LOT-CONTROLLED
                           TO SKU-TBL-LOT-CONTROLLED
                               (WS-SKU-TABLE-COUNT)
               END-READ
           END-PERFORM
           CLOSE SKU-MASTER-FILE.

      *---------------------------------------------------------------
      * Loads the warehouse codes so each receipt can be checked
      * against the buildings we actually have. A missing master is
      * logged and leaves the table empty, so every receipt goes to
      * the exception report rather than into stock.

       LOAD-WAREHOUSE-MASTER.
           OPEN INPUT WAREHOUSE-MASTER-FILE
           IF WS-WAREHOUSE-FILE-STATUS NOT = '00'
               SET END-OF-WAREHOUSE-FILE TO TRUE
               MOVE 'LOAD-WAREHOUSE-MASTER' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'warehouse master missing - no warehouse is valid'
                   TO WS-ERR-DESCRIPTION
               MOVE WS-WAREHOUSE-FILE-STATUS TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-INVRECV-ERROR
           END-IF
           PERFORM UNTIL END-OF-WAREHOUSE-FILE
               READ WAREHOUSE-MASTER-FILE
                   AT END
                       SET END-OF-WAREHOUSE-FILE TO TRUE
                   NOT AT END
                       IF WS-WAREHOUSE-COUNT < 50
                           ADD 1 TO WS-WAREHOUSE-COUNT
                           MOVE WHS-WAREHOUSE-CODE
                               TO WHT-WAREHOUSE-CODE
                                   (WS-WAREHOUSE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-WAREHOUSE-FILE-STATUS = '00' OR '10'
               CLOSE WAREHOUSE-MASTER-FILE
           END-IF.

      *---------------------------------------------------------------
      * Loads the on-hand balances, per SKU per warehouse, into
      * INVENTORY-TABLE so receipts can be added in place before the
      * file is rewritten.

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
      * Loads every PO line into PO-LINE-TABLE. A missing file means
      * nothing has been ordered yet, and every receipt will be held
      * as having no PO behind it.

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
                           SET PO-TABLE-OVER-CAPACITY TO TRUE
                           SET END-OF-OPEN-PO-FILE TO TRUE
                       ELSE
                           ADD 1 TO WS-PO-LINE-COUNT
                           MOVE WS-PO-LINE-COUNT TO WS-PO-LINE-INDEX
                           MOVE OPO-PO-NUMBER
                               TO POT-PO-NUMBER(WS-PO-LINE-INDEX)
                           MOVE OPO-LINE-NUMBER
                               TO POT-LINE-NUMBER(WS-PO-LINE-INDEX)
                           MOVE OPO-VENDOR-ID
                               TO POT-VENDOR-ID(WS-PO-LINE-INDEX)
                           MOVE OPO-SKU
                               TO POT-SKU(WS-PO-LINE-INDEX)
                           MOVE OPO-PO-DATE
                               TO POT-PO-DATE(WS-PO-LINE-INDEX)
                           MOVE OPO-EXPECTED-DATE
                               TO POT-EXPECTED-DATE(WS-PO-LINE-INDEX)
                           MOVE OPO-QTY-ORDERED
                               TO POT-QTY-ORDERED(WS-PO-LINE-INDEX)
                           MOVE OPO-QTY-RECEIVED
                               TO POT-QTY-RECEIVED(WS-PO-LINE-INDEX)
                           MOVE OPO-UNIT-COST
                               TO POT-UNIT-COST(WS-PO-LINE-INDEX)
                           MOVE OPO-LINE-STATUS
                               TO POT-LINE-STATUS(WS-PO-LINE-INDEX)
                           MOVE OPO-APPROVED-BY
                               TO POT-APPROVED-BY(WS-PO-LINE-INDEX)
                           MOVE OPO-QTY-INVOICED
                               TO POT-QTY-INVOICED(WS-PO-LINE-INDEX)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OPEN-PO-STATUS = '00' OR '10'
               CLOSE OPEN-PO-FILE
           END-IF.

      *---------------------------------------------------------------
      * Reads every receipt transaction and applies the valid ones.

       APPLY-RECEIPTS.
           PERFORM OPEN-RECEIVING-EXCEPTIONS
           OPEN INPUT INVENTORY-RECEIPTS-FILE
           PERFORM UNTIL END-OF-RECEIPTS-FILE
               READ INVENTORY-RECEIPTS-FILE
                       PERFORM APPLY-ONE-RECEIPT
               END-READ
           END-PERFORM
           CLOSE INVENTORY-RECEIPTS-FILE
           PERFORM CLOSE-RECEIVING-EXCEPTIONS.

      *---------------------------------------------------------------
      * Validates one receipt and adds its quantity to the SKU's
      * balance in the receiving warehouse, creating the balance
      * entry when the SKU has never been stocked there before. A
      * receipt keyed without a warehouse is the main warehouse's.

       APPLY-ONE-RECEIPT.
           IF RCP-WAREHOUSE-CODE = SPACES
               MOVE WS-MAIN-WAREHOUSE-CODE TO RCP-WAREHOUSE-CODE
           END-IF
           MOVE 'N' TO WS-SKU-FOUND-FLAG
           MOVE 'N' TO WS-LOT-CONTROLLED-FLAG
           SET SKU-TABLE-IDX TO 1
           SEARCH SKU-TABLE-ENTRY
               AT END
                   CONTINUE
               WHEN SKU-TBL-SKU(SKU-TABLE-IDX) = RCP-SKU
                   SET SKU-WAS-FOUND TO TRUE
                   IF SKU-TBL-LOT-CONTROLLED(SKU-TABLE-IDX) = 'Y'
                       SET SKU-IS-LOT-CONTROLLED TO TRUE
                   END-IF
           END-SEARCH
           SET EXPIRATION-IS-VALID TO TRUE
           IF SKU-IS-LOT-CONTROLLED
               AND RCP-EXPIRATION-DATE NOT = SPACES
               CALL 'DATECHK' USING RCP-EXPIRATION-DATE
                   WS-DATE-VALID-FLAG
               END-CALL
           END-IF
           MOVE 'N' TO WS-WAREHOUSE-FOUND-FLAG
           IF WS-WAREHOUSE-COUNT > 0
               SET WAREHOUSE-IDX TO 1
               SEARCH WAREHOUSE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WHT-WAREHOUSE-CODE(WAREHOUSE-IDX)
                           = RCP-WAREHOUSE-CODE
                       SET WAREHOUSE-WAS-FOUND TO TRUE
               END-SEARCH
           END-IF
           EVALUATE TRUE
               WHEN NOT SKU-WAS-FOUND
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'INVRECV: receipt for SKU ' RCP-SKU
                       ' not on product master - rejected'
                   MOVE 'APPLY-ONE-RECEIPT' TO WS-ERR-PARAGRAPH-NAME
                   MOVE 'receipt for SKU not on product master'
                       TO WS-ERR-DESCRIPTION
                   MOVE RCP-SKU TO WS-ERR-OFFENDING-DATA
                   PERFORM LOG-INVRECV-ERROR
               WHEN NOT WAREHOUSE-WAS-FOUND
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'INVRECV: receipt for SKU ' RCP-SKU
                       ' names warehouse ' RCP-WAREHOUSE-CODE
                       ' not on the warehouse master - rejected'
                   MOVE 'APPLY-ONE-RECEIPT' TO WS-ERR-PARAGRAPH-NAME
                   MOVE 'receipt warehouse not on warehouse master'
                       TO WS-ERR-DESCRIPTION
                   MOVE SPACES TO WS-ERR-OFFENDING-DATA
                   STRING RCP-SKU ' ' RCP-WAREHOUSE-CODE
                       DELIMITED BY SIZE INTO WS-ERR-OFFENDING-DATA
                   PERFORM LOG-INVRECV-ERROR
               WHEN RCP-QUANTITY NOT NUMERIC
                   OR RCP-QUANTITY NOT > 0
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'INVRECV: receipt quantity for SKU '
                       RCP-SKU ' is not numeric and positive - '
                       TO WS-ERR-DESCRIPTION
                   MOVE RCP-SKU TO WS-ERR-OFFENDING-DATA
                   PERFORM LOG-INVRECV-ERROR
               WHEN RCP-UNIT-COST NOT NUMERIC
                   OR RCP-UNIT-COST < 0
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'INVRECV: receipt cost for SKU '
                       RCP-SKU ' is not numeric and '
                       'non-negative - rejected'
                   MOVE 'APPLY-ONE-RECEIPT' TO WS-ERR-PARAGRAPH-NAME
                   MOVE 'receipt unit cost fails validation'
                       TO WS-ERR-DESCRIPTION
                   MOVE RCP-SKU TO WS-ERR-OFFENDING-DATA
                   PERFORM LOG-INVRECV-ERROR
               WHEN SKU-IS-LOT-CONTROLLED
                   AND RCP-LOT-NUMBER = SPACES
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'INVRECV: receipt for lot-controlled SKU '
                       RCP-SKU ' names no lot - rejected'
                   MOVE 'APPLY-ONE-RECEIPT' TO WS-ERR-PARAGRAPH-NAME
                   MOVE 'lot-controlled receipt has no lot number'
                       TO WS-ERR-DESCRIPTION
                   MOVE RCP-SKU TO WS-ERR-OFFENDING-DATA
                   PERFORM LOG-INVRECV-ERROR
               WHEN NOT EXPIRATION-IS-VALID
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'INVRECV: receipt for SKU ' RCP-SKU
                       ' lot ' RCP-LOT-NUMBER ' has an invalid '
                       'expiration date - rejected'
                   MOVE 'APPLY-ONE-RECEIPT' TO WS-ERR-PARAGRAPH-NAME
                   MOVE 'lot expiration date is not a valid date'
                       TO WS-ERR-DESCRIPTION
                   MOVE SPACES TO WS-ERR-OFFENDING-DATA
                   STRING RCP-SKU ' ' RCP-EXPIRATION-DATE
                       DELIMITED BY SIZE INTO WS-ERR-OFFENDING-DATA
                   PERFORM LOG-INVRECV-ERROR
               WHEN OTHER
                   PERFORM MATCH-RECEIPT-TO-PO
           END-EVALUATE.

      *---------------------------------------------------------------
      * Finds the PO line the receipt is against: the open line for
      * the SKU on the named PO, or failing that a line for the SKU
      * the PO has already closed, in which case the whole receipt
      * is more than was ordered. A receipt with no PO, or a PO
      * with no line for the SKU, is held off inventory. A receipt
      * keyed without a cost is valued at the PO line's cost.

       MATCH-RECEIPT-TO-PO.
           MOVE 'N' TO WS-PO-NUMBER-FOUND-FLAG
           MOVE 0 TO WS-OPEN-LINE-INDEX
           MOVE 0 TO WS-CLOSED-LINE-INDEX
           PERFORM VARYING WS-PO-SCAN-INDEX FROM 1 BY 1
                   UNTIL WS-PO-SCAN-INDEX > WS-PO-LINE-COUNT
               IF POT-PO-NUMBER(WS-PO-SCAN-INDEX) = RCP-PO-NUMBER
                   SET PO-NUMBER-WAS-FOUND TO TRUE
                   IF POT-SKU(WS-PO-SCAN-INDEX) = RCP-SKU
                       IF POT-LINE-STATUS(WS-PO-SCAN-INDEX) = 'O'
                           IF WS-OPEN-LINE-INDEX = 0
                               MOVE WS-PO-SCAN-INDEX
                                   TO WS-OPEN-LINE-INDEX
                           END-IF
                       ELSE
                           MOVE WS-PO-SCAN-INDEX
                               TO WS-CLOSED-LINE-INDEX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-OPEN-LINE-INDEX > 0
               MOVE WS-OPEN-LINE-INDEX TO WS-PO-LINE-INDEX
           ELSE
               MOVE WS-CLOSED-LINE-INDEX TO WS-PO-LINE-INDEX
           END-IF
           EVALUATE TRUE
               WHEN RCP-PO-NUMBER = SPACES
                   MOVE 'NO PO - HELD' TO WS-EXCEPTION-REASON
                   PERFORM REJECT-UNMATCHED-RECEIPT
               WHEN NOT PO-NUMBER-WAS-FOUND
                   MOVE 'PO NOT ON FILE - HELD'
                       TO WS-EXCEPTION-REASON
                   PERFORM REJECT-UNMATCHED-RECEIPT
               WHEN WS-PO-LINE-INDEX = 0
                   MOVE 'SKU NOT ON PO - HELD'
                       TO WS-EXCEPTION-REASON
                   PERFORM REJECT-UNMATCHED-RECEIPT
               WHEN OTHER
                   IF RCP-UNIT-COST = 0
                       MOVE POT-UNIT-COST(WS-PO-LINE-INDEX)
                           TO RCP-UNIT-COST
                   END-IF
                   MOVE WS-APPLIED-COUNT TO WS-APPLIED-BEFORE
                   PERFORM ADD-RECEIPT-TO-BALANCE
                   IF WS-APPLIED-COUNT > WS-APPLIED-BEFORE
                       PERFORM RECEIVE-AGAINST-PO-LINE
                       IF SKU-IS-LOT-CONTROLLED
                           PERFORM ADD-RECEIPT-TO-LOT
                       END-IF
                   END-IF
           END-EVALUATE.

      *---------------------------------------------------------------
      * Holds a receipt that has no PO line to go against: it is
      * counted, logged, and printed, and inventory is not touched.

       REJECT-UNMATCHED-RECEIPT.
           ADD 1 TO WS-REJECTED-COUNT
           DISPLAY 'INVRECV: receipt for SKU ' RCP-SKU ' PO '
               RCP-PO-NUMBER ' - ' WS-EXCEPTION-REASON
           MOVE 'MATCH-RECEIPT-TO-PO' TO WS-ERR-PARAGRAPH-NAME
           MOVE 'receipt does not match an open purchase order'
               TO WS-ERR-DESCRIPTION
           MOVE SPACES TO WS-ERR-OFFENDING-DATA
           STRING RCP-PO-NUMBER ' ' RCP-SKU DELIMITED BY SIZE
               INTO WS-ERR-OFFENDING-DATA
           PERFORM LOG-INVRECV-ERROR
           MOVE 0 TO WS-PO-LINE-INDEX
           MOVE RCP-QUANTITY TO WS-PO-QTY-DIFFERENCE
           PERFORM WRITE-RECEIVING-EXCEPTION.

      *---------------------------------------------------------------
      * Adds the receipt to its PO line, closes the line once the
      * ordered quantity is in, and reports a receipt that came in
      * over what was still open or short of it.

       RECEIVE-AGAINST-PO-LINE.
           COMPUTE WS-PO-QTY-REMAINING =
               POT-QTY-ORDERED(WS-PO-LINE-INDEX)
                   - POT-QTY-RECEIVED(WS-PO-LINE-INDEX)
           IF WS-PO-QTY-REMAINING < 0
               MOVE 0 TO WS-PO-QTY-REMAINING
           END-IF
           ADD RCP-QUANTITY TO POT-QTY-RECEIVED(WS-PO-LINE-INDEX)
           IF POT-QTY-RECEIVED(WS-PO-LINE-INDEX)
                   NOT < POT-QTY-ORDERED(WS-PO-LINE-INDEX)
               MOVE 'C' TO POT-LINE-STATUS(WS-PO-LINE-INDEX)
           END-IF
           EVALUATE TRUE
               WHEN RCP-QUANTITY > WS-PO-QTY-REMAINING
                   COMPUTE WS-PO-QTY-DIFFERENCE =
                       RCP-QUANTITY - WS-PO-QTY-REMAINING
                   MOVE 'OVER-RECEIPT - ACCEPTED'
                       TO WS-EXCEPTION-REASON
                   PERFORM WRITE-RECEIVING-EXCEPTION
               WHEN RCP-QUANTITY < WS-PO-QTY-REMAINING
                   COMPUTE WS-PO-QTY-DIFFERENCE =
                       RCP-QUANTITY - WS-PO-QTY-REMAINING
                   MOVE 'SHORT RECEIPT - LINE OPEN'
                       TO WS-EXCEPTION-REASON
                   PERFORM WRITE-RECEIVING-EXCEPTION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *---------------------------------------------------------------
      * Opens the receiving exception report and prints its
      * headings.

       OPEN-RECEIVING-EXCEPTIONS.
           OPEN OUTPUT RECEIVING-EXCEPTION-REPORT
           MOVE SPACES TO RECEIVING-EXCEPTION-LINE
           STRING 'ACME DISTRIBUTING CO.' DELIMITED BY SIZE
               INTO RECEIVING-EXCEPTION-LINE
           WRITE RECEIVING-EXCEPTION-LINE
           MOVE SPACES TO RECEIVING-EXCEPTION-LINE
           STRING 'RECEIVING EXCEPTIONS - RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO RECEIVING-EXCEPTION-LINE
           WRITE RECEIVING-EXCEPTION-LINE
           MOVE SPACES TO RECEIVING-EXCEPTION-LINE
           WRITE RECEIVING-EXCEPTION-LINE
           MOVE SPACES TO RECEIVING-EXCEPTION-LINE
           STRING 'PO NUMBER  SKU           ORDERED  REC TO DATE  '
               'THIS RCPT  OVER/SHORT  EXCEPTION                     '
               '  WH'
               DELIMITED BY SIZE INTO RECEIVING-EXCEPTION-LINE
           WRITE RECEIVING-EXCEPTION-LINE.

      *---------------------------------------------------------------
      * Prints one exception line. WS-EXCEPTION-REASON and WS-PO-
      * QTY-DIFFERENCE must be set, and WS-PO-LINE-INDEX must point
      * at the PO line or be zero when there is none.

       WRITE-RECEIVING-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO RECEIVING-EXCEPTION-LINE
           MOVE RCP-PO-NUMBER TO RECEIVING-EXCEPTION-LINE(1:8)
           MOVE RCP-SKU TO RECEIVING-EXCEPTION-LINE(12:10)
           IF WS-PO-LINE-INDEX > 0
               MOVE POT-QTY-ORDERED(WS-PO-LINE-INDEX)
                   TO RPT-QTY-EDITED
               MOVE RPT-QTY-EDITED TO RECEIVING-EXCEPTION-LINE(24:8)
               MOVE POT-QTY-RECEIVED(WS-PO-LINE-INDEX)
                   TO RPT-QTY-EDITED
               MOVE RPT-QTY-EDITED TO RECEIVING-EXCEPTION-LINE(37:8)
           END-IF
           MOVE RCP-QUANTITY TO RPT-QTY-EDITED
           MOVE RPT-QTY-EDITED TO RECEIVING-EXCEPTION-LINE(48:8)
           MOVE WS-PO-QTY-DIFFERENCE TO RPT-QTY-EDITED
           MOVE RPT-QTY-EDITED TO RECEIVING-EXCEPTION-LINE(60:8)
           MOVE WS-EXCEPTION-REASON
               TO RECEIVING-EXCEPTION-LINE(71:30)
           MOVE RCP-WAREHOUSE-CODE TO RECEIVING-EXCEPTION-LINE(103:2)
           WRITE RECEIVING-EXCEPTION-LINE.

      *---------------------------------------------------------------
      * Prints the exception count and closes the report.

       CLOSE-RECEIVING-EXCEPTIONS.
           MOVE SPACES TO RECEIVING-EXCEPTION-LINE
           WRITE RECEIVING-EXCEPTION-LINE
           MOVE WS-EXCEPTION-COUNT TO RPT-COUNT-EDITED
           MOVE SPACES TO RECEIVING-EXCEPTION-LINE
           STRING 'RECEIVING EXCEPTIONS: ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO RECEIVING-EXCEPTION-LINE
           WRITE RECEIVING-EXCEPTION-LINE
           CLOSE RECEIVING-EXCEPTION-REPORT.

      *---------------------------------------------------------------
      * Adds the receipt quantity to the SKU's existing balance
      * entry in the receiving warehouse, or creates one when the
      * SKU is stocked there for the first time.

       ADD-RECEIPT-TO-BALANCE.
           MOVE 'N' TO WS-BALANCE-FOUND-FLAG
               AT END
                   CONTINUE
               WHEN IVT-TBL-SKU(INVENTORY-IDX) = RCP-SKU
                   AND IVT-TBL-WAREHOUSE-CODE(INVENTORY-IDX)
                       = RCP-WAREHOUSE-CODE
                   SET BALANCE-WAS-FOUND TO TRUE
                   PERFORM FOLD-COST-INTO-AVERAGE
                   ADD RCP-QUANTITY
                   ADD 1 TO WS-APPLIED-COUNT
           END-SEARCH
           IF NOT BALANCE-WAS-FOUND
               IF WS-INVENTORY-COUNT < 1000
                   ADD 1 TO WS-INVENTORY-COUNT
                   MOVE RCP-SKU TO IVT-TBL-SKU(WS-INVENTORY-COUNT)
                   MOVE RCP-WAREHOUSE-CODE
                       TO IVT-TBL-WAREHOUSE-CODE(WS-INVENTORY-COUNT)
                   MOVE RCP-QUANTITY
                       TO IVT-TBL-QTY-ON-HAND(WS-INVENTORY-COUNT)
                   MOVE RCP-UNIT-COST
               MOVE RCP-UNIT-COST TO IVT-TBL-AVG-COST(INVENTORY-IDX)
           END-IF.

      *---------------------------------------------------------------
      * Adds the receipt to its lot in the receiving warehouse, or
      * starts the lot there, dated today, when it is new. A lot
      * received again keeps the date it first came in, so it stays
      * in its place in the oldest-first picking order.

       ADD-RECEIPT-TO-LOT.
           MOVE 'N' TO WS-LOT-FOUND-FLAG
           IF WS-LOT-COUNT > 0
               SET LOT-IDX TO 1
               SEARCH LOT-ENTRY
                   AT END
                       CONTINUE
                   WHEN LTT-SKU(LOT-IDX) = RCP-SKU
                       AND LTT-WAREHOUSE-CODE(LOT-IDX)
                           = RCP-WAREHOUSE-CODE
                       AND LTT-LOT-NUMBER(LOT-IDX) = RCP-LOT-NUMBER
                       SET LOT-WAS-FOUND TO TRUE
                       ADD RCP-QUANTITY TO LTT-QTY-ON-HAND(LOT-IDX)
                       IF LTT-EXPIRATION-DATE(LOT-IDX) = SPACES
                           MOVE RCP-EXPIRATION-DATE
                               TO LTT-EXPIRATION-DATE(LOT-IDX)
                       END-IF
               END-SEARCH
           END-IF
           IF NOT LOT-WAS-FOUND
               IF WS-LOT-COUNT < 2000
                   ADD 1 TO WS-LOT-COUNT
                   SET LOT-IDX TO WS-LOT-COUNT
                   MOVE RCP-SKU TO LTT-SKU(LOT-IDX)
                   MOVE RCP-WAREHOUSE-CODE
                       TO LTT-WAREHOUSE-CODE(LOT-IDX)
                   MOVE RCP-LOT-NUMBER TO LTT-LOT-NUMBER(LOT-IDX)
                   MOVE WS-RUN-DATE TO LTT-RECEIVED-DATE(LOT-IDX)
                   MOVE RCP-EXPIRATION-DATE
                       TO LTT-EXPIRATION-DATE(LOT-IDX)
                   MOVE RCP-QUANTITY TO LTT-QTY-ON-HAND(LOT-IDX)
               ELSE
                   DISPLAY 'INVRECV: lot table is full - lot '
                       RCP-LOT-NUMBER ' of SKU ' RCP-SKU
                       ' received without lot detail'
                   MOVE 'ADD-RECEIPT-TO-LOT' TO WS-ERR-PARAGRAPH-NAME
                   MOVE 'lot table is full - lot detail not kept'
                       TO WS-ERR-DESCRIPTION
                   MOVE SPACES TO WS-ERR-OFFENDING-DATA
                   STRING RCP-SKU ' ' RCP-LOT-NUMBER
                       DELIMITED BY SIZE INTO WS-ERR-OFFENDING-DATA
                   PERFORM LOG-INVRECV-ERROR
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Loads every lot on LOT-BALANCE-FILE. A missing file means no
      * lot-controlled stock has been received yet.

       LOAD-LOT-BALANCES.
           OPEN INPUT LOT-BALANCE-FILE
           IF WS-LOT-FILE-STATUS NOT = '00'
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
      * Rewrites LOT-BALANCE-FILE with this run's lots received.

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
      * Rewrites INVENTORY-FILE with the updated balances and
      * moving-average costs.
           PERFORM VARYING INVENTORY-IDX FROM 1 BY 1
                   UNTIL INVENTORY-IDX > WS-INVENTORY-COUNT
               MOVE IVT-TBL-SKU(INVENTORY-IDX) TO INR-SKU
               MOVE IVT-TBL-WAREHOUSE-CODE(INVENTORY-IDX)
                   TO INR-WAREHOUSE-CODE
               MOVE IVT-TBL-QTY-ON-HAND(INVENTORY-IDX)
                   TO INR-QTY-ON-HAND
               MOVE IVT-TBL-AVG-COST(INVENTORY-IDX)
               WRITE INVENTORY-RECORD
           END-PERFORM
           CLOSE INVENTORY-FILE.

      *---------------------------------------------------------------
      * Rewrites OPEN-PO-FILE with this run's receipts applied to
      * the lines and the completed lines closed.

       REWRITE-OPEN-PURCHASE-ORDERS.
           MOVE 'OPEN-PO-FILE' TO WS-BACKUP-FILE-NAME
           CALL 'GENBKUP' USING WS-BACKUP-FILE-NAME
           END-CALL
           OPEN OUTPUT OPEN-PO-FILE
           PERFORM VARYING WS-PO-LINE-INDEX FROM 1 BY 1
                   UNTIL WS-PO-LINE-INDEX > WS-PO-LINE-COUNT
               MOVE POT-PO-NUMBER(WS-PO-LINE-INDEX) TO OPO-PO-NUMBER
               MOVE POT-LINE-NUMBER(WS-PO-LINE-INDEX)
                   TO OPO-LINE-NUMBER
               MOVE POT-VENDOR-ID(WS-PO-LINE-INDEX) TO OPO-VENDOR-ID
               MOVE POT-SKU(WS-PO-LINE-INDEX) TO OPO-SKU
               MOVE POT-PO-DATE(WS-PO-LINE-INDEX) TO OPO-PO-DATE
               MOVE POT-EXPECTED-DATE(WS-PO-LINE-INDEX)
                   TO OPO-EXPECTED-DATE
               MOVE POT-QTY-ORDERED(WS-PO-LINE-INDEX)
                   TO OPO-QTY-ORDERED
               MOVE POT-QTY-RECEIVED(WS-PO-LINE-INDEX)
                   TO OPO-QTY-RECEIVED
               MOVE POT-UNIT-COST(WS-PO-LINE-INDEX) TO OPO-UNIT-COST
               MOVE POT-LINE-STATUS(WS-PO-LINE-INDEX)
                   TO OPO-LINE-STATUS
               MOVE POT-APPROVED-BY(WS-PO-LINE-INDEX)
                   TO OPO-APPROVED-BY
               MOVE POT-QTY-INVOICED(WS-PO-LINE-INDEX)
                   TO OPO-QTY-INVOICED
               WRITE OPEN-PO-RECORD
           END-PERFORM
           CLOSE OPEN-PO-FILE.
