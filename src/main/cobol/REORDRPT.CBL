      * with the suggested order quantity and the vendor reference -
      * so purchasing works from the data instead of guessing off
      * SALESRPT and the backorder report.
      *
      * Quantity already on order - the open lines on OPEN-PO-FILE
      * not yet received - counts as available, so a SKU is not
      * suggested again every night until its PO arrives. Purchasing
      * buys for the company, not for a building: on-hand is the
      * SKU's stock in every warehouse together, plus whatever is
      * on IN-TRANSIT-FILE between them. Each
      * suggestion is also written to REORDER-SUGGESTION-FILE for
      * purchasing to approve and POGEN to turn into purchase orders.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  REORDRPT.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INVENTORY-FILE ASSIGN TO "INVENTORY-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT IN-TRANSIT-FILE ASSIGN TO "IN-TRANSIT-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-TRANSIT-STATUS.
           SELECT SALES-ORDER-FILE ASSIGN TO "SALES-ORDER-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SALES-EXTRACT-FILE ASSIGN TO "SALES-EXTRACT-FILE"
           SELECT REORDER-REPORT-FILE
               ASSIGN TO "REPLENISHMENT-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPEN-PO-FILE ASSIGN TO "OPEN-PO-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-PO-STATUS.
           SELECT REORDER-SUGGESTION-FILE
               ASSIGN TO "REORDER-SUGGESTION-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-EXTRACT-FILE.
       COPY SALESEXT.

       FD  IN-TRANSIT-FILE.
       COPY INTRANS.

       FD  REORDER-REPORT-FILE.
       01  REORDER-REPORT-LINE          PIC X(132).

       FD  OPEN-PO-FILE.
       COPY OPENPO.

       FD  REORDER-SUGGESTION-FILE.
       COPY REORDSUG.

       WORKING-STORAGE SECTION.
       01  FILLER.
           05  WS-SKU-EOF-FLAG          PIC X VALUE 'N'.
               88  END-OF-ORDER-FILE        VALUE 'Y'.
           05  WS-EXTRACT-EOF-FLAG      PIC X VALUE 'N'.
               88  END-OF-EXTRACT-FILE      VALUE 'Y'.
           05  WS-OPEN-PO-EOF-FLAG      PIC X VALUE 'N'.
               88  END-OF-OPEN-PO-FILE      VALUE 'Y'.
      * '35' on open is a shop that has never issued a PO through
      * POGEN - nothing is on order.
           05  WS-OPEN-PO-STATUS        PIC XX.
           05  WS-IN-TRANSIT-STATUS     PIC XX.
           05  WS-IN-TRANSIT-EOF-FLAG   PIC X VALUE 'N'.
               88  END-OF-IN-TRANSIT-FILE   VALUE 'Y'.
           05  WS-SKU-COUNT             PIC S9(05) VALUE 0.
           05  WS-SUGGEST-COUNT         PIC S9(05) VALUE 0.
           05  WS-CURRENT-ORDER-OPEN    PIC X.
               10  SWT-QTY-ON-HAND      PIC S9(07).
               10  SWT-QTY-BACKORDERED  PIC S9(07).
               10  SWT-QTY-SOLD         PIC S9(09).
               10  SWT-QTY-ON-ORDER     PIC S9(07).

      * The SKUs at or under their reorder point, held in worst-
      * shortfall-first order as they are inserted.
           PERFORM LOAD-SKU-MASTER
           PERFORM ROLL-IN-INVENTORY
           PERFORM ROLL-IN-OPEN-BACKORDERS
           PERFORM ROLL-IN-OPEN-PURCHASE-ORDERS
           PERFORM ROLL-IN-SALES-VELOCITY
           PERFORM COMPUTE-EXTRACT-WEEKS
           PERFORM BUILD-SUGGESTIONS
           PERFORM PRINT-REORDER-REPORT
           PERFORM WRITE-REORDER-SUGGESTIONS
           GOBACK.

      *---------------------------------------------------------------
                           MOVE 0
                               TO SWT-QTY-BACKORDERED(WS-SKU-COUNT)
                           MOVE 0 TO SWT-QTY-SOLD(WS-SKU-COUNT)
                           MOVE 0 TO SWT-QTY-ON-ORDER(WS-SKU-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SKU-MASTER-FILE.

      *---------------------------------------------------------------
      * Rolls each SKU's on-hand balances, every warehouse's, into
      * the work table, then the stock moving between warehouses -
      * it is still ours and will be on a shelf in a day or two.

       ROLL-IN-INVENTORY.
           OPEN INPUT INVENTORY-FILE
                           AT END
                               CONTINUE
                           WHEN SWT-SKU(SKU-WORK-IDX) = INR-SKU
                               ADD INR-QTY-ON-HAND
                                   TO SWT-QTY-ON-HAND(SKU-WORK-IDX)
                       END-SEARCH
               END-READ
           END-PERFORM
           CLOSE INVENTORY-FILE
           OPEN INPUT IN-TRANSIT-FILE
           IF WS-IN-TRANSIT-STATUS NOT = '00'
               SET END-OF-IN-TRANSIT-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-IN-TRANSIT-FILE
               READ IN-TRANSIT-FILE
                   AT END
                       SET END-OF-IN-TRANSIT-FILE TO TRUE
                   NOT AT END
                       SET SKU-WORK-IDX TO 1
                       SEARCH SKU-WORK-ENTRY
                           AT END
                               CONTINUE
                           WHEN SWT-SKU(SKU-WORK-IDX) = ITR-SKU
                               ADD ITR-QUANTITY
                                   TO SWT-QTY-ON-HAND(SKU-WORK-IDX)
                       END-SEARCH
               END-READ
           END-PERFORM
           IF WS-IN-TRANSIT-STATUS = '00' OR '10'
               CLOSE IN-TRANSIT-FILE
           END-IF.

      *---------------------------------------------------------------
      * Rolls the backordered quantities on open sales orders into
                       TO SWT-QTY-BACKORDERED(SKU-WORK-IDX)
           END-SEARCH.

      *---------------------------------------------------------------
      * Rolls the quantity still to come in on open purchase-order
      * lines into the work table - stock already bought is not a
      * reason to buy it again.

       ROLL-IN-OPEN-PURCHASE-ORDERS.
           OPEN INPUT OPEN-PO-FILE
           IF WS-OPEN-PO-STATUS NOT = '00'
               SET END-OF-OPEN-PO-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-OPEN-PO-FILE
               READ OPEN-PO-FILE
                   AT END
                       SET END-OF-OPEN-PO-FILE TO TRUE
                   NOT AT END
                       IF OPO-LINE-IS-OPEN
                           AND OPO-QTY-ORDERED > OPO-QTY-RECEIVED
                           PERFORM ADD-ONE-ON-ORDER
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OPEN-PO-STATUS NOT = '35'
               CLOSE OPEN-PO-FILE
           END-IF.

      *---------------------------------------------------------------
      * Adds one open PO line's unreceived quantity to its SKU.

       ADD-ONE-ON-ORDER.
           SET SKU-WORK-IDX TO 1
           SEARCH SKU-WORK-ENTRY
               AT END
                   CONTINUE
               WHEN SWT-SKU(SKU-WORK-IDX) = OPO-SKU
                   COMPUTE SWT-QTY-ON-ORDER(SKU-WORK-IDX) =
                       SWT-QTY-ON-ORDER(SKU-WORK-IDX)
                           + OPO-QTY-ORDERED - OPO-QTY-RECEIVED
           END-SEARCH.

      *---------------------------------------------------------------
      * Accumulates each SKU's sold quantity from the sales extract's
      * product lines and notes the date span the extract covers, so
                   COMPUTE WS-AVAILABLE-QTY =
                       SWT-QTY-ON-HAND(WORKING-INDEX)
                           - SWT-QTY-BACKORDERED(WORKING-INDEX)
                           + SWT-QTY-ON-ORDER(WORKING-INDEX)
                   IF WS-AVAILABLE-QTY
                           NOT > SWT-REORDER-POINT(WORKING-INDEX)
                       PERFORM INSERT-ONE-SUGGESTION
           MOVE SWT-VENDOR-REF(WORKING-INDEX)
               TO REORDER-REPORT-LINE(90:10)
           WRITE REORDER-REPORT-LINE.

      *---------------------------------------------------------------
      * Writes the suggestions, in the same worst-first order, to
      * REORDER-SUGGESTION-FILE. The suggested quantity is the
      * SKU's reorder quantity, or the shortfall itself when the
      * master carries no reorder quantity.

       WRITE-REORDER-SUGGESTIONS.
           OPEN OUTPUT REORDER-SUGGESTION-FILE
           PERFORM VARYING WS-SHIFT-INDEX FROM 1 BY 1
                   UNTIL WS-SHIFT-INDEX > WS-SUGGEST-COUNT
               MOVE SUG-SKU-INDEX(WS-SHIFT-INDEX) TO WORKING-INDEX
               MOVE SWT-SKU(WORKING-INDEX) TO ROS-SKU
               MOVE SWT-VENDOR-REF(WORKING-INDEX) TO ROS-VENDOR-REF
               IF SWT-REORDER-QTY(WORKING-INDEX) > 0
                   MOVE SWT-REORDER-QTY(WORKING-INDEX)
                       TO ROS-SUGGESTED-QTY
               ELSE
                   MOVE SUG-SHORTFALL(WS-SHIFT-INDEX)
                       TO ROS-SUGGESTED-QTY
               END-IF
               MOVE SUG-SHORTFALL(WS-SHIFT-INDEX)
                   TO ROS-SHORTFALL-QTY
               MOVE WS-RUN-DATE TO ROS-RUN-DATE
               WRITE REORDER-SUGGESTION-RECORD
           END-PERFORM
           CLOSE REORDER-SUGGESTION-FILE.
