      *****************************************************************
      * Program name:    INVXFER
      * Original author: Dave Nicolette
      *
      * Inter-warehouse stock transfers.
      *
      * Reads INVENTORY-TRANSFER-TRANS-FILE, the transfers the docks
      * booked today. A ship ('S') takes the quantity off the SKU's
      * balance in the sending warehouse on INVENTORY-FILE and puts
      * it on IN-TRANSIT-FILE under the next number from TRANSFER-
      * NUMBER-CONTROL, valued at the sending warehouse's moving-
      * average cost. A receive ('R') puts the whole transfer on
      * hand in the warehouse it was sent to, folding its cost into
      * that warehouse's average, and drops it from IN-TRANSIT-FILE.
      * A transfer naming a warehouse not on WAREHOUSE-MASTER-FILE,
      * a SKU not on the product master, more than the sending
      * warehouse has on hand, or a transfer number that is not in
      * transit is refused, printed, and logged. Every transaction
      * lands on INVENTORY-TRANSFER-REGISTER, which is the paperwork
      * that travels with the goods; XFERAGE reports what is still
      * on the road. The transactions are consumed and cleared.
      *
      * A transfer of a lot-controlled SKU moves one named lot: the
      * lot must hold the quantity in the sending warehouse, and it
      * arrives on LOT-BALANCE-FILE at the receiving warehouse with
      * the received and expiration dates it left with.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  INVXFER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENTORY-TRANSFER-TRANS-FILE
               ASSIGN TO "INVENTORY-TRANSFER-TRANS-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT INVENTORY-FILE ASSIGN TO "INVENTORY-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SKU-MASTER-FILE ASSIGN TO "SKU-MASTER-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WAREHOUSE-MASTER-FILE
               ASSIGN TO "WAREHOUSE-MASTER-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAREHOUSE-FILE-STATUS.
           SELECT IN-TRANSIT-FILE ASSIGN TO "IN-TRANSIT-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-TRANSIT-FILE-STATUS.
           SELECT TRANSFER-NUMBER-CONTROL-FILE
               ASSIGN TO "TRANSFER-NUMBER-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT LOT-BALANCE-FILE ASSIGN TO "LOT-BALANCE-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOT-FILE-STATUS.
           SELECT TRANSFER-REGISTER-FILE
               ASSIGN TO "INVENTORY-TRANSFER-REGISTER"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INVENTORY-TRANSFER-TRANS-FILE.
       COPY XFERTRN.

       FD  INVENTORY-FILE.
       COPY INVNTORY.

       FD  SKU-MASTER-FILE.
       COPY SKUMAST.

       FD  WAREHOUSE-MASTER-FILE.
       COPY WHSEMAST.

       FD  IN-TRANSIT-FILE.
       COPY INTRANS.

       FD  TRANSFER-NUMBER-CONTROL-FILE.
       01  TRANSFER-NUMBER-CONTROL-RECORD.
           05  TNC-LAST-TRANSFER-NUMBER PIC 9(08).

       FD  LOT-BALANCE-FILE.
       COPY LOTBAL.

       FD  TRANSFER-REGISTER-FILE.
       01  TRANSFER-REGISTER-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILLER.
           05  WS-TRANS-FILE-STATUS     PIC XX.
           05  WS-IN-TRANSIT-FILE-STATUS PIC XX.
           05  WS-CONTROL-FILE-STATUS   PIC XX.
           05  WS-LOT-FILE-STATUS       PIC XX.
           05  WS-WAREHOUSE-FILE-STATUS PIC XX.
           05  WS-EOF-FLAG              PIC X.
               88  END-OF-CURRENT-FILE      VALUE 'Y'.
           05  WS-CAPACITY-FLAG         PIC X VALUE 'N'.
               88  A-TABLE-IS-OVER-CAPACITY VALUE 'Y'.
           05  WS-FOUND-FLAG            PIC X.
               88  ENTRY-WAS-FOUND          VALUE 'Y'.
           05  WS-SKU-TABLE-COUNT       PIC S9(05) VALUE 0.
           05  WS-WAREHOUSE-COUNT       PIC S9(03) VALUE 0.
           05  WS-INVENTORY-COUNT       PIC S9(05) VALUE 0.
           05  WS-IN-TRANSIT-COUNT      PIC S9(05) VALUE 0.
           05  WS-TRANS-COUNT           PIC S9(05) VALUE 0.
           05  WS-TABLE-INDEX           PIC S9(05).
           05  WS-FROM-INDEX            PIC S9(05).
           05  WS-TRANSIT-INDEX         PIC S9(05).
           05  WS-LOT-COUNT             PIC S9(05) VALUE 0.
           05  WS-LOT-INDEX             PIC S9(05).
           05  WS-LOT-CONTROLLED-FLAG   PIC X.
               88  SKU-IS-LOT-CONTROLLED    VALUE 'Y'.
      * Warehouse a transfer keyed without a sending warehouse
      * leaves from.
           05  WS-MAIN-WAREHOUSE-CODE   PIC X(02) VALUE '01'.
           05  WS-RUN-DATE              PIC X(08).
           05  WS-RUN-DATE-NUMERIC REDEFINES WS-RUN-DATE
                                        PIC 9(08).
           05  WS-SHIP-DATE             PIC X(08).
           05  WS-SHIP-DATE-NUMERIC REDEFINES WS-SHIP-DATE
                                        PIC 9(08).
           05  WS-DAYS-IN-TRANSIT       PIC S9(05).
           05  WS-NEXT-TRANSFER-NUMBER  PIC 9(08).
           05  WS-RESULT                PIC X(30).
           05  WS-UNIT-COST             PIC S9(05)V99.
           05  WS-TRANSFER-VALUE        PIC S9(09)V99.
           05  WS-SHIPPED-COUNT         PIC S9(05) VALUE 0.
           05  WS-RECEIVED-COUNT        PIC S9(05) VALUE 0.
           05  WS-REFUSED-COUNT         PIC S9(05) VALUE 0.
           05  WS-SHIPPED-VALUE         PIC S9(09)V99 VALUE 0.
           05  WS-RECEIVED-VALUE        PIC S9(09)V99 VALUE 0.
      * Moving-average work fields: a received transfer folds its
      * cost into the receiving warehouse's average in proportion to
      * the quantities, exactly as INVRECV does for a dock receipt.
           05  WS-OLD-EXTENDED-VALUE    PIC S9(11)V99.
           05  WS-NEW-EXTENDED-VALUE    PIC S9(11)V99.
           05  WS-NEW-TOTAL-QTY         PIC S9(08).
      * External name handed to the shared GENBKUP routine before a
      * file is rewritten in place.
           05  WS-BACKUP-FILE-NAME      PIC X(40).

       01  WS-ERROR-LOG-FIELDS.
           05  WS-ERR-PROGRAM-NAME      PIC X(08) VALUE 'INVXFER'.
           05  WS-ERR-PARAGRAPH-NAME    PIC X(30).
           05  WS-ERR-DESCRIPTION       PIC X(60).
           05  WS-ERR-OFFENDING-DATA    PIC X(30).

       01  RPT-QTY-EDITED               PIC Z(6)9-.
       01  RPT-COST-EDITED              PIC Z(4)9.99-.
       01  RPT-AMOUNT-EDITED            PIC Z(8)9.99-.
       01  RPT-COUNT-EDITED             PIC ZZZZ9.
       01  RPT-DAYS-EDITED              PIC ZZZ9.

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

       01  INVENTORY-TABLE.
           05  INVENTORY-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-INVENTORY-COUNT
                   INDEXED BY INVENTORY-IDX.
               10  IVT-TBL-SKU          PIC X(10).
               10  IVT-TBL-WAREHOUSE-CODE PIC X(02).
               10  IVT-TBL-QTY-ON-HAND  PIC S9(07).
               10  IVT-TBL-AVG-COST     PIC S9(05)V99.

      * The open transfers, those already on the road and those
      * shipped this run. A transfer received this run is flagged
      * and left out when the file is written back.
       01  IN-TRANSIT-TABLE.
           05  IN-TRANSIT-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-IN-TRANSIT-COUNT
                   INDEXED BY IN-TRANSIT-IDX.
               10  IXT-TRANSFER-NUMBER  PIC X(08).
               10  IXT-SKU              PIC X(10).
               10  IXT-FROM-WAREHOUSE   PIC X(02).
               10  IXT-TO-WAREHOUSE     PIC X(02).
               10  IXT-QUANTITY         PIC S9(07).
               10  IXT-UNIT-COST        PIC S9(05)V99.
               10  IXT-SHIP-DATE        PIC X(08).
               10  IXT-SHIPPED-BY       PIC X(08).
               10  IXT-RECEIVED-FLAG    PIC X.
                   88  IXT-WAS-RECEIVED     VALUE 'Y'.
               10  IXT-LOT-NUMBER       PIC X(12).
               10  IXT-LOT-RECEIVED-DATE PIC X(08).
               10  IXT-LOT-EXPIRATION-DATE PIC X(08).

      * Every lot on LOT-BALANCE-FILE, moved between warehouses as
      * lot-controlled transfers ship and arrive.
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

      * The day's transfers, held until every file has been loaded
      * so a file too big to work touches nothing.
       01  TRANSFER-TRANS-TABLE.
           05  TRANSFER-TRANS-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-TRANS-COUNT.
               10  XTT-IMAGE            PIC X(60).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           CALL 'BUSDATE' USING WS-RUN-DATE
           END-CALL
           PERFORM LOAD-SKU-MASTER
           PERFORM LOAD-WAREHOUSE-MASTER
           PERFORM LOAD-INVENTORY
           PERFORM LOAD-IN-TRANSIT
           PERFORM LOAD-LOT-BALANCES
           PERFORM LOAD-TRANSFER-TRANSACTIONS
           IF A-TABLE-IS-OVER-CAPACITY
               DISPLAY '*** INVXFER: an input file exceeds the '
                   'table capacity - run refused, nothing written '
                   '***'
               MOVE 'MAIN-LOGIC' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'transfer input exceeds table capacity'
                   TO WS-ERR-DESCRIPTION
               MOVE SPACES TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-INVXFER-ERROR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-TRANSFER-NUMBER-CONTROL
           OPEN OUTPUT TRANSFER-REGISTER-FILE
           PERFORM PRINT-REGISTER-HEADING
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                   UNTIL WS-TABLE-INDEX > WS-TRANS-COUNT
               MOVE XTT-IMAGE(WS-TABLE-INDEX) TO TRANSFER-TRANS-RECORD
               EVALUATE TRUE
                   WHEN XFT-SHIP-TRANSFER
                       PERFORM SHIP-ONE-TRANSFER
                   WHEN XFT-RECEIVE-TRANSFER
                       PERFORM RECEIVE-ONE-TRANSFER
                   WHEN OTHER
                       MOVE 'REFUSED - ACTION NOT S OR R'
                           TO WS-RESULT
                       PERFORM REFUSE-ONE-TRANSFER
               END-EVALUATE
           END-PERFORM
           PERFORM PRINT-REGISTER-TOTALS
           CLOSE TRANSFER-REGISTER-FILE
           PERFORM REWRITE-INVENTORY
           PERFORM REWRITE-IN-TRANSIT
           IF WS-LOT-COUNT > 0
               PERFORM REWRITE-LOT-BALANCES
           END-IF
           PERFORM SAVE-TRANSFER-NUMBER-CONTROL
           IF WS-TRANS-COUNT > 0
               OPEN OUTPUT INVENTORY-TRANSFER-TRANS-FILE
               CLOSE INVENTORY-TRANSFER-TRANS-FILE
           END-IF
           DISPLAY 'INVXFER: ' WS-SHIPPED-COUNT ' transfer(s) '
               'shipped, ' WS-RECEIVED-COUNT ' received, '
               WS-REFUSED-COUNT ' refused'
           GOBACK.

      *---------------------------------------------------------------
      * Calls the shared LOGERROR routine to append one record to
      * ERROR-LOG-FILE for the problem just found. WS-ERR-PARAGRAPH-
      * NAME, WS-ERR-DESCRIPTION and WS-ERR-OFFENDING-DATA must be set
      * by the calling paragraph before this is performed.

       LOG-INVXFER-ERROR.
           CALL 'LOGERROR' USING WS-ERR-PROGRAM-NAME
               WS-ERR-PARAGRAPH-NAME WS-ERR-DESCRIPTION
               WS-ERR-OFFENDING-DATA
           END-CALL.

      *---------------------------------------------------------------
      * Loads the product master SKU keys so each transfer can be
      * checked against the catalog.

       LOAD-SKU-MASTER.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SKU-MASTER-FILE
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ SKU-MASTER-FILE
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       IF WS-SKU-TABLE-COUNT = 500
                           SET A-TABLE-IS-OVER-CAPACITY TO TRUE
                           SET END-OF-CURRENT-FILE TO TRUE
                       ELSE
                           ADD 1 TO WS-SKU-TABLE-COUNT
                           MOVE SKM-SKU
                               TO SKU-TBL-SKU(WS-SKU-TABLE-COUNT)
                           MOVE SKM-LOT-CONTROLLED
                               TO SKU-TBL-LOT-CONTROLLED
                                   (WS-SKU-TABLE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SKU-MASTER-FILE.

      *---------------------------------------------------------------
      * Loads the warehouse codes so both ends of each transfer can
      * be checked against the buildings we actually have. A missing
      * master is logged and leaves the table empty, so every
      * transfer is rejected rather than moved.

       LOAD-WAREHOUSE-MASTER.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT WAREHOUSE-MASTER-FILE
           IF WS-WAREHOUSE-FILE-STATUS NOT = '00'
               SET END-OF-CURRENT-FILE TO TRUE
               MOVE 'LOAD-WAREHOUSE-MASTER' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'warehouse master missing - no warehouse is valid'
                   TO WS-ERR-DESCRIPTION
               MOVE WS-WAREHOUSE-FILE-STATUS TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-INVXFER-ERROR
           END-IF
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ WAREHOUSE-MASTER-FILE
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       IF WS-WAREHOUSE-COUNT = 50
                           SET A-TABLE-IS-OVER-CAPACITY TO TRUE
                           SET END-OF-CURRENT-FILE TO TRUE
                       ELSE
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
      * Loads the on-hand balances, per SKU per warehouse. A balance
      * with no warehouse code is the main warehouse's.

       LOAD-INVENTORY.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT INVENTORY-FILE
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ INVENTORY-FILE
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       IF WS-INVENTORY-COUNT = 1000
                           SET A-TABLE-IS-OVER-CAPACITY TO TRUE
                           SET END-OF-CURRENT-FILE TO TRUE
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
                           MOVE INR-AVG-UNIT-COST
                               TO IVT-TBL-AVG-COST
                                   (WS-INVENTORY-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INVENTORY-FILE.

      *---------------------------------------------------------------
      * Loads the transfers already on the road. A missing file is
      * nothing in transit.

       LOAD-IN-TRANSIT.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT IN-TRANSIT-FILE
           IF WS-IN-TRANSIT-FILE-STATUS NOT = '00'
               SET END-OF-CURRENT-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ IN-TRANSIT-FILE
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       IF WS-IN-TRANSIT-COUNT = 1000
                           SET A-TABLE-IS-OVER-CAPACITY TO TRUE
                           SET END-OF-CURRENT-FILE TO TRUE
                       ELSE
                           ADD 1 TO WS-IN-TRANSIT-COUNT
                           SET IN-TRANSIT-IDX TO WS-IN-TRANSIT-COUNT
                           MOVE ITR-TRANSFER-NUMBER
                               TO IXT-TRANSFER-NUMBER(IN-TRANSIT-IDX)
                           MOVE ITR-SKU TO IXT-SKU(IN-TRANSIT-IDX)
                           MOVE ITR-FROM-WAREHOUSE
                               TO IXT-FROM-WAREHOUSE(IN-TRANSIT-IDX)
                           MOVE ITR-TO-WAREHOUSE
                               TO IXT-TO-WAREHOUSE(IN-TRANSIT-IDX)
                           MOVE ITR-QUANTITY
                               TO IXT-QUANTITY(IN-TRANSIT-IDX)
                           MOVE ITR-UNIT-COST
                               TO IXT-UNIT-COST(IN-TRANSIT-IDX)
                           MOVE ITR-SHIP-DATE
                               TO IXT-SHIP-DATE(IN-TRANSIT-IDX)
                           MOVE ITR-SHIPPED-BY
                               TO IXT-SHIPPED-BY(IN-TRANSIT-IDX)
                           MOVE 'N'
                               TO IXT-RECEIVED-FLAG(IN-TRANSIT-IDX)
                           MOVE ITR-LOT-NUMBER
                               TO IXT-LOT-NUMBER(IN-TRANSIT-IDX)
                           MOVE ITR-LOT-RECEIVED-DATE
                               TO IXT-LOT-RECEIVED-DATE
                                   (IN-TRANSIT-IDX)
                           MOVE ITR-LOT-EXPIRATION-DATE
                               TO IXT-LOT-EXPIRATION-DATE
                                   (IN-TRANSIT-IDX)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-IN-TRANSIT-FILE-STATUS = '00' OR '10'
               CLOSE IN-TRANSIT-FILE
           END-IF.

      *---------------------------------------------------------------
      * Loads every lot on LOT-BALANCE-FILE. A missing file means no
      * lot-controlled stock has been received, and nothing is
      * written back unless a lot arrives.

       LOAD-LOT-BALANCES.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT LOT-BALANCE-FILE
           IF WS-LOT-FILE-STATUS NOT = '00'
               SET END-OF-CURRENT-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ LOT-BALANCE-FILE
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       IF WS-LOT-COUNT = 2000
                           SET A-TABLE-IS-OVER-CAPACITY TO TRUE
                           SET END-OF-CURRENT-FILE TO TRUE
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
      * Loads the day's transfers. A missing file is no transfers.

       LOAD-TRANSFER-TRANSACTIONS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT INVENTORY-TRANSFER-TRANS-FILE
           IF WS-TRANS-FILE-STATUS NOT = '00'
               SET END-OF-CURRENT-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ INVENTORY-TRANSFER-TRANS-FILE
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       IF WS-TRANS-COUNT = 1000
                           SET A-TABLE-IS-OVER-CAPACITY TO TRUE
                           SET END-OF-CURRENT-FILE TO TRUE
                       ELSE
                           ADD 1 TO WS-TRANS-COUNT
                           MOVE TRANSFER-TRANS-RECORD
                               TO XTT-IMAGE(WS-TRANS-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TRANS-FILE-STATUS = '00' OR '10'
               CLOSE INVENTORY-TRANSFER-TRANS-FILE
           END-IF.

      *---------------------------------------------------------------
      * Reads the last transfer number issued, so this run's numbers
      * continue the sequence without gaps or duplicates. A missing
      * control file starts the sequence at zero.

       LOAD-TRANSFER-NUMBER-CONTROL.
           MOVE 0 TO WS-NEXT-TRANSFER-NUMBER
           OPEN INPUT TRANSFER-NUMBER-CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS = '00'
               READ TRANSFER-NUMBER-CONTROL-FILE
                   AT END
                       MOVE 0 TO WS-NEXT-TRANSFER-NUMBER
                   NOT AT END
                       MOVE TNC-LAST-TRANSFER-NUMBER
                           TO WS-NEXT-TRANSFER-NUMBER
               END-READ
               CLOSE TRANSFER-NUMBER-CONTROL-FILE
           END-IF.

      *---------------------------------------------------------------
      * Rewrites TRANSFER-NUMBER-CONTROL with the highest transfer
      * number used during this run.

       SAVE-TRANSFER-NUMBER-CONTROL.
           MOVE 'TRANSFER-NUMBER-CONTROL'
               TO WS-BACKUP-FILE-NAME
           CALL 'GENBKUP' USING WS-BACKUP-FILE-NAME
           END-CALL
           OPEN OUTPUT TRANSFER-NUMBER-CONTROL-FILE
           MOVE WS-NEXT-TRANSFER-NUMBER TO TNC-LAST-TRANSFER-NUMBER
           WRITE TRANSFER-NUMBER-CONTROL-RECORD
           CLOSE TRANSFER-NUMBER-CONTROL-FILE.

      *---------------------------------------------------------------
      * Ships the transfer in TRANSFER-TRANS-RECORD: checks both
      * warehouses, the SKU and the sending balance, then takes the
      * quantity off the sending warehouse and puts it on the road
      * under a new transfer number at the sending average cost.

       SHIP-ONE-TRANSFER.
           IF XFT-FROM-WAREHOUSE = SPACES
               MOVE WS-MAIN-WAREHOUSE-CODE TO XFT-FROM-WAREHOUSE
           END-IF
           MOVE SPACES TO WS-RESULT
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 'N' TO WS-LOT-CONTROLLED-FLAG
           SET WAREHOUSE-IDX TO 1
           SEARCH WAREHOUSE-ENTRY
               AT END
                   MOVE 'REFUSED - FROM WHSE NOT ON FILE'
                       TO WS-RESULT
               WHEN WHT-WAREHOUSE-CODE(WAREHOUSE-IDX)
                       = XFT-FROM-WAREHOUSE
                   CONTINUE
           END-SEARCH
           IF WS-RESULT = SPACES
               SET WAREHOUSE-IDX TO 1
               SEARCH WAREHOUSE-ENTRY
                   AT END
                       MOVE 'REFUSED - TO WHSE NOT ON FILE'
                           TO WS-RESULT
                   WHEN WHT-WAREHOUSE-CODE(WAREHOUSE-IDX)
                           = XFT-TO-WAREHOUSE
                       CONTINUE
               END-SEARCH
           END-IF
           IF WS-RESULT = SPACES
               SET SKU-TABLE-IDX TO 1
               SEARCH SKU-TABLE-ENTRY
                   AT END
                       MOVE 'REFUSED - SKU NOT ON MASTER'
                           TO WS-RESULT
                   WHEN SKU-TBL-SKU(SKU-TABLE-IDX) = XFT-SKU
                       MOVE SKU-TBL-LOT-CONTROLLED(SKU-TABLE-IDX)
                           TO WS-LOT-CONTROLLED-FLAG
               END-SEARCH
           END-IF
           MOVE 0 TO WS-LOT-INDEX
           IF WS-RESULT = SPACES
               IF SKU-IS-LOT-CONTROLLED
                   PERFORM FIND-LOT-IN-FROM-WAREHOUSE
               ELSE
                   MOVE SPACES TO XFT-LOT-NUMBER
               END-IF
           END-IF
           IF WS-RESULT = SPACES
               SET INVENTORY-IDX TO 1
               SEARCH INVENTORY-ENTRY
                   AT END
                       CONTINUE
                   WHEN IVT-TBL-SKU(INVENTORY-IDX) = XFT-SKU
                       AND IVT-TBL-WAREHOUSE-CODE(INVENTORY-IDX)
                           = XFT-FROM-WAREHOUSE
                       SET ENTRY-WAS-FOUND TO TRUE
                       SET WS-FROM-INDEX TO INVENTORY-IDX
               END-SEARCH
           END-IF
           IF WS-RESULT = SPACES
               EVALUATE TRUE
                   WHEN XFT-FROM-WAREHOUSE = XFT-TO-WAREHOUSE
                       MOVE 'REFUSED - FROM AND TO ARE SAME'
                           TO WS-RESULT
                   WHEN XFT-QUANTITY NOT NUMERIC
                       MOVE 'REFUSED - QUANTITY NOT NUMERIC'
                           TO WS-RESULT
                   WHEN XFT-QUANTITY NOT > 0
                       MOVE 'REFUSED - QUANTITY NOT POSITIVE'
                           TO WS-RESULT
                   WHEN NOT ENTRY-WAS-FOUND
                       MOVE 'REFUSED - NO STOCK IN FROM WHSE'
                           TO WS-RESULT
                   WHEN IVT-TBL-QTY-ON-HAND(WS-FROM-INDEX)
                           < XFT-QUANTITY
                       MOVE 'REFUSED - MORE THAN ON HAND'
                           TO WS-RESULT
                   WHEN SKU-IS-LOT-CONTROLLED
                       AND XFT-LOT-NUMBER = SPACES
                       MOVE 'REFUSED - LOT NUMBER REQUIRED'
                           TO WS-RESULT
                   WHEN SKU-IS-LOT-CONTROLLED
                       AND WS-LOT-INDEX = 0
                       MOVE 'REFUSED - LOT NOT IN FROM WHSE'
                           TO WS-RESULT
                   WHEN SKU-IS-LOT-CONTROLLED
                       AND LTT-QTY-ON-HAND(WS-LOT-INDEX)
                           < XFT-QUANTITY
                       MOVE 'REFUSED - MORE THAN LOT HOLDS'
                           TO WS-RESULT
                   WHEN WS-IN-TRANSIT-COUNT = 1000
                       MOVE 'REFUSED - IN-TRANSIT TABLE FULL'
                           TO WS-RESULT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF WS-RESULT NOT = SPACES
               PERFORM REFUSE-ONE-TRANSFER
           ELSE
               SUBTRACT XFT-QUANTITY
                   FROM IVT-TBL-QTY-ON-HAND(WS-FROM-INDEX)
               ADD 1 TO WS-NEXT-TRANSFER-NUMBER
               MOVE WS-NEXT-TRANSFER-NUMBER TO XFT-TRANSFER-NUMBER
               MOVE IVT-TBL-AVG-COST(WS-FROM-INDEX) TO WS-UNIT-COST
               ADD 1 TO WS-IN-TRANSIT-COUNT
               SET IN-TRANSIT-IDX TO WS-IN-TRANSIT-COUNT
               MOVE XFT-TRANSFER-NUMBER
                   TO IXT-TRANSFER-NUMBER(IN-TRANSIT-IDX)
               MOVE XFT-SKU TO IXT-SKU(IN-TRANSIT-IDX)
               MOVE XFT-FROM-WAREHOUSE
                   TO IXT-FROM-WAREHOUSE(IN-TRANSIT-IDX)
               MOVE XFT-TO-WAREHOUSE
                   TO IXT-TO-WAREHOUSE(IN-TRANSIT-IDX)
               MOVE XFT-QUANTITY TO IXT-QUANTITY(IN-TRANSIT-IDX)
               MOVE WS-UNIT-COST TO IXT-UNIT-COST(IN-TRANSIT-IDX)
               MOVE WS-RUN-DATE TO IXT-SHIP-DATE(IN-TRANSIT-IDX)
               MOVE XFT-USER-ID TO IXT-SHIPPED-BY(IN-TRANSIT-IDX)
               MOVE 'N' TO IXT-RECEIVED-FLAG(IN-TRANSIT-IDX)
               MOVE XFT-LOT-NUMBER TO IXT-LOT-NUMBER(IN-TRANSIT-IDX)
               IF WS-LOT-INDEX > 0
                   SUBTRACT XFT-QUANTITY
                       FROM LTT-QTY-ON-HAND(WS-LOT-INDEX)
                   MOVE LTT-RECEIVED-DATE(WS-LOT-INDEX)
                       TO IXT-LOT-RECEIVED-DATE(IN-TRANSIT-IDX)
                   MOVE LTT-EXPIRATION-DATE(WS-LOT-INDEX)
                       TO IXT-LOT-EXPIRATION-DATE(IN-TRANSIT-IDX)
               ELSE
                   MOVE SPACES
                       TO IXT-LOT-RECEIVED-DATE(IN-TRANSIT-IDX)
                   MOVE SPACES
                       TO IXT-LOT-EXPIRATION-DATE(IN-TRANSIT-IDX)
               END-IF
               COMPUTE WS-TRANSFER-VALUE =
                   XFT-QUANTITY * WS-UNIT-COST
               ADD 1 TO WS-SHIPPED-COUNT
               ADD WS-TRANSFER-VALUE TO WS-SHIPPED-VALUE
               MOVE 'SHIPPED - IN TRANSIT' TO WS-RESULT
               PERFORM PRINT-TRANSFER-LINE
           END-IF.

      *---------------------------------------------------------------
      * Receives the transfer named in TRANSFER-TRANS-RECORD: the
      * whole quantity goes on hand in the warehouse it was sent to
      * at the cost it travelled at, and the transfer comes off the
      * road. The rest of the register line is filled in from the
      * transfer itself.

       RECEIVE-ONE-TRANSFER.
           MOVE SPACES TO WS-RESULT
           MOVE 'N' TO WS-FOUND-FLAG
           SET IN-TRANSIT-IDX TO 1
           SEARCH IN-TRANSIT-ENTRY
               AT END
                   CONTINUE
               WHEN IXT-TRANSFER-NUMBER(IN-TRANSIT-IDX)
                       = XFT-TRANSFER-NUMBER
                   AND NOT IXT-WAS-RECEIVED(IN-TRANSIT-IDX)
                   SET ENTRY-WAS-FOUND TO TRUE
                   SET WS-TRANSIT-INDEX TO IN-TRANSIT-IDX
           END-SEARCH
           IF NOT ENTRY-WAS-FOUND
               MOVE 'REFUSED - NOT IN TRANSIT' TO WS-RESULT
               PERFORM REFUSE-ONE-TRANSFER
           ELSE
               MOVE IXT-SKU(WS-TRANSIT-INDEX) TO XFT-SKU
               MOVE IXT-FROM-WAREHOUSE(WS-TRANSIT-INDEX)
                   TO XFT-FROM-WAREHOUSE
               MOVE IXT-TO-WAREHOUSE(WS-TRANSIT-INDEX)
                   TO XFT-TO-WAREHOUSE
               MOVE IXT-QUANTITY(WS-TRANSIT-INDEX) TO XFT-QUANTITY
               MOVE IXT-UNIT-COST(WS-TRANSIT-INDEX) TO WS-UNIT-COST
               MOVE IXT-LOT-NUMBER(WS-TRANSIT-INDEX) TO XFT-LOT-NUMBER
               MOVE 0 TO WS-LOT-INDEX
               IF XFT-LOT-NUMBER NOT = SPACES
                   PERFORM FIND-LOT-IN-TO-WAREHOUSE
               END-IF
               IF XFT-LOT-NUMBER NOT = SPACES
                   AND WS-LOT-INDEX = 0
                   AND WS-LOT-COUNT = 2000
                   MOVE 'REFUSED - LOT TABLE FULL' TO WS-RESULT
                   PERFORM REFUSE-ONE-TRANSFER
               ELSE
                   PERFORM RECEIVE-TRANSFER-INTO-STOCK
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Puts the transfer found at WS-TRANSIT-INDEX on hand in the
      * warehouse it was sent to, and its lot, if it carries one,
      * into that warehouse's lots.

       RECEIVE-TRANSFER-INTO-STOCK.
           MOVE 'N' TO WS-FOUND-FLAG
           SET INVENTORY-IDX TO 1
           SEARCH INVENTORY-ENTRY
               AT END
                   CONTINUE
               WHEN IVT-TBL-SKU(INVENTORY-IDX) = XFT-SKU
                   AND IVT-TBL-WAREHOUSE-CODE(INVENTORY-IDX)
                       = XFT-TO-WAREHOUSE
                   SET ENTRY-WAS-FOUND TO TRUE
                   PERFORM FOLD-COST-INTO-AVERAGE
                   ADD XFT-QUANTITY
                       TO IVT-TBL-QTY-ON-HAND(INVENTORY-IDX)
           END-SEARCH
           IF NOT ENTRY-WAS-FOUND
               IF WS-INVENTORY-COUNT < 1000
                   SET ENTRY-WAS-FOUND TO TRUE
                   ADD 1 TO WS-INVENTORY-COUNT
                   MOVE XFT-SKU
                       TO IVT-TBL-SKU(WS-INVENTORY-COUNT)
                   MOVE XFT-TO-WAREHOUSE
                       TO IVT-TBL-WAREHOUSE-CODE
                           (WS-INVENTORY-COUNT)
                   MOVE XFT-QUANTITY
                       TO IVT-TBL-QTY-ON-HAND(WS-INVENTORY-COUNT)
                   MOVE WS-UNIT-COST
                       TO IVT-TBL-AVG-COST(WS-INVENTORY-COUNT)
               ELSE
                   MOVE 'REFUSED - INVENTORY TABLE FULL'
                       TO WS-RESULT
                   PERFORM REFUSE-ONE-TRANSFER
               END-IF
           END-IF
           IF ENTRY-WAS-FOUND
               SET IXT-WAS-RECEIVED(WS-TRANSIT-INDEX) TO TRUE
               MOVE IXT-SHIP-DATE(WS-TRANSIT-INDEX)
                   TO WS-SHIP-DATE
               COMPUTE WS-DAYS-IN-TRANSIT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUMERIC)
                 - FUNCTION INTEGER-OF-DATE(WS-SHIP-DATE-NUMERIC)
               MOVE WS-DAYS-IN-TRANSIT TO RPT-DAYS-EDITED
               COMPUTE WS-TRANSFER-VALUE =
                   XFT-QUANTITY * WS-UNIT-COST
               ADD 1 TO WS-RECEIVED-COUNT
               ADD WS-TRANSFER-VALUE TO WS-RECEIVED-VALUE
               STRING 'RECEIVED AFTER ' RPT-DAYS-EDITED ' DAYS'
                   DELIMITED BY SIZE INTO WS-RESULT
               PERFORM PRINT-TRANSFER-LINE
               IF XFT-LOT-NUMBER NOT = SPACES
                   PERFORM ADD-TRANSFER-TO-LOT
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Finds the lot named on a ship in the sending warehouse,
      * leaving WS-LOT-INDEX at zero when that warehouse has no
      * such lot.

       FIND-LOT-IN-FROM-WAREHOUSE.
           IF WS-LOT-COUNT > 0
               SET LOT-IDX TO 1
               SEARCH LOT-ENTRY
                   AT END
                       CONTINUE
                   WHEN LTT-SKU(LOT-IDX) = XFT-SKU
                       AND LTT-WAREHOUSE-CODE(LOT-IDX)
                           = XFT-FROM-WAREHOUSE
                       AND LTT-LOT-NUMBER(LOT-IDX) = XFT-LOT-NUMBER
                       SET WS-LOT-INDEX TO LOT-IDX
               END-SEARCH
           END-IF.

      *---------------------------------------------------------------
      * Finds the arriving lot in the receiving warehouse, leaving
      * WS-LOT-INDEX at zero when the lot is new there.

       FIND-LOT-IN-TO-WAREHOUSE.
           IF WS-LOT-COUNT > 0
               SET LOT-IDX TO 1
               SEARCH LOT-ENTRY
                   AT END
                       CONTINUE
                   WHEN LTT-SKU(LOT-IDX) = XFT-SKU
                       AND LTT-WAREHOUSE-CODE(LOT-IDX)
                           = XFT-TO-WAREHOUSE
                       AND LTT-LOT-NUMBER(LOT-IDX) = XFT-LOT-NUMBER
                       SET WS-LOT-INDEX TO LOT-IDX
               END-SEARCH
           END-IF.

      *---------------------------------------------------------------
      * Adds the received transfer to its lot in the receiving
      * warehouse, starting the lot there with the dates it
      * travelled with when the warehouse has none of it yet.

       ADD-TRANSFER-TO-LOT.
           IF WS-LOT-INDEX = 0
               ADD 1 TO WS-LOT-COUNT
               MOVE WS-LOT-COUNT TO WS-LOT-INDEX
               MOVE XFT-SKU TO LTT-SKU(WS-LOT-INDEX)
               MOVE XFT-TO-WAREHOUSE TO LTT-WAREHOUSE-CODE(WS-LOT-INDEX)
               MOVE XFT-LOT-NUMBER TO LTT-LOT-NUMBER(WS-LOT-INDEX)
               MOVE IXT-LOT-RECEIVED-DATE(WS-TRANSIT-INDEX)
                   TO LTT-RECEIVED-DATE(WS-LOT-INDEX)
               MOVE IXT-LOT-EXPIRATION-DATE(WS-TRANSIT-INDEX)
                   TO LTT-EXPIRATION-DATE(WS-LOT-INDEX)
               MOVE 0 TO LTT-QTY-ON-HAND(WS-LOT-INDEX)
           END-IF
           ADD XFT-QUANTITY TO LTT-QTY-ON-HAND(WS-LOT-INDEX).

      *---------------------------------------------------------------
      * Folds a received transfer's cost into the receiving
      * warehouse's moving average. A balance that had gone negative
      * contributes nothing, so the average restarts at the transfer
      * cost.

       FOLD-COST-INTO-AVERAGE.
           IF IVT-TBL-QTY-ON-HAND(INVENTORY-IDX) > 0
               COMPUTE WS-OLD-EXTENDED-VALUE =
                   IVT-TBL-QTY-ON-HAND(INVENTORY-IDX)
                       * IVT-TBL-AVG-COST(INVENTORY-IDX)
               COMPUTE WS-NEW-EXTENDED-VALUE =
                   WS-OLD-EXTENDED-VALUE
                       + (XFT-QUANTITY * WS-UNIT-COST)
               COMPUTE WS-NEW-TOTAL-QTY =
                   IVT-TBL-QTY-ON-HAND(INVENTORY-IDX) + XFT-QUANTITY
               COMPUTE IVT-TBL-AVG-COST(INVENTORY-IDX) ROUNDED =
                   WS-NEW-EXTENDED-VALUE / WS-NEW-TOTAL-QTY
           ELSE
               MOVE WS-UNIT-COST TO IVT-TBL-AVG-COST(INVENTORY-IDX)
           END-IF.

      *---------------------------------------------------------------
      * Prints and logs the transfer in TRANSFER-TRANS-RECORD as
      * refused, with the reason in WS-RESULT.

       REFUSE-ONE-TRANSFER.
           ADD 1 TO WS-REFUSED-COUNT
           MOVE 0 TO WS-UNIT-COST
           MOVE 0 TO WS-TRANSFER-VALUE
           PERFORM PRINT-TRANSFER-LINE
           MOVE 'SHIP-OR-RECEIVE-TRANSFER' TO WS-ERR-PARAGRAPH-NAME
           MOVE WS-RESULT TO WS-ERR-DESCRIPTION
           MOVE TRANSFER-TRANS-RECORD TO WS-ERR-OFFENDING-DATA
           PERFORM LOG-INVXFER-ERROR.

      *---------------------------------------------------------------
      * Rewrites INVENTORY-FILE with the transferred balances.

       REWRITE-INVENTORY.
           MOVE 'INVENTORY-FILE' TO WS-BACKUP-FILE-NAME
           CALL 'GENBKUP' USING WS-BACKUP-FILE-NAME
           END-CALL
           OPEN OUTPUT INVENTORY-FILE
           PERFORM VARYING INVENTORY-IDX FROM 1 BY 1
                   UNTIL INVENTORY-IDX > WS-INVENTORY-COUNT
               MOVE IVT-TBL-SKU(INVENTORY-IDX) TO INR-SKU
               MOVE IVT-TBL-WAREHOUSE-CODE(INVENTORY-IDX)
                   TO INR-WAREHOUSE-CODE
               MOVE IVT-TBL-QTY-ON-HAND(INVENTORY-IDX)
                   TO INR-QTY-ON-HAND
               MOVE IVT-TBL-AVG-COST(INVENTORY-IDX)
                   TO INR-AVG-UNIT-COST
               WRITE INVENTORY-RECORD
           END-PERFORM
           CLOSE INVENTORY-FILE.

      *---------------------------------------------------------------
      * Rewrites IN-TRANSIT-FILE with the transfers still on the
      * road, leaving out those received this run.

       REWRITE-IN-TRANSIT.
           MOVE 'IN-TRANSIT-FILE' TO WS-BACKUP-FILE-NAME
           CALL 'GENBKUP' USING WS-BACKUP-FILE-NAME
           END-CALL
           OPEN OUTPUT IN-TRANSIT-FILE
           PERFORM VARYING IN-TRANSIT-IDX FROM 1 BY 1
                   UNTIL IN-TRANSIT-IDX > WS-IN-TRANSIT-COUNT
               IF NOT IXT-WAS-RECEIVED(IN-TRANSIT-IDX)
                   MOVE IXT-TRANSFER-NUMBER(IN-TRANSIT-IDX)
                       TO ITR-TRANSFER-NUMBER
                   MOVE IXT-SKU(IN-TRANSIT-IDX) TO ITR-SKU
                   MOVE IXT-FROM-WAREHOUSE(IN-TRANSIT-IDX)
                       TO ITR-FROM-WAREHOUSE
                   MOVE IXT-TO-WAREHOUSE(IN-TRANSIT-IDX)
                       TO ITR-TO-WAREHOUSE
                   MOVE IXT-QUANTITY(IN-TRANSIT-IDX) TO ITR-QUANTITY
                   MOVE IXT-UNIT-COST(IN-TRANSIT-IDX)
                       TO ITR-UNIT-COST
                   MOVE IXT-SHIP-DATE(IN-TRANSIT-IDX)
                       TO ITR-SHIP-DATE
                   MOVE IXT-SHIPPED-BY(IN-TRANSIT-IDX)
                       TO ITR-SHIPPED-BY
                   MOVE IXT-LOT-NUMBER(IN-TRANSIT-IDX)
                       TO ITR-LOT-NUMBER
                   MOVE IXT-LOT-RECEIVED-DATE(IN-TRANSIT-IDX)
                       TO ITR-LOT-RECEIVED-DATE
                   MOVE IXT-LOT-EXPIRATION-DATE(IN-TRANSIT-IDX)
                       TO ITR-LOT-EXPIRATION-DATE
                   WRITE IN-TRANSIT-RECORD
               END-IF
           END-PERFORM
           CLOSE IN-TRANSIT-FILE.

      *---------------------------------------------------------------
      * Rewrites LOT-BALANCE-FILE with the lots moved this run.

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
      * Writes the register heading.

       PRINT-REGISTER-HEADING.
           MOVE SPACES TO TRANSFER-REGISTER-LINE
           MOVE 'ACME DISTRIBUTING CO.' TO TRANSFER-REGISTER-LINE
           WRITE TRANSFER-REGISTER-LINE
           MOVE SPACES TO TRANSFER-REGISTER-LINE
           STRING 'INVENTORY TRANSFER REGISTER - RUN DATE '
               WS-RUN-DATE
               DELIMITED BY SIZE INTO TRANSFER-REGISTER-LINE
           WRITE TRANSFER-REGISTER-LINE
           MOVE SPACES TO TRANSFER-REGISTER-LINE
           WRITE TRANSFER-REGISTER-LINE
           MOVE SPACES TO TRANSFER-REGISTER-LINE
           STRING 'TRANSFER ACT SKU        FR TO  QUANTITY   '
               'UNIT COST         VALUE  USER     RESULT'
               DELIMITED BY SIZE INTO TRANSFER-REGISTER-LINE
           MOVE 'LOT' TO TRANSFER-REGISTER-LINE(108:3)
           WRITE TRANSFER-REGISTER-LINE.

      *---------------------------------------------------------------
      * Prints one register line for the transfer in TRANSFER-
      * TRANS-RECORD with the outcome in WS-RESULT.

       PRINT-TRANSFER-LINE.
           MOVE SPACES TO TRANSFER-REGISTER-LINE
           MOVE XFT-TRANSFER-NUMBER TO TRANSFER-REGISTER-LINE(1:8)
           MOVE XFT-ACTION TO TRANSFER-REGISTER-LINE(11:1)
           MOVE XFT-SKU TO TRANSFER-REGISTER-LINE(14:10)
           MOVE XFT-FROM-WAREHOUSE TO TRANSFER-REGISTER-LINE(25:2)
           MOVE XFT-TO-WAREHOUSE TO TRANSFER-REGISTER-LINE(28:2)
           IF XFT-QUANTITY NUMERIC
               MOVE XFT-QUANTITY TO RPT-QTY-EDITED
               MOVE RPT-QTY-EDITED TO TRANSFER-REGISTER-LINE(33:8)
           END-IF
           MOVE WS-UNIT-COST TO RPT-COST-EDITED
           MOVE RPT-COST-EDITED TO TRANSFER-REGISTER-LINE(43:9)
           MOVE WS-TRANSFER-VALUE TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED TO TRANSFER-REGISTER-LINE(53:13)
           MOVE XFT-USER-ID TO TRANSFER-REGISTER-LINE(68:8)
           MOVE WS-RESULT TO TRANSFER-REGISTER-LINE(77:30)
           MOVE XFT-LOT-NUMBER TO TRANSFER-REGISTER-LINE(108:12)
           WRITE TRANSFER-REGISTER-LINE.

      *---------------------------------------------------------------
      * Writes the run totals.

       PRINT-REGISTER-TOTALS.
           MOVE SPACES TO TRANSFER-REGISTER-LINE
           WRITE TRANSFER-REGISTER-LINE
           MOVE WS-SHIPPED-COUNT TO RPT-COUNT-EDITED
           MOVE WS-SHIPPED-VALUE TO RPT-AMOUNT-EDITED
           STRING 'TRANSFERS SHIPPED:  ' RPT-COUNT-EDITED
               '   VALUE: ' RPT-AMOUNT-EDITED
               DELIMITED BY SIZE INTO TRANSFER-REGISTER-LINE
           WRITE TRANSFER-REGISTER-LINE
           MOVE SPACES TO TRANSFER-REGISTER-LINE
           MOVE WS-RECEIVED-COUNT TO RPT-COUNT-EDITED
           MOVE WS-RECEIVED-VALUE TO RPT-AMOUNT-EDITED
           STRING 'TRANSFERS RECEIVED: ' RPT-COUNT-EDITED
               '   VALUE: ' RPT-AMOUNT-EDITED
               DELIMITED BY SIZE INTO TRANSFER-REGISTER-LINE
           WRITE TRANSFER-REGISTER-LINE
           MOVE SPACES TO TRANSFER-REGISTER-LINE
           MOVE WS-REFUSED-COUNT TO RPT-COUNT-EDITED
           STRING 'TRANSFERS REFUSED:  ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO TRANSFER-REGISTER-LINE
           WRITE TRANSFER-REGISTER-LINE.
