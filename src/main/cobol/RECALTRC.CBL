      *****************************************************************
      * Program name:    RECALTRC
      * Original author: Dave Nicolette
      *
      * Lot recall trace.
      *
      * Reads RECALL-TRACE-REQUEST-FILE, one SKU and supplier lot per
      * record, and for each traces the lot forward from invoice
      * history: every invoice line that billed the lot, with the
      * invoice date, the customer, the ship-to address from
      * SHIP-TO-MASTER-FILE, and the truck unit or units
      * UNIT-LOAD-FILE says carried that order's share of the lot.
      * Credit memos that brought the lot back are listed and net
      * against the quantity shipped. What is still on the shelf is
      * listed by warehouse from LOT-BALANCE-FILE, so the recall
      * notice, the customer calls and the quarantine can all start
      * from the one report. Read only; nothing is updated.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RECALTRC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECALL-TRACE-REQUEST-FILE
               ASSIGN TO "RECALL-TRACE-REQUEST-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-FILE-STATUS.
           SELECT INVOICE-HISTORY-FILE
               ASSIGN TO "INVOICE-HISTORY-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT SHIP-TO-MASTER-FILE ASSIGN TO "SHIP-TO-MASTER-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIP-TO-FILE-STATUS.
           SELECT UNIT-LOAD-FILE ASSIGN TO "UNIT-LOAD-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNIT-LOAD-FILE-STATUS.
           SELECT LOT-BALANCE-FILE ASSIGN TO "LOT-BALANCE-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOT-FILE-STATUS.
           SELECT RECALL-TRACE-REPORT-FILE
               ASSIGN TO "RECALL-TRACE-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RECALL-TRACE-REQUEST-FILE.
       01  RECALL-TRACE-REQUEST-RECORD.
           05  RTR-SKU                  PIC X(10).
           05  RTR-LOT-NUMBER           PIC X(12).

       FD  INVOICE-HISTORY-FILE.
       COPY INVHIST.

       FD  SHIP-TO-MASTER-FILE.
       COPY SHIPTO.

       FD  UNIT-LOAD-FILE.
       COPY UNITLOAD.

       FD  LOT-BALANCE-FILE.
       COPY LOTBAL.

       FD  RECALL-TRACE-REPORT-FILE.
       01  RECALL-TRACE-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILLER.
           05  WS-REQUEST-FILE-STATUS   PIC XX.
           05  WS-HISTORY-FILE-STATUS   PIC XX.
           05  WS-SHIP-TO-FILE-STATUS   PIC XX.
           05  WS-UNIT-LOAD-FILE-STATUS PIC XX.
           05  WS-LOT-FILE-STATUS       PIC XX.
           05  WS-EOF-FLAG              PIC X.
               88  END-OF-CURRENT-FILE      VALUE 'Y'.
           05  WS-UNIT-LOAD-OVERFLOW-FLAG PIC X VALUE 'N'.
               88  UNIT-LOADS-OVER-CAPACITY VALUE 'Y'.
           05  WS-FOUND-FLAG            PIC X.
               88  ENTRY-WAS-FOUND          VALUE 'Y'.
           05  WS-REQUEST-COUNT         PIC S9(05) VALUE 0.
           05  WS-SHIP-TO-COUNT         PIC S9(05) VALUE 0.
           05  WS-UNIT-LOAD-COUNT       PIC S9(05) VALUE 0.
           05  WS-LOT-COUNT             PIC S9(05) VALUE 0.
           05  WS-REQUEST-INDEX         PIC S9(05).
           05  WS-UNITS-PRINTED         PIC S9(05).
           05  WS-RUN-DATE              PIC X(08).
      * The invoice header in effect while its line records are read.
           05  WS-CURRENT-INV-NUMBER    PIC X(08).
           05  WS-CURRENT-INV-DATE      PIC X(08).
           05  WS-CURRENT-ACCOUNT       PIC X(06).
           05  WS-CURRENT-CUSTOMER-NAME PIC X(19).
           05  WS-CURRENT-ORDER-NUMBER  PIC X(08).
           05  WS-CURRENT-CREDIT-FLAG   PIC X.
               88  CURRENT-IS-CREDIT-MEMO   VALUE 'Y'.
      * Totals for the lot being traced.
           05  WS-INVOICE-LINE-COUNT    PIC S9(05).
           05  WS-QTY-SHIPPED           PIC S9(09).
           05  WS-QTY-RETURNED          PIC S9(09).
           05  WS-QTY-ON-HAND           PIC S9(09).
           05  WS-NET-QTY               PIC S9(09).

       01  WS-ERROR-LOG-FIELDS.
           05  WS-ERR-PROGRAM-NAME      PIC X(08) VALUE 'RECALTRC'.
           05  WS-ERR-PARAGRAPH-NAME    PIC X(30).
           05  WS-ERR-DESCRIPTION       PIC X(60).
           05  WS-ERR-OFFENDING-DATA    PIC X(30).

       01  RPT-QTY-EDITED               PIC Z(6)9-.
       01  RPT-COUNT-EDITED             PIC ZZZZ9.

      * The lots asked for this run.
       01  REQUEST-TABLE.
           05  REQUEST-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-REQUEST-COUNT.
               10  REQ-SKU              PIC X(10).
               10  REQ-LOT-NUMBER       PIC X(12).

       01  SHIP-TO-TABLE.
           05  SHIP-TO-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-SHIP-TO-COUNT
                   INDEXED BY SHIP-TO-IDX.
               10  STT-ACCOUNT-NUMBER   PIC X(06).
               10  STT-ADDRESS-LINE-1   PIC X(30).
               10  STT-ADDRESS-LINE-2   PIC X(30).
               10  STT-CITY             PIC X(20).
               10  STT-STATE            PIC X(02).
               10  STT-ZIP              PIC X(10).

      * Every unit-load record that carries a lot; a load without a
      * lot cannot be part of any recall trace.
       01  UNIT-LOAD-TABLE.
           05  UNIT-LOAD-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-UNIT-LOAD-COUNT
                   INDEXED BY UNIT-LOAD-IDX.
               10  ULT-UNIT-ID          PIC X(06).
               10  ULT-ORDER-NUMBER     PIC X(08).
               10  ULT-SKU              PIC X(10).
               10  ULT-LOT-NUMBER       PIC X(12).
               10  ULT-QTY-SHIPPED      PIC S9(05).
               10  ULT-LOAD-DATE        PIC X(08).

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
           CALL 'BUSDATE' USING WS-RUN-DATE
           END-CALL
           PERFORM LOAD-TRACE-REQUESTS
           PERFORM LOAD-SHIP-TO-ADDRESSES
           PERFORM LOAD-LOTTED-UNIT-LOADS
           PERFORM LOAD-LOT-BALANCES
           OPEN OUTPUT RECALL-TRACE-REPORT-FILE
           PERFORM WRITE-TRACE-REPORT-HEADER
           IF UNIT-LOADS-OVER-CAPACITY
               MOVE SPACES TO RECALL-TRACE-LINE
               STRING '*** UNIT-LOAD-FILE EXCEEDS THE TRACE TABLE - '
                   'TRUCK UNITS MAY BE INCOMPLETE ***'
                   DELIMITED BY SIZE INTO RECALL-TRACE-LINE
               WRITE RECALL-TRACE-LINE
               MOVE 'MAIN-LOGIC' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'unit load file exceeds trace table capacity'
                   TO WS-ERR-DESCRIPTION
               MOVE SPACES TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-RECALTRC-ERROR
           END-IF
           PERFORM VARYING WS-REQUEST-INDEX FROM 1 BY 1
                   UNTIL WS-REQUEST-INDEX > WS-REQUEST-COUNT
               PERFORM TRACE-ONE-LOT
           END-PERFORM
           CLOSE RECALL-TRACE-REPORT-FILE
           DISPLAY 'RECALTRC: ' WS-REQUEST-COUNT ' lot(s) traced'
           GOBACK.

      *---------------------------------------------------------------
      * Calls the shared LOGERROR routine to append one record to
      * ERROR-LOG-FILE for the problem just found. WS-ERR-PARAGRAPH-
      * NAME, WS-ERR-DESCRIPTION and WS-ERR-OFFENDING-DATA must be set
      * by the calling paragraph before this is performed.

       LOG-RECALTRC-ERROR.
           CALL 'LOGERROR' USING WS-ERR-PROGRAM-NAME
               WS-ERR-PARAGRAPH-NAME WS-ERR-DESCRIPTION
               WS-ERR-OFFENDING-DATA
           END-CALL.

      *---------------------------------------------------------------
      * Loads the SKU and lot pairs to trace. A missing request file
      * traces nothing.

       LOAD-TRACE-REQUESTS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT RECALL-TRACE-REQUEST-FILE
           IF WS-REQUEST-FILE-STATUS NOT = '00'
               SET END-OF-CURRENT-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ RECALL-TRACE-REQUEST-FILE
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       IF WS-REQUEST-COUNT < 100
                           ADD 1 TO WS-REQUEST-COUNT
                           MOVE RTR-SKU
                               TO REQ-SKU(WS-REQUEST-COUNT)
                           MOVE RTR-LOT-NUMBER
                               TO REQ-LOT-NUMBER(WS-REQUEST-COUNT)
                       ELSE
                           MOVE 'LOAD-TRACE-REQUESTS'
                               TO WS-ERR-PARAGRAPH-NAME
                           MOVE 'more than 100 lots requested'
                               TO WS-ERR-DESCRIPTION
                           MOVE RECALL-TRACE-REQUEST-RECORD
                               TO WS-ERR-OFFENDING-DATA
                           PERFORM LOG-RECALTRC-ERROR
                       END-IF
               END-READ
           END-PERFORM
           IF WS-REQUEST-FILE-STATUS = '00' OR '10'
               CLOSE RECALL-TRACE-REQUEST-FILE
           END-IF.

      *---------------------------------------------------------------
      * Loads each customer's ship-to address.

       LOAD-SHIP-TO-ADDRESSES.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SHIP-TO-MASTER-FILE
           IF WS-SHIP-TO-FILE-STATUS NOT = '00'
               SET END-OF-CURRENT-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ SHIP-TO-MASTER-FILE
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       IF WS-SHIP-TO-COUNT < 500
                           ADD 1 TO WS-SHIP-TO-COUNT
                           SET SHIP-TO-IDX TO WS-SHIP-TO-COUNT
                           MOVE SHT-ACCOUNT-NUMBER
                               TO STT-ACCOUNT-NUMBER(SHIP-TO-IDX)
                           MOVE SHT-ADDRESS-LINE-1
                               TO STT-ADDRESS-LINE-1(SHIP-TO-IDX)
                           MOVE SHT-ADDRESS-LINE-2
                               TO STT-ADDRESS-LINE-2(SHIP-TO-IDX)
                           MOVE SHT-CITY TO STT-CITY(SHIP-TO-IDX)
                           MOVE SHT-STATE TO STT-STATE(SHIP-TO-IDX)
                           MOVE SHT-ZIP TO STT-ZIP(SHIP-TO-IDX)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SHIP-TO-FILE-STATUS = '00' OR '10'
               CLOSE SHIP-TO-MASTER-FILE
           END-IF.

      *---------------------------------------------------------------
      * Loads the unit-load records that name a lot.

       LOAD-LOTTED-UNIT-LOADS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT UNIT-LOAD-FILE
           IF WS-UNIT-LOAD-FILE-STATUS NOT = '00'
               SET END-OF-CURRENT-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ UNIT-LOAD-FILE
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       IF ULD-LOT-NUMBER NOT = SPACES
                           IF WS-UNIT-LOAD-COUNT = 5000
                               SET UNIT-LOADS-OVER-CAPACITY TO TRUE
                               SET END-OF-CURRENT-FILE TO TRUE
                           ELSE
                               ADD 1 TO WS-UNIT-LOAD-COUNT
                               SET UNIT-LOAD-IDX TO WS-UNIT-LOAD-COUNT
                               MOVE ULD-UNIT-ID
                                   TO ULT-UNIT-ID(UNIT-LOAD-IDX)
                               MOVE ULD-ORDER-NUMBER
                                   TO ULT-ORDER-NUMBER(UNIT-LOAD-IDX)
                               MOVE ULD-SKU TO ULT-SKU(UNIT-LOAD-IDX)
                               MOVE ULD-LOT-NUMBER
                                   TO ULT-LOT-NUMBER(UNIT-LOAD-IDX)
                               MOVE ULD-QTY-SHIPPED
                                   TO ULT-QTY-SHIPPED(UNIT-LOAD-IDX)
                               MOVE ULD-LOAD-DATE
                                   TO ULT-LOAD-DATE(UNIT-LOAD-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-UNIT-LOAD-FILE-STATUS = '00' OR '10'
               CLOSE UNIT-LOAD-FILE
           END-IF.

      *---------------------------------------------------------------
      * Loads every lot on LOT-BALANCE-FILE for the on-hand listing.

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
                       IF WS-LOT-COUNT < 2000
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
      * Traces the lot at WS-REQUEST-INDEX: one pass of invoice
      * history for every line that billed it, then the stock of it
      * still on hand, then the lot's totals.

       TRACE-ONE-LOT.
           MOVE 0 TO WS-INVOICE-LINE-COUNT
           MOVE 0 TO WS-QTY-SHIPPED
           MOVE 0 TO WS-QTY-RETURNED
           MOVE 0 TO WS-QTY-ON-HAND
           PERFORM WRITE-LOT-HEADING
           MOVE SPACES TO WS-CURRENT-INV-NUMBER
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT INVOICE-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = '00'
               SET END-OF-CURRENT-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ INVOICE-HISTORY-FILE
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       IF IHR-IS-HEADER
                           MOVE IHR-INV-NUMBER TO WS-CURRENT-INV-NUMBER
                           MOVE IHR-INV-DATE TO WS-CURRENT-INV-DATE
                           MOVE IHR-ACCOUNT-NUMBER
                               TO WS-CURRENT-ACCOUNT
                           MOVE IHR-CUSTOMER-NAME
                               TO WS-CURRENT-CUSTOMER-NAME
                           MOVE IHR-ORDER-NUMBER
                               TO WS-CURRENT-ORDER-NUMBER
                           MOVE IHR-RETURN TO WS-CURRENT-CREDIT-FLAG
                       ELSE
                           IF IHR-IS-LINE
                               AND IHR-INV-NUMBER
                                   = WS-CURRENT-INV-NUMBER
                               AND IHR-LINE-SKU
                                   = REQ-SKU(WS-REQUEST-INDEX)
                               AND IHR-LINE-LOT-NUMBER
                                   = REQ-LOT-NUMBER(WS-REQUEST-INDEX)
                               PERFORM WRITE-TRACED-INVOICE-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HISTORY-FILE-STATUS = '00' OR '10'
               CLOSE INVOICE-HISTORY-FILE
           END-IF
           IF WS-INVOICE-LINE-COUNT = 0
               MOVE SPACES TO RECALL-TRACE-LINE
               MOVE 'NO INVOICE IN HISTORY BILLED THIS LOT'
                   TO RECALL-TRACE-LINE
               WRITE RECALL-TRACE-LINE
           END-IF
           PERFORM WRITE-LOT-ON-HAND
           PERFORM WRITE-LOT-TOTALS.

      *---------------------------------------------------------------
      * Writes the invoice line just matched, the customer's ship-to
      * address under it, and each truck unit that carried the lot
      * on the invoice's order.

       WRITE-TRACED-INVOICE-LINE.
           ADD 1 TO WS-INVOICE-LINE-COUNT
           IF CURRENT-IS-CREDIT-MEMO
               ADD IHR-LINE-QUANTITY TO WS-QTY-RETURNED
           ELSE
               ADD IHR-LINE-QUANTITY TO WS-QTY-SHIPPED
           END-IF
           MOVE SPACES TO RECALL-TRACE-LINE
           MOVE WS-CURRENT-INV-NUMBER TO RECALL-TRACE-LINE(1:8)
           MOVE WS-CURRENT-INV-DATE TO RECALL-TRACE-LINE(11:8)
           MOVE WS-CURRENT-ACCOUNT TO RECALL-TRACE-LINE(21:6)
           MOVE WS-CURRENT-CUSTOMER-NAME TO RECALL-TRACE-LINE(29:19)
           MOVE IHR-LINE-QUANTITY TO RPT-QTY-EDITED
           MOVE RPT-QTY-EDITED TO RECALL-TRACE-LINE(50:8)
           IF CURRENT-IS-CREDIT-MEMO
               MOVE 'CREDIT' TO RECALL-TRACE-LINE(60:6)
           ELSE
               MOVE WS-CURRENT-ORDER-NUMBER TO RECALL-TRACE-LINE(60:8)
           END-IF
           PERFORM FIND-TRUCK-UNITS
           MOVE 'N' TO WS-FOUND-FLAG
           IF WS-SHIP-TO-COUNT > 0
               SET SHIP-TO-IDX TO 1
               SEARCH SHIP-TO-ENTRY
                   AT END
                       CONTINUE
                   WHEN STT-ACCOUNT-NUMBER(SHIP-TO-IDX)
                           = WS-CURRENT-ACCOUNT
                       SET ENTRY-WAS-FOUND TO TRUE
               END-SEARCH
           END-IF
           MOVE SPACES TO RECALL-TRACE-LINE
           IF ENTRY-WAS-FOUND
               MOVE STT-ADDRESS-LINE-1(SHIP-TO-IDX)
                   TO RECALL-TRACE-LINE(29:30)
               WRITE RECALL-TRACE-LINE
               IF STT-ADDRESS-LINE-2(SHIP-TO-IDX) NOT = SPACES
                   MOVE SPACES TO RECALL-TRACE-LINE
                   MOVE STT-ADDRESS-LINE-2(SHIP-TO-IDX)
                       TO RECALL-TRACE-LINE(29:30)
                   WRITE RECALL-TRACE-LINE
               END-IF
               MOVE SPACES TO RECALL-TRACE-LINE
               MOVE STT-CITY(SHIP-TO-IDX) TO RECALL-TRACE-LINE(29:20)
               MOVE STT-STATE(SHIP-TO-IDX) TO RECALL-TRACE-LINE(50:2)
               MOVE STT-ZIP(SHIP-TO-IDX) TO RECALL-TRACE-LINE(53:10)
               WRITE RECALL-TRACE-LINE
           ELSE
               MOVE '*** NO SHIP-TO ADDRESS ON FILE ***'
                   TO RECALL-TRACE-LINE(29:34)
               WRITE RECALL-TRACE-LINE
           END-IF.

      *---------------------------------------------------------------
      * Completes the invoice line already built in RECALL-TRACE-LINE
      * with the first truck unit that carried this lot on the
      * invoice's order, and writes a further line for each other
      * unit. A credit memo or an invoice with no order has no
      * units.

       FIND-TRUCK-UNITS.
           MOVE 0 TO WS-UNITS-PRINTED
           IF NOT CURRENT-IS-CREDIT-MEMO
               AND WS-CURRENT-ORDER-NUMBER NOT = SPACES
               PERFORM VARYING UNIT-LOAD-IDX FROM 1 BY 1
                       UNTIL UNIT-LOAD-IDX > WS-UNIT-LOAD-COUNT
                   IF ULT-ORDER-NUMBER(UNIT-LOAD-IDX)
                           = WS-CURRENT-ORDER-NUMBER
                       AND ULT-SKU(UNIT-LOAD-IDX)
                           = REQ-SKU(WS-REQUEST-INDEX)
                       AND ULT-LOT-NUMBER(UNIT-LOAD-IDX)
                           = REQ-LOT-NUMBER(WS-REQUEST-INDEX)
                       IF WS-UNITS-PRINTED > 0
                           MOVE SPACES TO RECALL-TRACE-LINE
                       END-IF
                       ADD 1 TO WS-UNITS-PRINTED
                       MOVE ULT-UNIT-ID(UNIT-LOAD-IDX)
                           TO RECALL-TRACE-LINE(70:6)
                       MOVE ULT-LOAD-DATE(UNIT-LOAD-IDX)
                           TO RECALL-TRACE-LINE(78:8)
                       MOVE ULT-QTY-SHIPPED(UNIT-LOAD-IDX)
                           TO RPT-QTY-EDITED
                       MOVE RPT-QTY-EDITED TO RECALL-TRACE-LINE(88:8)
                       WRITE RECALL-TRACE-LINE
                   END-IF
               END-PERFORM
           END-IF
           IF WS-UNITS-PRINTED = 0
               WRITE RECALL-TRACE-LINE
           END-IF.

      *---------------------------------------------------------------
      * Lists what is left of the lot, warehouse by warehouse.

       WRITE-LOT-ON-HAND.
           MOVE SPACES TO RECALL-TRACE-LINE
           WRITE RECALL-TRACE-LINE
           MOVE 'STILL ON HAND  WHSE  RECEIVED  EXPIRES   QUANTITY'
               TO RECALL-TRACE-LINE
           WRITE RECALL-TRACE-LINE
           PERFORM VARYING LOT-IDX FROM 1 BY 1
                   UNTIL LOT-IDX > WS-LOT-COUNT
               IF LTT-SKU(LOT-IDX) = REQ-SKU(WS-REQUEST-INDEX)
                   AND LTT-LOT-NUMBER(LOT-IDX)
                       = REQ-LOT-NUMBER(WS-REQUEST-INDEX)
                   ADD LTT-QTY-ON-HAND(LOT-IDX) TO WS-QTY-ON-HAND
                   MOVE SPACES TO RECALL-TRACE-LINE
                   MOVE LTT-WAREHOUSE-CODE(LOT-IDX)
                       TO RECALL-TRACE-LINE(16:2)
                   MOVE LTT-RECEIVED-DATE(LOT-IDX)
                       TO RECALL-TRACE-LINE(22:8)
                   MOVE LTT-EXPIRATION-DATE(LOT-IDX)
                       TO RECALL-TRACE-LINE(32:8)
                   MOVE LTT-QTY-ON-HAND(LOT-IDX) TO RPT-QTY-EDITED
                   MOVE RPT-QTY-EDITED TO RECALL-TRACE-LINE(42:8)
                   WRITE RECALL-TRACE-LINE
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Writes the lot's totals: shipped, returned, and on hand.

       WRITE-LOT-TOTALS.
           MOVE SPACES TO RECALL-TRACE-LINE
           WRITE RECALL-TRACE-LINE
           MOVE WS-INVOICE-LINE-COUNT TO RPT-COUNT-EDITED
           MOVE SPACES TO RECALL-TRACE-LINE
           STRING 'INVOICE LINES:      ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO RECALL-TRACE-LINE
           WRITE RECALL-TRACE-LINE
           MOVE WS-QTY-SHIPPED TO RPT-QTY-EDITED
           MOVE SPACES TO RECALL-TRACE-LINE
           STRING 'QUANTITY SHIPPED: ' RPT-QTY-EDITED
               DELIMITED BY SIZE INTO RECALL-TRACE-LINE
           WRITE RECALL-TRACE-LINE
           MOVE WS-QTY-RETURNED TO RPT-QTY-EDITED
           MOVE SPACES TO RECALL-TRACE-LINE
           STRING 'QUANTITY RETURNED:' RPT-QTY-EDITED
               DELIMITED BY SIZE INTO RECALL-TRACE-LINE
           WRITE RECALL-TRACE-LINE
           COMPUTE WS-NET-QTY = WS-QTY-SHIPPED - WS-QTY-RETURNED
           MOVE WS-NET-QTY TO RPT-QTY-EDITED
           MOVE SPACES TO RECALL-TRACE-LINE
           STRING 'IN CUSTOMER HANDS:' RPT-QTY-EDITED
               DELIMITED BY SIZE INTO RECALL-TRACE-LINE
           WRITE RECALL-TRACE-LINE
           MOVE WS-QTY-ON-HAND TO RPT-QTY-EDITED
           MOVE SPACES TO RECALL-TRACE-LINE
           STRING 'STILL ON HAND:    ' RPT-QTY-EDITED
               DELIMITED BY SIZE INTO RECALL-TRACE-LINE
           WRITE RECALL-TRACE-LINE.

      *---------------------------------------------------------------
      * Writes the heading block that starts each lot's trace.

       WRITE-LOT-HEADING.
           MOVE SPACES TO RECALL-TRACE-LINE
           WRITE RECALL-TRACE-LINE
           MOVE SPACES TO RECALL-TRACE-LINE
           STRING 'SKU ' REQ-SKU(WS-REQUEST-INDEX)
               '  LOT ' REQ-LOT-NUMBER(WS-REQUEST-INDEX)
               DELIMITED BY SIZE INTO RECALL-TRACE-LINE
           WRITE RECALL-TRACE-LINE
           MOVE SPACES TO RECALL-TRACE-LINE
           WRITE RECALL-TRACE-LINE
           MOVE SPACES TO RECALL-TRACE-LINE
           STRING 'INVOICE   DATE      ACCOUNT CUSTOMER           '
               '    QUANTITY  ORDER     UNIT    LOADED    UNIT QTY'
               DELIMITED BY SIZE INTO RECALL-TRACE-LINE
           WRITE RECALL-TRACE-LINE.

      *---------------------------------------------------------------
      * Writes the heading block of the trace report.

       WRITE-TRACE-REPORT-HEADER.
           MOVE SPACES TO RECALL-TRACE-LINE
           MOVE 'ACME DISTRIBUTING CO.' TO RECALL-TRACE-LINE
           WRITE RECALL-TRACE-LINE
           MOVE SPACES TO RECALL-TRACE-LINE
           STRING 'LOT RECALL TRACE - RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO RECALL-TRACE-LINE
           WRITE RECALL-TRACE-LINE.
