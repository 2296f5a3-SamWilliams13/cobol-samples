      *****************************************************************
      * Program name:    EDIORDER
      * Original author: Dave Nicolette
      *
      * Inbound EDI purchase order intake.
      *
      * Translates the customers' EDI-850-INBOUND-FILE into order
      * groups on SALES-ORDER-TRANS-FILE, in the same header/detail
      * shape a clerk keys, so ORDENTRY books them like any other
      * order and nobody retypes a purchase order again. The run
      * first proves the interchange envelope - an ISA at the front,
      * an IEA at the back carrying the same control number and the
      * count of purchase orders inside - and refuses the whole file
      * when it does not prove, so a truncated transmission cannot
      * book half a day. After that, trouble is handled a purchase
      * order or a line at a time: a purchase order whose CTT line
      * count does not match its lines, whose account is not on the
      * customer master, or whose date is not a real date is
      * rejected; a line whose part number has no entry on
      * EDI-PART-XREF-FILE, whose SKU is not on the product master,
      * or whose quantity or price is bad is dropped from its order
      * and printed on EDI-ORDER-EXCEPTION-REPORT while the rest of
      * the order books. The customer gets a 997 functional
      * acknowledgment for the interchange and an 855 acknowledgment
      * per purchase order, line by line. The inbound file is
      * consumed and cleared so an order cannot book twice.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EDIORDER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDI-850-INBOUND-FILE
               ASSIGN TO "EDI-850-INBOUND-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INBOUND-FILE-STATUS.
           SELECT EDI-PART-XREF-FILE ASSIGN TO "EDI-PART-XREF-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTOMER-MASTER-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SKU-MASTER-FILE ASSIGN TO "SKU-MASTER-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SALES-ORDER-TRANS-FILE
               ASSIGN TO "SALES-ORDER-TRANS-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-FILE-STATUS.
           SELECT EDI-997-OUTBOUND-FILE
               ASSIGN TO "EDI-997-OUTBOUND-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EDI-855-OUTBOUND-FILE
               ASSIGN TO "EDI-855-OUTBOUND-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EDI-EXCEPTION-REPORT-FILE
               ASSIGN TO "EDI-ORDER-EXCEPTION-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EDI-850-INBOUND-FILE.
       COPY EDI850.

       FD  EDI-PART-XREF-FILE.
       COPY EDIXREF.

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST.

       FD  SKU-MASTER-FILE.
       COPY SKUMAST.

       FD  SALES-ORDER-TRANS-FILE.
       COPY INVREC.

       FD  EDI-997-OUTBOUND-FILE.
       COPY EDI997.

       FD  EDI-855-OUTBOUND-FILE.
       COPY EDI855.

       FD  EDI-EXCEPTION-REPORT-FILE.
       01  EDI-EXCEPTION-REPORT-LINE    PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILLER.
           05  WS-INBOUND-FILE-STATUS   PIC XX.
           05  WS-XREF-FILE-STATUS      PIC XX.
           05  WS-ORDER-FILE-STATUS     PIC XX.
           05  WS-EOF-FLAG              PIC X.
               88  END-OF-CURRENT-FILE      VALUE 'Y'.
           05  WS-CAPACITY-FLAG         PIC X VALUE 'N'.
               88  A-TABLE-IS-OVER-CAPACITY VALUE 'Y'.
           05  WS-FOUND-FLAG            PIC X.
               88  ENTRY-WAS-FOUND          VALUE 'Y'.
           05  WS-DATE-VALID-FLAG       PIC X.
               88  CHECKED-DATE-IS-VALID    VALUE 'Y'.
           05  WS-TRAILER-SEEN-FLAG     PIC X.
               88  PO-TRAILER-WAS-SEEN      VALUE 'Y'.
           05  WS-PO-END-FLAG           PIC X.
               88  END-OF-PURCHASE-ORDER    VALUE 'Y'.
           05  WS-SEGMENT-COUNT         PIC S9(05) VALUE 0.
           05  WS-CUSTOMER-COUNT        PIC S9(05) VALUE 0.
           05  WS-SKU-TABLE-COUNT       PIC S9(05) VALUE 0.
           05  WS-XREF-COUNT            PIC S9(05) VALUE 0.
           05  WS-PO-RESPONSE-COUNT     PIC S9(05) VALUE 0.
           05  WS-SEGMENT-INDEX         PIC S9(05).
           05  WS-SCAN-INDEX            PIC S9(05).
           05  WS-TABLE-INDEX           PIC S9(05).
           05  WS-LINE-INDEX            PIC S9(05).
           05  WS-BEG-COUNT             PIC S9(05) VALUE 0.
           05  WS-RUN-DATE              PIC X(08).
           05  WS-CUSTOMER-NAME         PIC X(19).
           05  WS-PO-REASON             PIC X(40).
           05  WS-LINES-READ            PIC S9(05).
           05  WS-LINES-ACCEPTED        PIC S9(05).
           05  WS-CTT-LINE-COUNT        PIC S9(05).
           05  WS-POS-ACCEPTED          PIC S9(05) VALUE 0.
           05  WS-POS-PARTIAL           PIC S9(05) VALUE 0.
           05  WS-POS-REJECTED          PIC S9(05) VALUE 0.
           05  WS-TOTAL-LINES-BOOKED    PIC S9(05) VALUE 0.
           05  WS-TOTAL-LINES-REJECTED  PIC S9(05) VALUE 0.
      * What the ISA and IEA records said, kept for the envelope
      * proof and for the 997.
           05  WS-ISA-SEEN-FLAG         PIC X VALUE 'N'.
               88  ISA-WAS-FIRST            VALUE 'Y'.
           05  WS-IEA-SEEN-FLAG         PIC X VALUE 'N'.
               88  IEA-WAS-LAST             VALUE 'Y'.
           05  WS-SENDER-ID             PIC X(15).
           05  WS-ISA-CONTROL-NUMBER    PIC 9(09) VALUE 0.
           05  WS-IEA-CONTROL-NUMBER    PIC 9(09) VALUE 0.
           05  WS-IEA-PO-COUNT          PIC 9(05) VALUE 0.

       01  WS-ERROR-LOG-FIELDS.
           05  WS-ERR-PROGRAM-NAME      PIC X(08) VALUE 'EDIORDER'.
           05  WS-ERR-PARAGRAPH-NAME    PIC X(30).
           05  WS-ERR-DESCRIPTION       PIC X(60).
           05  WS-ERR-OFFENDING-DATA    PIC X(30).

       01  RPT-COUNT-EDITED             PIC ZZZZ9.
       01  RPT-QTY-EDITED               PIC ZZZZ9-.

      * The interchange held in storage until its envelope has been
      * proven, so nothing books from a file that does not prove.
       01  SEGMENT-TABLE.
           05  SEGMENT-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-SEGMENT-COUNT.
               10  SEG-IMAGE            PIC X(43).

       01  CUSTOMER-TABLE.
           05  CUSTOMER-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-CUSTOMER-COUNT
                   INDEXED BY CUSTOMER-IDX.
               10  CUST-TBL-ACCOUNT-NUMBER PIC X(06).
               10  CUST-TBL-NAME        PIC X(19).

       01  SKU-TABLE.
           05  SKU-TABLE-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-SKU-TABLE-COUNT
                   INDEXED BY SKU-TABLE-IDX.
               10  SKU-TBL-SKU          PIC X(10).

       01  XREF-TABLE.
           05  XREF-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-XREF-COUNT
                   INDEXED BY XREF-IDX.
               10  XRT-ACCOUNT-NUMBER   PIC X(06).
               10  XRT-BUYER-PART-NUMBER PIC X(20).
               10  XRT-SKU              PIC X(10).
               10  XRT-TAXABLE          PIC X.
               10  XRT-HAZMAT           PIC X.

      * The 997 set responses, written behind the AK1 once the whole
      * interchange has been worked.
       01  PO-RESPONSE-TABLE.
           05  PO-RESPONSE-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-PO-RESPONSE-COUNT.
               10  POR-PO-NUMBER        PIC X(15).
               10  POR-STATUS           PIC X.

      * The purchase order being worked: its BEG fields and up to 100
      * lines, the same cap the order path works to.
       01  PO-WORK-AREA.
           05  POW-PO-NUMBER            PIC X(15).
           05  POW-PO-DATE              PIC X(08).
           05  POW-ACCOUNT-NUMBER       PIC X(06).
           05  POW-SHIP-STATE           PIC X(02).
           05  POW-CURRENCY-CODE        PIC X(03).
           05  POW-LINE OCCURS 100 TIMES.
               10  POW-LINE-ID          PIC X(06).
               10  POW-LINE-QUANTITY    PIC S9(05).
               10  POW-LINE-UNIT-PRICE  PIC S9(05)V99.
               10  POW-LINE-PART-NUMBER PIC X(20).
               10  POW-LINE-SKU         PIC X(10).
               10  POW-LINE-TAXABLE     PIC X.
               10  POW-LINE-HAZMAT      PIC X.
               10  POW-LINE-REASON      PIC X(37).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           CALL 'BUSDATE' USING WS-RUN-DATE
           END-CALL
           PERFORM LOAD-EDI-FILE
           IF WS-SEGMENT-COUNT = 0
               DISPLAY 'EDIORDER: no EDI purchase orders to import'
               GOBACK
           END-IF
           OPEN OUTPUT EDI-EXCEPTION-REPORT-FILE
           PERFORM WRITE-EXCEPTION-REPORT-HEADER
           IF A-TABLE-IS-OVER-CAPACITY
               OR NOT ISA-WAS-FIRST
               OR NOT IEA-WAS-LAST
               OR WS-ISA-CONTROL-NUMBER NOT = WS-IEA-CONTROL-NUMBER
               OR WS-IEA-PO-COUNT NOT = WS-BEG-COUNT
               PERFORM REFUSE-EDI-FILE
               CLOSE EDI-EXCEPTION-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-CUSTOMER-MASTER
           PERFORM LOAD-SKU-MASTER
           PERFORM LOAD-PART-XREF
           OPEN OUTPUT EDI-855-OUTBOUND-FILE
           OPEN EXTEND SALES-ORDER-TRANS-FILE
           IF WS-ORDER-FILE-STATUS = '35'
               OPEN OUTPUT SALES-ORDER-TRANS-FILE
           END-IF
           PERFORM VARYING WS-SEGMENT-INDEX FROM 1 BY 1
                   UNTIL WS-SEGMENT-INDEX > WS-SEGMENT-COUNT
               MOVE SEG-IMAGE(WS-SEGMENT-INDEX) TO EDI-850-RECORD
               IF E85-IS-PO-HEADER
                   PERFORM PROCESS-ONE-PURCHASE-ORDER
               END-IF
           END-PERFORM
           CLOSE SALES-ORDER-TRANS-FILE
           CLOSE EDI-855-OUTBOUND-FILE
           PERFORM WRITE-FUNCTIONAL-ACK
           PERFORM WRITE-EXCEPTION-REPORT-TOTALS
           CLOSE EDI-EXCEPTION-REPORT-FILE
           PERFORM CLEAR-EDI-FILE
           DISPLAY 'EDIORDER: ' WS-POS-ACCEPTED ' purchase order(s) '
               'accepted, ' WS-POS-PARTIAL ' accepted with lines '
               'rejected, ' WS-POS-REJECTED ' rejected'
           GOBACK.

      *---------------------------------------------------------------
      * Calls the shared LOGERROR routine to append one record to
      * ERROR-LOG-FILE for the problem just found. WS-ERR-PARAGRAPH-
      * NAME, WS-ERR-DESCRIPTION and WS-ERR-OFFENDING-DATA must be set
      * by the calling paragraph before this is performed.

       LOG-EDIORDER-ERROR.
           CALL 'LOGERROR' USING WS-ERR-PROGRAM-NAME
               WS-ERR-PARAGRAPH-NAME WS-ERR-DESCRIPTION
               WS-ERR-OFFENDING-DATA
           END-CALL.

      *---------------------------------------------------------------
      * Buffers the interchange, noting what the envelope records
      * say: the ISA must be the first record and the IEA the last.

       LOAD-EDI-FILE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT EDI-850-INBOUND-FILE
           IF WS-INBOUND-FILE-STATUS NOT = '00'
               SET END-OF-CURRENT-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ EDI-850-INBOUND-FILE
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       IF WS-SEGMENT-COUNT = 5000
                           SET A-TABLE-IS-OVER-CAPACITY TO TRUE
                           SET END-OF-CURRENT-FILE TO TRUE
                       ELSE
                           ADD 1 TO WS-SEGMENT-COUNT
                           MOVE EDI-850-RECORD
                               TO SEG-IMAGE(WS-SEGMENT-COUNT)
                           PERFORM NOTE-ENVELOPE-SEGMENT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-INBOUND-FILE-STATUS = '00' OR '10'
               CLOSE EDI-850-INBOUND-FILE
           END-IF.

      *---------------------------------------------------------------
      * Notes one buffered record's part in the envelope proof. An
      * IEA counts as last only until anything follows it.

       NOTE-ENVELOPE-SEGMENT.
           MOVE 'N' TO WS-IEA-SEEN-FLAG
           EVALUATE TRUE
               WHEN E85-IS-INTERCHANGE-HEADER
                   IF WS-SEGMENT-COUNT = 1
                       SET ISA-WAS-FIRST TO TRUE
                       MOVE E85-SENDER-ID TO WS-SENDER-ID
                       MOVE E85-ISA-CONTROL-NUMBER
                           TO WS-ISA-CONTROL-NUMBER
                   END-IF
               WHEN E85-IS-PO-HEADER
                   ADD 1 TO WS-BEG-COUNT
               WHEN E85-IS-INTERCHANGE-TRAILER
                   SET IEA-WAS-LAST TO TRUE
                   MOVE E85-PO-COUNT TO WS-IEA-PO-COUNT
                   MOVE E85-IEA-CONTROL-NUMBER
                       TO WS-IEA-CONTROL-NUMBER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *---------------------------------------------------------------
      * The envelope did not prove: nothing books, the customer is
      * sent a 997 rejecting the interchange, and the file is left in
      * place for the retransmission.

       REFUSE-EDI-FILE.
           MOVE SPACES TO EDI-EXCEPTION-REPORT-LINE
           STRING '*** EDI INTERCHANGE REFUSED - NOTHING IMPORTED ***'
               DELIMITED BY SIZE INTO EDI-EXCEPTION-REPORT-LINE
           WRITE EDI-EXCEPTION-REPORT-LINE
           MOVE SPACES TO EDI-EXCEPTION-REPORT-LINE
           EVALUATE TRUE
               WHEN A-TABLE-IS-OVER-CAPACITY
                   MOVE '    FILE EXCEEDS THE IMPORT BUFFER CAPACITY'
                       TO EDI-EXCEPTION-REPORT-LINE
               WHEN NOT ISA-WAS-FIRST
                   MOVE '    NO ISA HEADER AT THE FRONT OF THE FILE'
                       TO EDI-EXCEPTION-REPORT-LINE
               WHEN NOT IEA-WAS-LAST
                   MOVE '    NO IEA TRAILER AT THE END OF THE FILE'
                       TO EDI-EXCEPTION-REPORT-LINE
               WHEN WS-ISA-CONTROL-NUMBER NOT = WS-IEA-CONTROL-NUMBER
                   STRING '    ISA CONTROL ' WS-ISA-CONTROL-NUMBER
                       ' DOES NOT MATCH IEA CONTROL '
                       WS-IEA-CONTROL-NUMBER
                       DELIMITED BY SIZE
                       INTO EDI-EXCEPTION-REPORT-LINE
               WHEN OTHER
                   STRING '    IEA COUNTS ' WS-IEA-PO-COUNT
                       ' PURCHASE ORDERS, FILE HOLDS ' WS-BEG-COUNT
                       DELIMITED BY SIZE
                       INTO EDI-EXCEPTION-REPORT-LINE
           END-EVALUATE
           WRITE EDI-EXCEPTION-REPORT-LINE
           DISPLAY '*** EDIORDER: EDI interchange does not prove - '
               'refused, nothing imported ***'
           MOVE 'MAIN-LOGIC' TO WS-ERR-PARAGRAPH-NAME
           MOVE 'EDI interchange envelope does not prove'
               TO WS-ERR-DESCRIPTION
           MOVE WS-SENDER-ID TO WS-ERR-OFFENDING-DATA
           PERFORM LOG-EDIORDER-ERROR
           OPEN OUTPUT EDI-997-OUTBOUND-FILE
           MOVE SPACES TO EDI-997-RECORD
           MOVE 'AK1' TO E97-SEGMENT-ID
           MOVE WS-SENDER-ID TO E97-SENDER-ID
           MOVE WS-ISA-CONTROL-NUMBER TO E97-CONTROL-NUMBER
           MOVE WS-RUN-DATE TO E97-ACK-DATE
           MOVE WS-BEG-COUNT TO E97-POS-RECEIVED
           MOVE 0 TO E97-POS-ACCEPTED
           SET E97-GROUP-REJECTED TO TRUE
           WRITE EDI-997-RECORD
           CLOSE EDI-997-OUTBOUND-FILE.

      *---------------------------------------------------------------
      * Loads the customer accounts and their master names.

       LOAD-CUSTOMER-MASTER.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CUSTOMER-MASTER-FILE
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ CUSTOMER-MASTER-FILE
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       IF WS-CUSTOMER-COUNT < 500
                           ADD 1 TO WS-CUSTOMER-COUNT
                           MOVE CST-ACCOUNT-NUMBER
                               TO CUST-TBL-ACCOUNT-NUMBER
                                   (WS-CUSTOMER-COUNT)
                           MOVE CST-CUSTOMER-NAME
                               TO CUST-TBL-NAME(WS-CUSTOMER-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER-FILE.

      *---------------------------------------------------------------
      * Loads the product master SKU keys.

       LOAD-SKU-MASTER.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SKU-MASTER-FILE
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ SKU-MASTER-FILE
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       IF WS-SKU-TABLE-COUNT < 500
                           ADD 1 TO WS-SKU-TABLE-COUNT
                           MOVE SKM-SKU
                               TO SKU-TBL-SKU(WS-SKU-TABLE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SKU-MASTER-FILE.

      *---------------------------------------------------------------
      * Loads the part-number cross-reference. A missing file maps
      * nothing, and every line rejects for want of a mapping.

       LOAD-PART-XREF.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT EDI-PART-XREF-FILE
           IF WS-XREF-FILE-STATUS NOT = '00'
               SET END-OF-CURRENT-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ EDI-PART-XREF-FILE
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       IF WS-XREF-COUNT < 2000
                           ADD 1 TO WS-XREF-COUNT
                           MOVE EPX-ACCOUNT-NUMBER
                               TO XRT-ACCOUNT-NUMBER(WS-XREF-COUNT)
                           MOVE EPX-BUYER-PART-NUMBER
                               TO XRT-BUYER-PART-NUMBER(WS-XREF-COUNT)
                           MOVE EPX-SKU TO XRT-SKU(WS-XREF-COUNT)
                           MOVE EPX-TAXABLE
                               TO XRT-TAXABLE(WS-XREF-COUNT)
                           MOVE EPX-HAZMAT TO XRT-HAZMAT(WS-XREF-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-XREF-FILE-STATUS = '00' OR '10'
               CLOSE EDI-PART-XREF-FILE
           END-IF.

      *---------------------------------------------------------------
      * Works the purchase order whose BEG is at WS-SEGMENT-INDEX:
      * gathers its lines up to its CTT, rejects it whole or line by
      * line, books what is left, and acknowledges it.

       PROCESS-ONE-PURCHASE-ORDER.
           MOVE SPACES TO WS-PO-REASON
           MOVE E85-PO-NUMBER TO POW-PO-NUMBER
           MOVE E85-PO-DATE TO POW-PO-DATE
           MOVE E85-BUYER-ACCOUNT TO POW-ACCOUNT-NUMBER
           MOVE E85-SHIP-STATE TO POW-SHIP-STATE
           MOVE E85-CURRENCY-CODE TO POW-CURRENCY-CODE
           MOVE 0 TO WS-LINES-READ
           MOVE 0 TO WS-CTT-LINE-COUNT
           MOVE 'N' TO WS-TRAILER-SEEN-FLAG
           MOVE 'N' TO WS-PO-END-FLAG
           COMPUTE WS-SCAN-INDEX = WS-SEGMENT-INDEX + 1
           PERFORM VARYING WS-SCAN-INDEX FROM WS-SCAN-INDEX BY 1
                   UNTIL WS-SCAN-INDEX > WS-SEGMENT-COUNT
                      OR END-OF-PURCHASE-ORDER
               MOVE SEG-IMAGE(WS-SCAN-INDEX) TO EDI-850-RECORD
               EVALUATE TRUE
                   WHEN E85-IS-PO-LINE
                       ADD 1 TO WS-LINES-READ
                       IF WS-LINES-READ NOT > 100
                           PERFORM BUFFER-ONE-PO-LINE
                       END-IF
                   WHEN E85-IS-PO-TRAILER
                       SET PO-TRAILER-WAS-SEEN TO TRUE
                       SET END-OF-PURCHASE-ORDER TO TRUE
                       IF E85-LINE-COUNT NUMERIC
                           MOVE E85-LINE-COUNT TO WS-CTT-LINE-COUNT
                       END-IF
                   WHEN OTHER
      * A BEG or IEA before the CTT: this order has no trailer.
                       SET END-OF-PURCHASE-ORDER TO TRUE
               END-EVALUATE
           END-PERFORM
           PERFORM EDIT-PURCHASE-ORDER
           MOVE 0 TO WS-LINES-ACCEPTED
           IF WS-PO-REASON = SPACES
               PERFORM VARYING WS-LINE-INDEX FROM 1 BY 1
                       UNTIL WS-LINE-INDEX > WS-LINES-READ
                   PERFORM EDIT-ONE-PO-LINE
               END-PERFORM
               IF WS-LINES-ACCEPTED = 0
                   MOVE 'NO LINE ON THE ORDER COULD BE ACCEPTED'
                       TO WS-PO-REASON
               END-IF
           END-IF
           ADD 1 TO WS-PO-RESPONSE-COUNT
           MOVE POW-PO-NUMBER TO POR-PO-NUMBER(WS-PO-RESPONSE-COUNT)
           EVALUATE TRUE
               WHEN WS-PO-REASON NOT = SPACES
                   MOVE 'R' TO POR-STATUS(WS-PO-RESPONSE-COUNT)
                   ADD 1 TO WS-POS-REJECTED
                   PERFORM REPORT-REJECTED-PURCHASE-ORDER
               WHEN WS-LINES-ACCEPTED < WS-LINES-READ
                   MOVE 'E' TO POR-STATUS(WS-PO-RESPONSE-COUNT)
                   ADD 1 TO WS-POS-PARTIAL
                   PERFORM WRITE-ORDER-GROUP
               WHEN OTHER
                   MOVE 'A' TO POR-STATUS(WS-PO-RESPONSE-COUNT)
                   ADD 1 TO WS-POS-ACCEPTED
                   PERFORM WRITE-ORDER-GROUP
           END-EVALUATE
           PERFORM WRITE-PO-ACKNOWLEDGMENT.

      *---------------------------------------------------------------
      * Holds one PO1 line in the work area.

       BUFFER-ONE-PO-LINE.
           MOVE E85-LINE-ID TO POW-LINE-ID(WS-LINES-READ)
           IF E85-QUANTITY NUMERIC
               MOVE E85-QUANTITY TO POW-LINE-QUANTITY(WS-LINES-READ)
           ELSE
               MOVE 0 TO POW-LINE-QUANTITY(WS-LINES-READ)
           END-IF
           IF E85-UNIT-PRICE NUMERIC
               MOVE E85-UNIT-PRICE TO POW-LINE-UNIT-PRICE(WS-LINES-READ)
           ELSE
               MOVE -1 TO POW-LINE-UNIT-PRICE(WS-LINES-READ)
           END-IF
           MOVE E85-BUYER-PART-NUMBER
               TO POW-LINE-PART-NUMBER(WS-LINES-READ)
           MOVE SPACES TO POW-LINE-SKU(WS-LINES-READ)
           MOVE SPACES TO POW-LINE-REASON(WS-LINES-READ).

      *---------------------------------------------------------------
      * Sets WS-PO-REASON to the first thing that rejects the whole
      * purchase order, or leaves it blank.

       EDIT-PURCHASE-ORDER.
           MOVE 'N' TO WS-FOUND-FLAG
           SET CUSTOMER-IDX TO 1
           SEARCH CUSTOMER-ENTRY
               AT END
                   CONTINUE
               WHEN CUST-TBL-ACCOUNT-NUMBER(CUSTOMER-IDX)
                       = POW-ACCOUNT-NUMBER
                   SET ENTRY-WAS-FOUND TO TRUE
                   MOVE CUST-TBL-NAME(CUSTOMER-IDX) TO WS-CUSTOMER-NAME
           END-SEARCH
           CALL 'DATECHK' USING POW-PO-DATE WS-DATE-VALID-FLAG
           END-CALL
           EVALUATE TRUE
               WHEN NOT PO-TRAILER-WAS-SEEN
                   MOVE 'NO CTT TRAILER FOR THE PURCHASE ORDER'
                       TO WS-PO-REASON
               WHEN WS-CTT-LINE-COUNT NOT = WS-LINES-READ
                   MOVE 'CTT LINE COUNT DOES NOT MATCH THE LINES'
                       TO WS-PO-REASON
               WHEN WS-LINES-READ = 0
                   MOVE 'PURCHASE ORDER HAS NO LINES'
                       TO WS-PO-REASON
               WHEN WS-LINES-READ > 100
                   MOVE 'MORE THAN 100 LINES ON ONE ORDER'
                       TO WS-PO-REASON
               WHEN POW-PO-NUMBER = SPACES
                   MOVE 'NO PURCHASE ORDER NUMBER'
                       TO WS-PO-REASON
               WHEN NOT ENTRY-WAS-FOUND
                   MOVE 'BUYER ACCOUNT NOT ON THE CUSTOMER MASTER'
                       TO WS-PO-REASON
               WHEN NOT CHECKED-DATE-IS-VALID
                   MOVE 'PURCHASE ORDER DATE IS NOT A VALID DATE'
                       TO WS-PO-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-LINES-READ > 100
               MOVE 100 TO WS-LINES-READ
           END-IF.

      *---------------------------------------------------------------
      * Maps one line's part number to our SKU and checks it. A
      * rejected line gets its reason and is printed; the order goes
      * on without it.

       EDIT-ONE-PO-LINE.
           MOVE 'N' TO WS-FOUND-FLAG
           SET XREF-IDX TO 1
           SEARCH XREF-ENTRY
               AT END
                   CONTINUE
               WHEN XRT-ACCOUNT-NUMBER(XREF-IDX) = POW-ACCOUNT-NUMBER
                   AND XRT-BUYER-PART-NUMBER(XREF-IDX)
                       = POW-LINE-PART-NUMBER(WS-LINE-INDEX)
                   SET ENTRY-WAS-FOUND TO TRUE
                   MOVE XRT-SKU(XREF-IDX)
                       TO POW-LINE-SKU(WS-LINE-INDEX)
                   MOVE XRT-TAXABLE(XREF-IDX)
                       TO POW-LINE-TAXABLE(WS-LINE-INDEX)
                   MOVE XRT-HAZMAT(XREF-IDX)
                       TO POW-LINE-HAZMAT(WS-LINE-INDEX)
           END-SEARCH
           IF NOT ENTRY-WAS-FOUND
               MOVE 'PART NOT ON THE CROSS-REFERENCE'
                   TO POW-LINE-REASON(WS-LINE-INDEX)
           ELSE
               MOVE 'N' TO WS-FOUND-FLAG
               SET SKU-TABLE-IDX TO 1
               SEARCH SKU-TABLE-ENTRY
                   AT END
                       MOVE 'MAPPED SKU NOT ON THE PRODUCT MASTER'
                           TO POW-LINE-REASON(WS-LINE-INDEX)
                   WHEN SKU-TBL-SKU(SKU-TABLE-IDX)
                           = POW-LINE-SKU(WS-LINE-INDEX)
                       SET ENTRY-WAS-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF POW-LINE-REASON(WS-LINE-INDEX) = SPACES
               EVALUATE TRUE
                   WHEN POW-LINE-QUANTITY(WS-LINE-INDEX) NOT > 0
                       MOVE 'QUANTITY MISSING OR NOT ABOVE ZERO'
                           TO POW-LINE-REASON(WS-LINE-INDEX)
                   WHEN POW-LINE-UNIT-PRICE(WS-LINE-INDEX) < 0
                       MOVE 'UNIT PRICE MISSING OR NEGATIVE'
                           TO POW-LINE-REASON(WS-LINE-INDEX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF POW-LINE-REASON(WS-LINE-INDEX) = SPACES
               ADD 1 TO WS-LINES-ACCEPTED
           ELSE
               ADD 1 TO WS-TOTAL-LINES-REJECTED
               PERFORM REPORT-REJECTED-LINE
           END-IF.

      *---------------------------------------------------------------
      * Appends the order's accepted lines to SALES-ORDER-TRANS-FILE
      * as one header/detail group for ORDENTRY. The master's name
      * goes on the order, as ORDENTRY would put it there.

       WRITE-ORDER-GROUP.
           MOVE SPACES TO INVOICE-FILE-RECORD
           MOVE 'H' TO IFR-RECORD-TYPE
           MOVE POW-PO-DATE TO IFR-INV-DATE
           MOVE SPACES TO IFR-INV-NUMBER
           MOVE 'N' TO IFR-INV-RETURN
           MOVE POW-SHIP-STATE TO IFR-SHIP-STATE
           MOVE WS-LINES-ACCEPTED TO IFR-LINE-COUNT
           MOVE POW-ACCOUNT-NUMBER TO IFR-ACCOUNT-NUMBER
           MOVE WS-CUSTOMER-NAME TO IFR-CUSTOMER-NAME
           MOVE POW-CURRENCY-CODE TO IFR-CURRENCY-CODE
           WRITE INVOICE-FILE-RECORD
           PERFORM VARYING WS-LINE-INDEX FROM 1 BY 1
                   UNTIL WS-LINE-INDEX > WS-LINES-READ
               IF POW-LINE-REASON(WS-LINE-INDEX) = SPACES
                   MOVE SPACES TO INVOICE-FILE-RECORD
                   MOVE 'D' TO IFR-RECORD-TYPE
                   MOVE POW-LINE-SKU(WS-LINE-INDEX) TO IFR-SKU
                   MOVE POW-LINE-UNIT-PRICE(WS-LINE-INDEX)
                       TO IFR-UNIT-PRICE
                   MOVE POW-LINE-QUANTITY(WS-LINE-INDEX)
                       TO IFR-QUANTITY
                   MOVE POW-LINE-TAXABLE(WS-LINE-INDEX) TO IFR-TAXABLE
                   MOVE POW-LINE-HAZMAT(WS-LINE-INDEX) TO IFR-HAZMAT
                   WRITE INVOICE-FILE-RECORD
               END-IF
           END-PERFORM
           ADD WS-LINES-ACCEPTED TO WS-TOTAL-LINES-BOOKED.

      *---------------------------------------------------------------
      * Writes the 855 for the purchase order just worked: the BAK
      * and an ACK per line. On a rejected order every line is
      * rejected with it.

       WRITE-PO-ACKNOWLEDGMENT.
           MOVE SPACES TO EDI-855-RECORD
           MOVE 'BAK' TO E55-SEGMENT-ID
           MOVE POW-PO-NUMBER TO E55-PO-NUMBER
           MOVE POW-ACCOUNT-NUMBER TO E55-ACCOUNT-NUMBER
           MOVE WS-RUN-DATE TO E55-ACK-DATE
           EVALUATE TRUE
               WHEN WS-PO-REASON NOT = SPACES
                   SET E55-PO-REJECTED TO TRUE
                   MOVE WS-PO-REASON TO E55-PO-REASON
               WHEN WS-LINES-ACCEPTED < WS-LINES-READ
                   SET E55-PO-ACCEPTED-CHANGES TO TRUE
               WHEN OTHER
                   SET E55-PO-ACCEPTED TO TRUE
           END-EVALUATE
           WRITE EDI-855-RECORD
           PERFORM VARYING WS-LINE-INDEX FROM 1 BY 1
                   UNTIL WS-LINE-INDEX > WS-LINES-READ
               MOVE SPACES TO EDI-855-RECORD
               MOVE 'ACK' TO E55-SEGMENT-ID
               MOVE POW-LINE-ID(WS-LINE-INDEX) TO E55-LINE-ID
               MOVE POW-LINE-QUANTITY(WS-LINE-INDEX) TO E55-QUANTITY
               MOVE POW-LINE-SKU(WS-LINE-INDEX) TO E55-SKU
               MOVE POW-LINE-PART-NUMBER(WS-LINE-INDEX)
                   TO E55-BUYER-PART-NUMBER
               IF WS-PO-REASON NOT = SPACES
                   SET E55-LINE-REJECTED TO TRUE
                   MOVE 'PURCHASE ORDER REJECTED'
                       TO E55-LINE-REASON
               ELSE
                   IF POW-LINE-REASON(WS-LINE-INDEX) = SPACES
                       SET E55-LINE-ACCEPTED TO TRUE
                   ELSE
                       SET E55-LINE-REJECTED TO TRUE
                       MOVE POW-LINE-REASON(WS-LINE-INDEX)
                           TO E55-LINE-REASON
                   END-IF
               END-IF
               WRITE EDI-855-RECORD
           END-PERFORM.

      *---------------------------------------------------------------
      * Writes the 997: the AK1 for the interchange and an AK2 for
      * each purchase order in it.

       WRITE-FUNCTIONAL-ACK.
           OPEN OUTPUT EDI-997-OUTBOUND-FILE
           MOVE SPACES TO EDI-997-RECORD
           MOVE 'AK1' TO E97-SEGMENT-ID
           MOVE WS-SENDER-ID TO E97-SENDER-ID
           MOVE WS-ISA-CONTROL-NUMBER TO E97-CONTROL-NUMBER
           MOVE WS-RUN-DATE TO E97-ACK-DATE
           MOVE WS-PO-RESPONSE-COUNT TO E97-POS-RECEIVED
           COMPUTE E97-POS-ACCEPTED = WS-POS-ACCEPTED + WS-POS-PARTIAL
           EVALUATE TRUE
               WHEN WS-POS-REJECTED = 0 AND WS-POS-PARTIAL = 0
                   SET E97-GROUP-ACCEPTED TO TRUE
               WHEN WS-POS-ACCEPTED = 0 AND WS-POS-PARTIAL = 0
                   SET E97-GROUP-REJECTED TO TRUE
               WHEN OTHER
                   SET E97-GROUP-PARTIAL TO TRUE
           END-EVALUATE
           WRITE EDI-997-RECORD
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                   UNTIL WS-TABLE-INDEX > WS-PO-RESPONSE-COUNT
               MOVE SPACES TO EDI-997-RECORD
               MOVE 'AK2' TO E97-SEGMENT-ID
               MOVE POR-PO-NUMBER(WS-TABLE-INDEX) TO E97-PO-NUMBER
               MOVE POR-STATUS(WS-TABLE-INDEX) TO E97-SET-STATUS
               WRITE EDI-997-RECORD
           END-PERFORM
           CLOSE EDI-997-OUTBOUND-FILE.

      *---------------------------------------------------------------
      * Prints and logs a purchase order rejected whole.

       REPORT-REJECTED-PURCHASE-ORDER.
           MOVE SPACES TO EDI-EXCEPTION-REPORT-LINE
           MOVE POW-PO-NUMBER TO EDI-EXCEPTION-REPORT-LINE(1:15)
           MOVE POW-ACCOUNT-NUMBER TO EDI-EXCEPTION-REPORT-LINE(17:6)
           MOVE 'ORDER' TO EDI-EXCEPTION-REPORT-LINE(24:6)
           MOVE WS-LINES-READ TO RPT-COUNT-EDITED
           STRING RPT-COUNT-EDITED ' LINE(S)' DELIMITED BY SIZE
               INTO EDI-EXCEPTION-REPORT-LINE(52:13)
           MOVE WS-PO-REASON TO EDI-EXCEPTION-REPORT-LINE(73:40)
           WRITE EDI-EXCEPTION-REPORT-LINE
           MOVE 'PROCESS-ONE-PURCHASE-ORDER' TO WS-ERR-PARAGRAPH-NAME
           MOVE WS-PO-REASON TO WS-ERR-DESCRIPTION
           MOVE POW-PO-NUMBER TO WS-ERR-OFFENDING-DATA
           PERFORM LOG-EDIORDER-ERROR.

      *---------------------------------------------------------------
      * Prints one rejected line.

       REPORT-REJECTED-LINE.
           MOVE SPACES TO EDI-EXCEPTION-REPORT-LINE
           MOVE POW-PO-NUMBER TO EDI-EXCEPTION-REPORT-LINE(1:15)
           MOVE POW-ACCOUNT-NUMBER TO EDI-EXCEPTION-REPORT-LINE(17:6)
           MOVE POW-LINE-ID(WS-LINE-INDEX)
               TO EDI-EXCEPTION-REPORT-LINE(24:6)
           MOVE POW-LINE-PART-NUMBER(WS-LINE-INDEX)
               TO EDI-EXCEPTION-REPORT-LINE(31:20)
           MOVE POW-LINE-QUANTITY(WS-LINE-INDEX) TO RPT-QTY-EDITED
           MOVE RPT-QTY-EDITED TO EDI-EXCEPTION-REPORT-LINE(52:6)
           MOVE POW-LINE-SKU(WS-LINE-INDEX)
               TO EDI-EXCEPTION-REPORT-LINE(61:10)
           MOVE POW-LINE-REASON(WS-LINE-INDEX)
               TO EDI-EXCEPTION-REPORT-LINE(73:37)
           WRITE EDI-EXCEPTION-REPORT-LINE.

      *---------------------------------------------------------------
      * Writes the report heading block.

       WRITE-EXCEPTION-REPORT-HEADER.
           MOVE SPACES TO EDI-EXCEPTION-REPORT-LINE
           MOVE 'ACME DISTRIBUTING CO.' TO EDI-EXCEPTION-REPORT-LINE
           WRITE EDI-EXCEPTION-REPORT-LINE
           MOVE SPACES TO EDI-EXCEPTION-REPORT-LINE
           STRING 'EDI PURCHASE ORDER EXCEPTIONS - RUN DATE '
               WS-RUN-DATE DELIMITED BY SIZE
               INTO EDI-EXCEPTION-REPORT-LINE
           WRITE EDI-EXCEPTION-REPORT-LINE
           MOVE SPACES TO EDI-EXCEPTION-REPORT-LINE
           STRING 'SENDER ' WS-SENDER-ID '  INTERCHANGE '
               WS-ISA-CONTROL-NUMBER DELIMITED BY SIZE
               INTO EDI-EXCEPTION-REPORT-LINE
           WRITE EDI-EXCEPTION-REPORT-LINE
           MOVE SPACES TO EDI-EXCEPTION-REPORT-LINE
           WRITE EDI-EXCEPTION-REPORT-LINE
           MOVE SPACES TO EDI-EXCEPTION-REPORT-LINE
           STRING 'PO NUMBER       ACCOUNT LINE   BUYER PART          '
               '    QTY   OUR SKU     REASON'
               DELIMITED BY SIZE INTO EDI-EXCEPTION-REPORT-LINE
           WRITE EDI-EXCEPTION-REPORT-LINE.

      *---------------------------------------------------------------
      * Writes the run totals.

       WRITE-EXCEPTION-REPORT-TOTALS.
           MOVE SPACES TO EDI-EXCEPTION-REPORT-LINE
           WRITE EDI-EXCEPTION-REPORT-LINE
           MOVE SPACES TO EDI-EXCEPTION-REPORT-LINE
           MOVE WS-PO-RESPONSE-COUNT TO RPT-COUNT-EDITED
           STRING 'PURCHASE ORDERS RECEIVED:       ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO EDI-EXCEPTION-REPORT-LINE
           WRITE EDI-EXCEPTION-REPORT-LINE
           MOVE SPACES TO EDI-EXCEPTION-REPORT-LINE
           MOVE WS-POS-ACCEPTED TO RPT-COUNT-EDITED
           STRING 'ACCEPTED:                       ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO EDI-EXCEPTION-REPORT-LINE
           WRITE EDI-EXCEPTION-REPORT-LINE
           MOVE SPACES TO EDI-EXCEPTION-REPORT-LINE
           MOVE WS-POS-PARTIAL TO RPT-COUNT-EDITED
           STRING 'ACCEPTED WITH LINES REJECTED:   ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO EDI-EXCEPTION-REPORT-LINE
           WRITE EDI-EXCEPTION-REPORT-LINE
           MOVE SPACES TO EDI-EXCEPTION-REPORT-LINE
           MOVE WS-POS-REJECTED TO RPT-COUNT-EDITED
           STRING 'REJECTED:                       ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO EDI-EXCEPTION-REPORT-LINE
           WRITE EDI-EXCEPTION-REPORT-LINE
           MOVE SPACES TO EDI-EXCEPTION-REPORT-LINE
           MOVE WS-TOTAL-LINES-BOOKED TO RPT-COUNT-EDITED
           STRING 'LINES SENT TO ORDER ENTRY:      ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO EDI-EXCEPTION-REPORT-LINE
           WRITE EDI-EXCEPTION-REPORT-LINE
           MOVE SPACES TO EDI-EXCEPTION-REPORT-LINE
           MOVE WS-TOTAL-LINES-REJECTED TO RPT-COUNT-EDITED
           STRING 'LINES REJECTED:                 ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO EDI-EXCEPTION-REPORT-LINE
           WRITE EDI-EXCEPTION-REPORT-LINE.

      *---------------------------------------------------------------
      * Consumes the interchange so it cannot import twice.

       CLEAR-EDI-FILE.
           OPEN OUTPUT EDI-850-INBOUND-FILE
           CLOSE EDI-850-INBOUND-FILE.
