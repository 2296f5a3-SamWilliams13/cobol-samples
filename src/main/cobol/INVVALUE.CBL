      * Month-end inventory valuation report.
      *
      * Reads INVENTORY-FILE and extends each SKU's on-hand quantity
      * in each warehouse at its moving-average unit cost, with the
      * SKU master description alongside, so the company's biggest
      * asset has a dollar value from the system instead of from
      * accounting's spreadsheet. A SKU holding stock with no
      * captured cost is flagged - its value is understated until a
      * costed receipt comes through - and a negative balance is
      * flagged the same way. Stock on the road between warehouses
      * is valued from IN-TRANSIT-FILE at the cost it left with, so
      * a transfer never drops out of the total while it travels.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  INVVALUE.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SKU-MASTER-FILE ASSIGN TO "SKU-MASTER-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT IN-TRANSIT-FILE ASSIGN TO "IN-TRANSIT-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-TRANSIT-STATUS.
           SELECT VALUATION-REPORT-FILE
               ASSIGN TO "INVENTORY-VALUATION-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MONTH-END-CONTROL-TOTALS-FILE
               ASSIGN TO "MONTH-END-CONTROL-TOTALS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONTH-END-TOTALS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SKU-MASTER-FILE.
       COPY SKUMAST.

       FD  IN-TRANSIT-FILE.
       COPY INTRANS.

       FD  VALUATION-REPORT-FILE.
       01  VALUATION-REPORT-LINE        PIC X(132).

       FD  MONTH-END-CONTROL-TOTALS-FILE.
       COPY CTLTOTAL.

       WORKING-STORAGE SECTION.
       01  FILLER.
           05  WS-MONTH-END-TOTALS-STATUS PIC XX.
           05  WS-INVENTORY-EOF-FLAG    PIC X VALUE 'N'.
               88  END-OF-INVENTORY-FILE    VALUE 'Y'.
           05  WS-SKU-EOF-FLAG          PIC X VALUE 'N'.
           05  WS-UNCOSTED-COUNT        PIC S9(05) VALUE 0.
           05  WS-EXTENDED-VALUE        PIC S9(11)V99.
           05  WS-TOTAL-VALUE           PIC S9(11)V99 VALUE 0.
           05  WS-IN-TRANSIT-STATUS     PIC XX.
           05  WS-IN-TRANSIT-EOF-FLAG   PIC X VALUE 'N'.
               88  END-OF-IN-TRANSIT-FILE   VALUE 'Y'.
           05  WS-ON-HAND-VALUE         PIC S9(11)V99 VALUE 0.
           05  WS-IN-TRANSIT-VALUE      PIC S9(11)V99 VALUE 0.
           05  WS-TRANSFER-COUNT        PIC S9(05) VALUE 0.
           05  WS-RUN-DATE              PIC X(08).

       01  RPT-QTY-EDITED               PIC Z(6)9-.
               END-READ
           END-PERFORM
           CLOSE INVENTORY-FILE
           MOVE WS-TOTAL-VALUE TO WS-ON-HAND-VALUE
           PERFORM VALUE-GOODS-IN-TRANSIT
           PERFORM WRITE-VALUATION-REPORT-TOTALS
           CLOSE VALUATION-REPORT-FILE
           PERFORM WRITE-MONTH-END-TOTALS
           GOBACK.

      *---------------------------------------------------------------
           CLOSE SKU-MASTER-FILE.

      *---------------------------------------------------------------
      * Extends one SKU's quantity in one warehouse at its average
      * cost and writes its valuation line.

       VALUE-ONE-SKU.
           ADD 1 TO WS-SKU-COUNT
               MOVE '*** NEGATIVE BALANCE ***'
                   TO VALUATION-REPORT-LINE(75:24)
           END-IF
           IF INR-WAREHOUSE-CODE = SPACES
               MOVE '01' TO VALUATION-REPORT-LINE(101:2)
           ELSE
               MOVE INR-WAREHOUSE-CODE TO VALUATION-REPORT-LINE(101:2)
           END-IF
           WRITE VALUATION-REPORT-LINE.

      *---------------------------------------------------------------
      * Lists every open transfer on IN-TRANSIT-FILE at the cost it
      * shipped at and adds it to the stock total. A missing file
      * means nothing is on the road.

       VALUE-GOODS-IN-TRANSIT.
           MOVE SPACES TO VALUATION-REPORT-LINE
           WRITE VALUATION-REPORT-LINE
           MOVE SPACES TO VALUATION-REPORT-LINE
           STRING 'GOODS IN TRANSIT BETWEEN WAREHOUSES'
               DELIMITED BY SIZE INTO VALUATION-REPORT-LINE
           WRITE VALUATION-REPORT-LINE
           MOVE SPACES TO VALUATION-REPORT-LINE
           STRING 'SKU         TRANSFER  FROM TO  SHIPPED    '
               '  QTY   AVG COST        VALUE' DELIMITED BY SIZE
               INTO VALUATION-REPORT-LINE
           WRITE VALUATION-REPORT-LINE
           OPEN INPUT IN-TRANSIT-FILE
           IF WS-IN-TRANSIT-STATUS NOT = '00'
               SET END-OF-IN-TRANSIT-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-IN-TRANSIT-FILE
               READ IN-TRANSIT-FILE
                   AT END
                       SET END-OF-IN-TRANSIT-FILE TO TRUE
                   NOT AT END
                       PERFORM VALUE-ONE-TRANSFER
               END-READ
           END-PERFORM
           IF WS-IN-TRANSIT-STATUS = '00' OR '10'
               CLOSE IN-TRANSIT-FILE
           END-IF.

      *---------------------------------------------------------------
      * Extends one open transfer at the cost it shipped at and
      * writes its valuation line.

       VALUE-ONE-TRANSFER.
           ADD 1 TO WS-TRANSFER-COUNT
           COMPUTE WS-EXTENDED-VALUE ROUNDED =
               ITR-QUANTITY * ITR-UNIT-COST
           ADD WS-EXTENDED-VALUE TO WS-IN-TRANSIT-VALUE
           ADD WS-EXTENDED-VALUE TO WS-TOTAL-VALUE
           MOVE SPACES TO VALUATION-REPORT-LINE
           MOVE ITR-SKU TO VALUATION-REPORT-LINE(1:10)
           MOVE ITR-TRANSFER-NUMBER TO VALUATION-REPORT-LINE(13:8)
           MOVE ITR-FROM-WAREHOUSE TO VALUATION-REPORT-LINE(23:2)
           MOVE ITR-TO-WAREHOUSE TO VALUATION-REPORT-LINE(28:2)
           MOVE ITR-SHIP-DATE TO VALUATION-REPORT-LINE(32:8)
           MOVE ITR-QUANTITY TO RPT-QTY-EDITED
           MOVE RPT-QTY-EDITED TO VALUATION-REPORT-LINE(40:8)
           MOVE ITR-UNIT-COST TO RPT-COST-EDITED
           MOVE RPT-COST-EDITED TO VALUATION-REPORT-LINE(49:9)
           MOVE WS-EXTENDED-VALUE TO RPT-VALUE-EDITED
           MOVE RPT-VALUE-EDITED TO VALUATION-REPORT-LINE(58:15)
           WRITE VALUATION-REPORT-LINE.

      *---------------------------------------------------------------
           WRITE VALUATION-REPORT-LINE
           MOVE SPACES TO VALUATION-REPORT-LINE
           STRING 'SKU         DESCRIPTION            ON HAND   '
               'AVG COST        VALUE'
               '                                  WH' DELIMITED BY SIZE
               INTO VALUATION-REPORT-LINE
           WRITE VALUATION-REPORT-LINE.

       WRITE-VALUATION-REPORT-TOTALS.
           MOVE SPACES TO VALUATION-REPORT-LINE
           WRITE VALUATION-REPORT-LINE
           MOVE WS-ON-HAND-VALUE TO RPT-VALUE-EDITED
           MOVE SPACES TO VALUATION-REPORT-LINE
           STRING 'ON HAND VALUE:     ' RPT-VALUE-EDITED
               DELIMITED BY SIZE INTO VALUATION-REPORT-LINE
           WRITE VALUATION-REPORT-LINE
           MOVE WS-IN-TRANSIT-VALUE TO RPT-VALUE-EDITED
           MOVE SPACES TO VALUATION-REPORT-LINE
           STRING 'IN TRANSIT VALUE:  ' RPT-VALUE-EDITED
               DELIMITED BY SIZE INTO VALUATION-REPORT-LINE
           WRITE VALUATION-REPORT-LINE
           MOVE WS-TOTAL-VALUE TO RPT-VALUE-EDITED
           MOVE SPACES TO VALUATION-REPORT-LINE
           STRING 'TOTAL STOCK VALUE: ' RPT-VALUE-EDITED
           STRING 'SKUS VALUED:       ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO VALUATION-REPORT-LINE
           WRITE VALUATION-REPORT-LINE
           MOVE WS-TRANSFER-COUNT TO RPT-COUNT-EDITED
           MOVE SPACES TO VALUATION-REPORT-LINE
           STRING 'TRANSFERS ON ROAD: ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO VALUATION-REPORT-LINE
           WRITE VALUATION-REPORT-LINE
           MOVE WS-UNCOSTED-COUNT TO RPT-COUNT-EDITED
           MOVE SPACES TO VALUATION-REPORT-LINE
           STRING 'STOCK WITH NO COST:' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO VALUATION-REPORT-LINE
           WRITE VALUATION-REPORT-LINE.

      *---------------------------------------------------------------
      * Appends this run's control totals to MONTH-END-CONTROL-TOTALS
      * for the MONTHEND sign-off summary: the SKU count and the total
      * inventory value, goods in transit included.

       WRITE-MONTH-END-TOTALS.
           OPEN EXTEND MONTH-END-CONTROL-TOTALS-FILE
           IF WS-MONTH-END-TOTALS-STATUS = '35'
               OPEN OUTPUT MONTH-END-CONTROL-TOTALS-FILE
           END-IF
           MOVE 'INVVALUE' TO CTL-PROGRAM-NAME
           MOVE WS-SKU-COUNT TO CTL-RECORD-COUNT
           MOVE 0 TO CTL-HASH-TOTAL
           MOVE WS-TOTAL-VALUE TO CTL-AMOUNT-TOTAL
           CALL 'BUSDATE' USING CTL-RUN-DATE
           END-CALL
           ACCEPT CTL-RUN-TIME FROM TIME
           WRITE CONTROL-TOTAL-RECORD
           CLOSE MONTH-END-CONTROL-TOTALS-FILE.
