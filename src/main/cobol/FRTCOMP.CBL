      *****************************************************************
      * Program name:    FRTCOMP
      * Original author: Dave Nicolette
      *
      * Month-end billed versus rated freight by customer.
      *
      * Reads FREIGHT-AUDIT-FILE, where INVCALC records for every
      * shipment it bills the freight the rate table says it should
      * cost beside the freight actually billed, and prints per
      * customer account the shipments, rated freight, billed
      * freight, and the difference, largest freight given away
      * first, with how many of the customer's shipments carried a
      * keyed override and how many could not be rated. A second
      * section lists every override and every unrated shipment, so
      * whoever approves freight sees each keyed charge beside the
      * rate it replaced. Read only; nothing is updated.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FRTCOMP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FREIGHT-AUDIT-FILE ASSIGN TO "FREIGHT-AUDIT-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT FREIGHT-COMPARISON-REPORT-FILE
               ASSIGN TO "FREIGHT-COMPARISON-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FREIGHT-AUDIT-FILE.
       COPY FRTAUD.

       FD  FREIGHT-COMPARISON-REPORT-FILE.
       01  FREIGHT-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILLER.
           05  WS-AUDIT-FILE-STATUS     PIC XX.
           05  WS-EOF-FLAG              PIC X VALUE 'N'.
               88  END-OF-AUDIT-FILE        VALUE 'Y'.
           05  WS-FOUND-FLAG            PIC X.
               88  ENTRY-WAS-FOUND          VALUE 'Y'.
           05  WS-SORT-SWAPPED-FLAG     PIC X.
               88  A-SWAP-WAS-MADE          VALUE 'Y'.
           05  WS-SORT-INDEX            PIC S9(04).
           05  WORKING-INDEX            PIC S9(04).
           05  WS-CUSTOMER-COUNT        PIC S9(04) VALUE 0.
           05  WS-DROPPED-COUNT         PIC S9(05) VALUE 0.
           05  WS-SHIPMENT-COUNT        PIC S9(05) VALUE 0.
           05  WS-OVERRIDE-COUNT        PIC S9(05) VALUE 0.
           05  WS-NOT-RATED-COUNT       PIC S9(05) VALUE 0.
           05  WS-RATED-TOTAL           PIC S9(09)V99 VALUE 0.
           05  WS-BILLED-TOTAL          PIC S9(09)V99 VALUE 0.
           05  WS-DIFFERENCE            PIC S9(09)V99.
           05  WS-EARLIEST-DATE         PIC X(08) VALUE SPACES.
           05  WS-LATEST-DATE           PIC X(08) VALUE SPACES.
           05  WS-RUN-DATE              PIC X(08).

       01  RPT-AMOUNT-EDITED            PIC Z(8)9.99-.
       01  RPT-COUNT-EDITED             PIC ZZZZ9.
       01  RPT-WEIGHT-EDITED            PIC Z(6)9.99.

      * One entry per customer account on the audit file.
       01  CUSTOMER-FREIGHT-TABLE.
           05  CUSTOMER-FREIGHT-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-CUSTOMER-COUNT
                   INDEXED BY CUSTOMER-FREIGHT-IDX.
               10  CFT-ACCOUNT-NUMBER   PIC X(06).
               10  CFT-CUSTOMER-NAME    PIC X(19).
               10  CFT-SHIPMENTS        PIC S9(05).
               10  CFT-OVERRIDES        PIC S9(05).
               10  CFT-NOT-RATED        PIC S9(05).
               10  CFT-RATED            PIC S9(09)V99.
               10  CFT-BILLED           PIC S9(09)V99.
               10  CFT-DIFFERENCE       PIC S9(09)V99.
       01  CUSTOMER-FREIGHT-SWAP-AREA.
           05  CFT-SWAP-ACCOUNT-NUMBER  PIC X(06).
           05  CFT-SWAP-CUSTOMER-NAME   PIC X(19).
           05  CFT-SWAP-SHIPMENTS       PIC S9(05).
           05  CFT-SWAP-OVERRIDES       PIC S9(05).
           05  CFT-SWAP-NOT-RATED       PIC S9(05).
           05  CFT-SWAP-RATED           PIC S9(09)V99.
           05  CFT-SWAP-BILLED          PIC S9(09)V99.
           05  CFT-SWAP-DIFFERENCE      PIC S9(09)V99.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           CALL 'BUSDATE' USING WS-RUN-DATE
           END-CALL
           PERFORM ACCUMULATE-FREIGHT-AUDIT
           PERFORM RANK-CUSTOMER-FREIGHT
           OPEN OUTPUT FREIGHT-COMPARISON-REPORT-FILE
           PERFORM PRINT-CUSTOMER-COMPARISON
           PERFORM PRINT-FREIGHT-EXCEPTIONS
           CLOSE FREIGHT-COMPARISON-REPORT-FILE
           DISPLAY 'FRTCOMP: ' WS-SHIPMENT-COUNT ' shipment(s), '
               WS-OVERRIDE-COUNT ' override(s), ' WS-NOT-RATED-COUNT
               ' not rated'
           GOBACK.

      *---------------------------------------------------------------
      * Rolls every audit record into its customer's figures and the
      * report totals, noting the invoice date span the file covers.
      * A missing file is a month with nothing billed.

       ACCUMULATE-FREIGHT-AUDIT.
           OPEN INPUT FREIGHT-AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               SET END-OF-AUDIT-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-AUDIT-FILE
               READ FREIGHT-AUDIT-FILE
                   AT END
                       SET END-OF-AUDIT-FILE TO TRUE
                   NOT AT END
                       PERFORM ADD-ONE-SHIPMENT
               END-READ
           END-PERFORM
           IF WS-AUDIT-FILE-STATUS = '00' OR '10'
               CLOSE FREIGHT-AUDIT-FILE
           END-IF.

      *---------------------------------------------------------------
      * Adds the audit record just read to the totals and to its
      * customer's entry, starting one for a new account.

       ADD-ONE-SHIPMENT.
           ADD 1 TO WS-SHIPMENT-COUNT
           ADD FRA-RATED-FREIGHT TO WS-RATED-TOTAL
           ADD FRA-BILLED-FREIGHT TO WS-BILLED-TOTAL
           IF FRA-FREIGHT-OVERRIDDEN
               ADD 1 TO WS-OVERRIDE-COUNT
           END-IF
           IF FRA-FREIGHT-NOT-RATED
               ADD 1 TO WS-NOT-RATED-COUNT
           END-IF
           IF WS-EARLIEST-DATE = SPACES
               OR FRA-INV-DATE < WS-EARLIEST-DATE
               MOVE FRA-INV-DATE TO WS-EARLIEST-DATE
           END-IF
           IF FRA-INV-DATE > WS-LATEST-DATE
               MOVE FRA-INV-DATE TO WS-LATEST-DATE
           END-IF
           MOVE 'N' TO WS-FOUND-FLAG
           SET CUSTOMER-FREIGHT-IDX TO 1
           SEARCH CUSTOMER-FREIGHT-ENTRY
               AT END
                   CONTINUE
               WHEN CFT-ACCOUNT-NUMBER(CUSTOMER-FREIGHT-IDX)
                       = FRA-ACCOUNT-NUMBER
                   SET ENTRY-WAS-FOUND TO TRUE
           END-SEARCH
           IF NOT ENTRY-WAS-FOUND
               IF WS-CUSTOMER-COUNT < 500
                   ADD 1 TO WS-CUSTOMER-COUNT
                   SET CUSTOMER-FREIGHT-IDX TO WS-CUSTOMER-COUNT
                   MOVE FRA-ACCOUNT-NUMBER
                       TO CFT-ACCOUNT-NUMBER(CUSTOMER-FREIGHT-IDX)
                   MOVE FRA-CUSTOMER-NAME
                       TO CFT-CUSTOMER-NAME(CUSTOMER-FREIGHT-IDX)
                   MOVE 0 TO CFT-SHIPMENTS(CUSTOMER-FREIGHT-IDX)
                   MOVE 0 TO CFT-OVERRIDES(CUSTOMER-FREIGHT-IDX)
                   MOVE 0 TO CFT-NOT-RATED(CUSTOMER-FREIGHT-IDX)
                   MOVE 0 TO CFT-RATED(CUSTOMER-FREIGHT-IDX)
                   MOVE 0 TO CFT-BILLED(CUSTOMER-FREIGHT-IDX)
                   SET ENTRY-WAS-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-DROPPED-COUNT
               END-IF
           END-IF
           IF ENTRY-WAS-FOUND
               ADD 1 TO CFT-SHIPMENTS(CUSTOMER-FREIGHT-IDX)
               ADD FRA-RATED-FREIGHT
                   TO CFT-RATED(CUSTOMER-FREIGHT-IDX)
               ADD FRA-BILLED-FREIGHT
                   TO CFT-BILLED(CUSTOMER-FREIGHT-IDX)
               IF FRA-FREIGHT-OVERRIDDEN
                   ADD 1 TO CFT-OVERRIDES(CUSTOMER-FREIGHT-IDX)
               END-IF
               IF FRA-FREIGHT-NOT-RATED
                   ADD 1 TO CFT-NOT-RATED(CUSTOMER-FREIGHT-IDX)
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Works out each customer's rated-less-billed difference and
      * sorts the table largest difference first - the customers
      * getting the most freight for free at the top.

       RANK-CUSTOMER-FREIGHT.
           PERFORM VARYING WORKING-INDEX FROM 1 BY 1
                   UNTIL WORKING-INDEX > WS-CUSTOMER-COUNT
               COMPUTE CFT-DIFFERENCE(WORKING-INDEX) =
                   CFT-RATED(WORKING-INDEX) - CFT-BILLED(WORKING-INDEX)
           END-PERFORM
           SET A-SWAP-WAS-MADE TO TRUE
           PERFORM UNTIL NOT A-SWAP-WAS-MADE
               MOVE 'N' TO WS-SORT-SWAPPED-FLAG
               PERFORM VARYING WS-SORT-INDEX FROM 1 BY 1
                       UNTIL WS-SORT-INDEX >= WS-CUSTOMER-COUNT
                   IF CFT-DIFFERENCE(WS-SORT-INDEX)
                           < CFT-DIFFERENCE(WS-SORT-INDEX + 1)
                       MOVE CUSTOMER-FREIGHT-ENTRY(WS-SORT-INDEX)
                           TO CUSTOMER-FREIGHT-SWAP-AREA
                       MOVE CUSTOMER-FREIGHT-ENTRY(WS-SORT-INDEX + 1)
                           TO CUSTOMER-FREIGHT-ENTRY(WS-SORT-INDEX)
                       MOVE CUSTOMER-FREIGHT-SWAP-AREA
                           TO CUSTOMER-FREIGHT-ENTRY(WS-SORT-INDEX + 1)
                       SET A-SWAP-WAS-MADE TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.

      *---------------------------------------------------------------
      * Prints the by-customer section and the report totals.

       PRINT-CUSTOMER-COMPARISON.
           MOVE SPACES TO FREIGHT-REPORT-LINE
           MOVE 'ACME DISTRIBUTING CO.' TO FREIGHT-REPORT-LINE
           WRITE FREIGHT-REPORT-LINE
           MOVE SPACES TO FREIGHT-REPORT-LINE
           STRING 'BILLED VERSUS RATED FREIGHT BY CUSTOMER - AS OF '
               WS-RUN-DATE ' - INVOICES ' WS-EARLIEST-DATE ' TO '
               WS-LATEST-DATE
               DELIMITED BY SIZE INTO FREIGHT-REPORT-LINE
           WRITE FREIGHT-REPORT-LINE
           MOVE SPACES TO FREIGHT-REPORT-LINE
           WRITE FREIGHT-REPORT-LINE
           MOVE SPACES TO FREIGHT-REPORT-LINE
           STRING 'ACCOUNT CUSTOMER            SHIPS         RATED'
               '        BILLED    DIFFERENCE  OVRD UNRTD'
               DELIMITED BY SIZE INTO FREIGHT-REPORT-LINE
           WRITE FREIGHT-REPORT-LINE
           PERFORM VARYING WORKING-INDEX FROM 1 BY 1
                   UNTIL WORKING-INDEX > WS-CUSTOMER-COUNT
               PERFORM PRINT-CUSTOMER-FREIGHT-LINE
           END-PERFORM
           MOVE SPACES TO FREIGHT-REPORT-LINE
           WRITE FREIGHT-REPORT-LINE
           MOVE SPACES TO FREIGHT-REPORT-LINE
           MOVE 'TOTAL' TO FREIGHT-REPORT-LINE(1:5)
           MOVE WS-SHIPMENT-COUNT TO RPT-COUNT-EDITED
           MOVE RPT-COUNT-EDITED TO FREIGHT-REPORT-LINE(29:5)
           MOVE WS-RATED-TOTAL TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED TO FREIGHT-REPORT-LINE(35:13)
           MOVE WS-BILLED-TOTAL TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED TO FREIGHT-REPORT-LINE(49:13)
           COMPUTE WS-DIFFERENCE = WS-RATED-TOTAL - WS-BILLED-TOTAL
           MOVE WS-DIFFERENCE TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED TO FREIGHT-REPORT-LINE(63:13)
           MOVE WS-OVERRIDE-COUNT TO RPT-COUNT-EDITED
           MOVE RPT-COUNT-EDITED TO FREIGHT-REPORT-LINE(77:5)
           MOVE WS-NOT-RATED-COUNT TO RPT-COUNT-EDITED
           MOVE RPT-COUNT-EDITED TO FREIGHT-REPORT-LINE(83:5)
           WRITE FREIGHT-REPORT-LINE
           IF WS-DROPPED-COUNT > 0
               MOVE WS-DROPPED-COUNT TO RPT-COUNT-EDITED
               MOVE SPACES TO FREIGHT-REPORT-LINE
               STRING '*** ' RPT-COUNT-EDITED ' SHIPMENT(S) IN THE '
                   'TOTAL BUT OVER THE CUSTOMER TABLE CAPACITY ***'
                   DELIMITED BY SIZE INTO FREIGHT-REPORT-LINE
               WRITE FREIGHT-REPORT-LINE
           END-IF.

      *---------------------------------------------------------------
      * Prints one customer's line.

       PRINT-CUSTOMER-FREIGHT-LINE.
           MOVE SPACES TO FREIGHT-REPORT-LINE
           MOVE CFT-ACCOUNT-NUMBER(WORKING-INDEX)
               TO FREIGHT-REPORT-LINE(1:6)
           MOVE CFT-CUSTOMER-NAME(WORKING-INDEX)
               TO FREIGHT-REPORT-LINE(9:19)
           MOVE CFT-SHIPMENTS(WORKING-INDEX) TO RPT-COUNT-EDITED
           MOVE RPT-COUNT-EDITED TO FREIGHT-REPORT-LINE(29:5)
           MOVE CFT-RATED(WORKING-INDEX) TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED TO FREIGHT-REPORT-LINE(35:13)
           MOVE CFT-BILLED(WORKING-INDEX) TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED TO FREIGHT-REPORT-LINE(49:13)
           MOVE CFT-DIFFERENCE(WORKING-INDEX) TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED TO FREIGHT-REPORT-LINE(63:13)
           MOVE CFT-OVERRIDES(WORKING-INDEX) TO RPT-COUNT-EDITED
           MOVE RPT-COUNT-EDITED TO FREIGHT-REPORT-LINE(77:5)
           MOVE CFT-NOT-RATED(WORKING-INDEX) TO RPT-COUNT-EDITED
           MOVE RPT-COUNT-EDITED TO FREIGHT-REPORT-LINE(83:5)
           WRITE FREIGHT-REPORT-LINE.

      *---------------------------------------------------------------
      * Lists every override and every unrated shipment from a
      * second pass of the audit file, in the order they were billed.

       PRINT-FREIGHT-EXCEPTIONS.
           MOVE SPACES TO FREIGHT-REPORT-LINE
           WRITE FREIGHT-REPORT-LINE
           MOVE SPACES TO FREIGHT-REPORT-LINE
           MOVE 'FREIGHT OVERRIDES AND UNRATED SHIPMENTS'
               TO FREIGHT-REPORT-LINE
           WRITE FREIGHT-REPORT-LINE
           MOVE SPACES TO FREIGHT-REPORT-LINE
           STRING 'INVOICE  DATE     ACCOUNT CUSTOMER            WH ST'
               ' ZN  WEIGHT KG         RATED        BILLED  STATUS'
               DELIMITED BY SIZE INTO FREIGHT-REPORT-LINE
           WRITE FREIGHT-REPORT-LINE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT FREIGHT-AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               SET END-OF-AUDIT-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-AUDIT-FILE
               READ FREIGHT-AUDIT-FILE
                   AT END
                       SET END-OF-AUDIT-FILE TO TRUE
                   NOT AT END
                       IF FRA-FREIGHT-OVERRIDDEN
                           OR FRA-FREIGHT-NOT-RATED
                           PERFORM PRINT-FREIGHT-EXCEPTION-LINE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AUDIT-FILE-STATUS = '00' OR '10'
               CLOSE FREIGHT-AUDIT-FILE
           END-IF.

      *---------------------------------------------------------------
      * Prints the override or unrated shipment just read.

       PRINT-FREIGHT-EXCEPTION-LINE.
           MOVE SPACES TO FREIGHT-REPORT-LINE
           MOVE FRA-INV-NUMBER TO FREIGHT-REPORT-LINE(1:8)
           MOVE FRA-INV-DATE TO FREIGHT-REPORT-LINE(10:8)
           MOVE FRA-ACCOUNT-NUMBER TO FREIGHT-REPORT-LINE(19:6)
           MOVE FRA-CUSTOMER-NAME TO FREIGHT-REPORT-LINE(27:19)
           MOVE FRA-WAREHOUSE-CODE TO FREIGHT-REPORT-LINE(47:2)
           MOVE FRA-DEST-STATE TO FREIGHT-REPORT-LINE(50:2)
           MOVE FRA-ZONE TO FREIGHT-REPORT-LINE(53:2)
           MOVE FRA-SHIPMENT-WEIGHT-KG TO RPT-WEIGHT-EDITED
           MOVE RPT-WEIGHT-EDITED TO FREIGHT-REPORT-LINE(56:10)
           MOVE FRA-RATED-FREIGHT TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED TO FREIGHT-REPORT-LINE(67:13)
           MOVE FRA-BILLED-FREIGHT TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED TO FREIGHT-REPORT-LINE(81:13)
           IF FRA-FREIGHT-OVERRIDDEN
               MOVE 'OVERRIDE' TO FREIGHT-REPORT-LINE(96:8)
           ELSE
               MOVE 'NOT RATED' TO FREIGHT-REPORT-LINE(96:9)
           END-IF
           WRITE FREIGHT-REPORT-LINE.
