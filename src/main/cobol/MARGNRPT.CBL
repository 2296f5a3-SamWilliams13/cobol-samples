      *****************************************************************
      * Program name:    MARGNRPT
      * Original author: Dave Nicolette
      *
      * Gross margin analysis by SKU, customer, and salesperson.
      *
      * SALESRPT ranks what was billed; this report shows what was
      * made. Reads SALES-EXTRACT-FILE, where INVCALC now carries
      * each product line's unit cost at the time of sale, and
      * prints revenue, cost, gross margin dollars, and margin
      * percent by SKU, by customer, and by salesperson (named from
      * SALESPERSON-MASTER-FILE), each ranked highest margin dollars
      * first, with period totals. Charge lines are fees, not goods,
      * and stay out; a product line with no cost on file has no
      * margin to report and is counted separately so the gap shows
      * instead of passing as pure profit. Revenue is put into home
      * currency at the rate the invoice was billed at, so a foreign
      * currency sale sets against its cost in the same money.
      *
      * An exception section lists every line sold below cost or
      * under the minimum margin, contract-priced lines marked, so
      * sales management sees which deals are losing money. Credit
      * memo lines reverse their sale in the totals but are not
      * listed as exceptions.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MARGNRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-EXTRACT-FILE ASSIGN TO "SALES-EXTRACT-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT SALESPERSON-MASTER-FILE
               ASSIGN TO "SALESPERSON-MASTER-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALESPERSON-STATUS.
           SELECT MARGIN-REPORT-FILE
               ASSIGN TO "GROSS-MARGIN-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-EXTRACT-FILE.
       COPY SALESEXT.

       FD  SALESPERSON-MASTER-FILE.
       COPY SLSMAST.

       FD  MARGIN-REPORT-FILE.
       01  MARGIN-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILLER.
           05  WS-EXTRACT-STATUS        PIC XX.
           05  WS-SALESPERSON-STATUS    PIC XX.
           05  WS-EXTRACT-EOF-FLAG      PIC X VALUE 'N'.
               88  END-OF-EXTRACT-FILE      VALUE 'Y'.
           05  WS-SALESPERSON-EOF-FLAG  PIC X VALUE 'N'.
               88  END-OF-SALESPERSON-FILE  VALUE 'Y'.
           05  WS-SALESPERSON-COUNT     PIC S9(04) VALUE 0.
           05  WS-SKU-MARGIN-COUNT      PIC S9(05) VALUE 0.
           05  WS-CUST-MARGIN-COUNT     PIC S9(05) VALUE 0.
           05  WS-SLS-MARGIN-COUNT      PIC S9(05) VALUE 0.
           05  WS-EXCEPTION-COUNT       PIC S9(05) VALUE 0.
           05  WS-BELOW-COST-COUNT      PIC S9(05) VALUE 0.
           05  WS-CONTRACT-EXCEPTION-COUNT PIC S9(05) VALUE 0.
           05  WS-UNCOSTED-LINE-COUNT   PIC S9(07) VALUE 0.
           05  WS-UNCOSTED-REVENUE      PIC S9(09)V99 VALUE 0.
      * Lines left out of a section because its table filled: kept
      * out loudly and counted on the report, never posted into
      * another entry's figures.
           05  WS-DROPPED-LINE-COUNT    PIC S9(07) VALUE 0.
           05  WS-PERIOD-REVENUE        PIC S9(09)V99 VALUE 0.
           05  WS-PERIOD-COST           PIC S9(09)V99 VALUE 0.
           05  WS-MARGIN-DOLLARS        PIC S9(09)V99.
           05  WS-MARGIN-PERCENT        PIC S9(05)V99.
           05  WS-SORT-SWAPPED-FLAG     PIC X.
               88  A-SWAP-WAS-MADE          VALUE 'Y'.
           05  WS-FOUND-FLAG            PIC X.
               88  ENTRY-WAS-FOUND          VALUE 'Y'.
           05  WORKING-INDEX            PIC S9(05).
           05  WS-SORT-INDEX            PIC S9(05).
           05  WS-RUN-DATE              PIC X(08).
           05  WS-SECTION-KEY           PIC X(19).
           05  WS-SECTION-NAME          PIC X(30).
           05  WS-SECTION-REVENUE       PIC S9(09)V99.
           05  WS-SECTION-COST          PIC S9(09)V99.
      * The extract line's amount in home currency, the currency its
      * cost is carried in.
           05  WS-LINE-REVENUE          PIC S9(07)V99.

      * Margin percent a line must make; a line under it is listed
      * as an exception even when it is above cost.
       01  MINIMUM-MARGIN-PCT           PIC 9(02)V99 VALUE 15.00.

       01  RPT-DOLLARS-EDITED           PIC Z(8)9.99-.
       01  RPT-PERCENT-EDITED           PIC ZZZ9.99-.
       01  RPT-COUNT-EDITED             PIC ZZZZZZ9.
       01  RPT-RANK-EDITED              PIC ZZZ9.
       01  RPT-QUANTITY-EDITED          PIC ZZZZ9-.

       01  SALESPERSON-TABLE.
           05  SALESPERSON-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-SALESPERSON-COUNT
                   INDEXED BY SALESPERSON-IDX.
               10  SLT-SALESPERSON-CODE PIC X(03).
               10  SLT-NAME             PIC X(30).

       01  SKU-MARGIN-TABLE.
           05  SKU-MARGIN-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-SKU-MARGIN-COUNT
                   INDEXED BY SKU-MARGIN-IDX.
               10  SKG-SKU              PIC X(10).
               10  SKG-REVENUE          PIC S9(09)V99.
               10  SKG-COST             PIC S9(09)V99.
               10  SKG-MARGIN           PIC S9(09)V99.
       01  SKU-MARGIN-SWAP-AREA.
           05  SKG-SWAP-SKU             PIC X(10).
           05  SKG-SWAP-REVENUE         PIC S9(09)V99.
           05  SKG-SWAP-COST            PIC S9(09)V99.
           05  SKG-SWAP-MARGIN          PIC S9(09)V99.

       01  CUST-MARGIN-TABLE.
           05  CUST-MARGIN-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-CUST-MARGIN-COUNT
                   INDEXED BY CUST-MARGIN-IDX.
               10  CMG-CUSTOMER-NAME    PIC X(19).
               10  CMG-REVENUE          PIC S9(09)V99.
               10  CMG-COST             PIC S9(09)V99.
               10  CMG-MARGIN           PIC S9(09)V99.
       01  CUST-MARGIN-SWAP-AREA.
           05  CMG-SWAP-CUSTOMER-NAME   PIC X(19).
           05  CMG-SWAP-REVENUE         PIC S9(09)V99.
           05  CMG-SWAP-COST            PIC S9(09)V99.
           05  CMG-SWAP-MARGIN          PIC S9(09)V99.

       01  SLS-MARGIN-TABLE.
           05  SLS-MARGIN-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-SLS-MARGIN-COUNT
                   INDEXED BY SLS-MARGIN-IDX.
               10  SMG-SALESPERSON-CODE PIC X(03).
               10  SMG-REVENUE          PIC S9(09)V99.
               10  SMG-COST             PIC S9(09)V99.
               10  SMG-MARGIN           PIC S9(09)V99.
       01  SLS-MARGIN-SWAP-AREA.
           05  SMG-SWAP-SALESPERSON-CODE PIC X(03).
           05  SMG-SWAP-REVENUE         PIC S9(09)V99.
           05  SMG-SWAP-COST            PIC S9(09)V99.
           05  SMG-SWAP-MARGIN          PIC S9(09)V99.

      * Lines under the minimum margin, held for the exception
      * section so it can follow the ranked sections.
       01  EXCEPTION-TABLE.
           05  EXCEPTION-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-EXCEPTION-COUNT
                   INDEXED BY EXCEPTION-IDX.
               10  EXT-INV-NUMBER       PIC X(08).
               10  EXT-INV-DATE         PIC X(08).
               10  EXT-CUSTOMER-NAME    PIC X(19).
               10  EXT-SALESPERSON-CODE PIC X(03).
               10  EXT-SKU              PIC X(10).
               10  EXT-QUANTITY         PIC S9(05).
               10  EXT-REVENUE          PIC S9(07)V99.
               10  EXT-COST             PIC S9(07)V99.
               10  EXT-MARGIN-PERCENT   PIC S9(05)V99.
               10  EXT-CONTRACT-FLAG    PIC X.
                   88  EXT-CONTRACT-PRICED  VALUE 'Y'.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           CALL 'BUSDATE' USING WS-RUN-DATE
           END-CALL
           PERFORM LOAD-SALESPERSON-MASTER
           PERFORM ACCUMULATE-SALES-EXTRACT
           PERFORM RANK-SKU-MARGINS
           PERFORM RANK-CUSTOMER-MARGINS
           PERFORM RANK-SALESPERSON-MARGINS
           PERFORM PRINT-MARGIN-ANALYSIS
           DISPLAY 'MARGNRPT: ' WS-EXCEPTION-COUNT ' line(s) under '
               'the minimum margin, ' WS-BELOW-COST-COUNT
               ' below cost'
           GOBACK.

      *---------------------------------------------------------------
      * Loads salesperson names for the by-salesperson section.

       LOAD-SALESPERSON-MASTER.
           OPEN INPUT SALESPERSON-MASTER-FILE
           IF WS-SALESPERSON-STATUS NOT = '00'
               SET END-OF-SALESPERSON-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-SALESPERSON-FILE
               READ SALESPERSON-MASTER-FILE
                   AT END
                       SET END-OF-SALESPERSON-FILE TO TRUE
                   NOT AT END
                       IF WS-SALESPERSON-COUNT < 200
                           ADD 1 TO WS-SALESPERSON-COUNT
                           MOVE SLS-SALESPERSON-CODE
                               TO SLT-SALESPERSON-CODE
                                   (WS-SALESPERSON-COUNT)
                           MOVE SLS-NAME
                               TO SLT-NAME(WS-SALESPERSON-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SALESPERSON-STATUS = '00' OR '10'
               CLOSE SALESPERSON-MASTER-FILE
           END-IF.

      *---------------------------------------------------------------
      * Reads every sales extract line. Charge lines are skipped; a
      * product line with no captured cost is counted apart; every
      * costed line rolls into the three sections and the period
      * totals and is tested against the minimum margin.

       ACCUMULATE-SALES-EXTRACT.
           OPEN INPUT SALES-EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = '00'
               SET END-OF-EXTRACT-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-EXTRACT-FILE
               READ SALES-EXTRACT-FILE
                   AT END
                       SET END-OF-EXTRACT-FILE TO TRUE
                   NOT AT END
                       PERFORM CONVERT-LINE-REVENUE
                       EVALUATE TRUE
                           WHEN SLX-LINE-IS-A-CHARGE
                               CONTINUE
                           WHEN NOT SLX-COST-WAS-CAPTURED
                               ADD 1 TO WS-UNCOSTED-LINE-COUNT
                               ADD WS-LINE-REVENUE
                                   TO WS-UNCOSTED-REVENUE
                           WHEN OTHER
                               ADD WS-LINE-REVENUE
                                   TO WS-PERIOD-REVENUE
                               ADD SLX-EXTENDED-COST
                                   TO WS-PERIOD-COST
                               PERFORM ADD-TO-SKU-MARGINS
                               PERFORM ADD-TO-CUSTOMER-MARGINS
                               PERFORM ADD-TO-SALESPERSON-MARGINS
                               PERFORM TEST-LINE-MARGIN
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-EXTRACT-STATUS = '00' OR '10'
               CLOSE SALES-EXTRACT-FILE
           END-IF.

      *---------------------------------------------------------------
      * Puts the current line's billed amount into home currency at
      * the invoice's exchange rate. A line with no rate predates
      * the rate on the extract and was billed in home currency.

       CONVERT-LINE-REVENUE.
           IF SLX-EXCHANGE-RATE IS NUMERIC
               AND SLX-EXCHANGE-RATE > 0
               COMPUTE WS-LINE-REVENUE ROUNDED =
                   SLX-EXTENDED-AMOUNT * SLX-EXCHANGE-RATE
           ELSE
               MOVE SLX-EXTENDED-AMOUNT TO WS-LINE-REVENUE
           END-IF.

      *---------------------------------------------------------------
      * Rolls the current line into its SKU's figures.

       ADD-TO-SKU-MARGINS.
           MOVE 'N' TO WS-FOUND-FLAG
           SET SKU-MARGIN-IDX TO 1
           SEARCH SKU-MARGIN-ENTRY
               AT END
                   CONTINUE
               WHEN SKG-SKU(SKU-MARGIN-IDX) = SLX-SKU
                   SET ENTRY-WAS-FOUND TO TRUE
                   ADD WS-LINE-REVENUE
                       TO SKG-REVENUE(SKU-MARGIN-IDX)
                   ADD SLX-EXTENDED-COST TO SKG-COST(SKU-MARGIN-IDX)
           END-SEARCH
           IF NOT ENTRY-WAS-FOUND
               IF WS-SKU-MARGIN-COUNT < 500
                   ADD 1 TO WS-SKU-MARGIN-COUNT
                   MOVE SLX-SKU TO SKG-SKU(WS-SKU-MARGIN-COUNT)
                   MOVE WS-LINE-REVENUE
                       TO SKG-REVENUE(WS-SKU-MARGIN-COUNT)
                   MOVE SLX-EXTENDED-COST
                       TO SKG-COST(WS-SKU-MARGIN-COUNT)
               ELSE
                   ADD 1 TO WS-DROPPED-LINE-COUNT
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Rolls the current line into its customer's figures.

       ADD-TO-CUSTOMER-MARGINS.
           MOVE 'N' TO WS-FOUND-FLAG
           SET CUST-MARGIN-IDX TO 1
           SEARCH CUST-MARGIN-ENTRY
               AT END
                   CONTINUE
               WHEN CMG-CUSTOMER-NAME(CUST-MARGIN-IDX)
                       = SLX-CUSTOMER-NAME
                   SET ENTRY-WAS-FOUND TO TRUE
                   ADD WS-LINE-REVENUE
                       TO CMG-REVENUE(CUST-MARGIN-IDX)
                   ADD SLX-EXTENDED-COST TO CMG-COST(CUST-MARGIN-IDX)
           END-SEARCH
           IF NOT ENTRY-WAS-FOUND
               IF WS-CUST-MARGIN-COUNT < 200
                   ADD 1 TO WS-CUST-MARGIN-COUNT
                   MOVE SLX-CUSTOMER-NAME
                       TO CMG-CUSTOMER-NAME(WS-CUST-MARGIN-COUNT)
                   MOVE WS-LINE-REVENUE
                       TO CMG-REVENUE(WS-CUST-MARGIN-COUNT)
                   MOVE SLX-EXTENDED-COST
                       TO CMG-COST(WS-CUST-MARGIN-COUNT)
               ELSE
                   ADD 1 TO WS-DROPPED-LINE-COUNT
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Rolls the current line into its salesperson's figures.
      * Spaces is the house account.

       ADD-TO-SALESPERSON-MARGINS.
           MOVE 'N' TO WS-FOUND-FLAG
           SET SLS-MARGIN-IDX TO 1
           SEARCH SLS-MARGIN-ENTRY
               AT END
                   CONTINUE
               WHEN SMG-SALESPERSON-CODE(SLS-MARGIN-IDX)
                       = SLX-SALESPERSON-CODE
                   SET ENTRY-WAS-FOUND TO TRUE
                   ADD WS-LINE-REVENUE
                       TO SMG-REVENUE(SLS-MARGIN-IDX)
                   ADD SLX-EXTENDED-COST TO SMG-COST(SLS-MARGIN-IDX)
           END-SEARCH
           IF NOT ENTRY-WAS-FOUND
               IF WS-SLS-MARGIN-COUNT < 100
                   ADD 1 TO WS-SLS-MARGIN-COUNT
                   MOVE SLX-SALESPERSON-CODE
                       TO SMG-SALESPERSON-CODE(WS-SLS-MARGIN-COUNT)
                   MOVE WS-LINE-REVENUE
                       TO SMG-REVENUE(WS-SLS-MARGIN-COUNT)
                   MOVE SLX-EXTENDED-COST
                       TO SMG-COST(WS-SLS-MARGIN-COUNT)
               ELSE
                   ADD 1 TO WS-DROPPED-LINE-COUNT
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Holds the current line for the exception section when it
      * sold below cost or under the minimum margin. Credit memo
      * lines undo a sale and are not tested.

       TEST-LINE-MARGIN.
           IF SLX-QUANTITY > 0
               MOVE WS-LINE-REVENUE TO WS-SECTION-REVENUE
               MOVE SLX-EXTENDED-COST TO WS-SECTION-COST
               PERFORM COMPUTE-MARGIN-FIGURES
               IF WS-MARGIN-PERCENT < MINIMUM-MARGIN-PCT
                   IF WS-EXCEPTION-COUNT < 1000
                       PERFORM ADD-MARGIN-EXCEPTION
                   ELSE
                       ADD 1 TO WS-DROPPED-LINE-COUNT
                   END-IF
                   IF WS-MARGIN-DOLLARS < 0
                       ADD 1 TO WS-BELOW-COST-COUNT
                   END-IF
                   IF SLX-LINE-CONTRACT-PRICED
                       ADD 1 TO WS-CONTRACT-EXCEPTION-COUNT
                   END-IF
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Adds the current line to the exception table.

       ADD-MARGIN-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SLX-INV-NUMBER TO EXT-INV-NUMBER(WS-EXCEPTION-COUNT)
           MOVE SLX-INV-DATE TO EXT-INV-DATE(WS-EXCEPTION-COUNT)
           MOVE SLX-CUSTOMER-NAME
               TO EXT-CUSTOMER-NAME(WS-EXCEPTION-COUNT)
           MOVE SLX-SALESPERSON-CODE
               TO EXT-SALESPERSON-CODE(WS-EXCEPTION-COUNT)
           MOVE SLX-SKU TO EXT-SKU(WS-EXCEPTION-COUNT)
           MOVE SLX-QUANTITY TO EXT-QUANTITY(WS-EXCEPTION-COUNT)
           MOVE WS-LINE-REVENUE
               TO EXT-REVENUE(WS-EXCEPTION-COUNT)
           MOVE SLX-EXTENDED-COST TO EXT-COST(WS-EXCEPTION-COUNT)
           MOVE WS-MARGIN-PERCENT
               TO EXT-MARGIN-PERCENT(WS-EXCEPTION-COUNT)
           MOVE SLX-CONTRACT-FLAG
               TO EXT-CONTRACT-FLAG(WS-EXCEPTION-COUNT).

      *---------------------------------------------------------------
      * Sets WS-MARGIN-DOLLARS and WS-MARGIN-PERCENT from
      * WS-SECTION-REVENUE and WS-SECTION-COST. No revenue means no
      * percent to show.

       COMPUTE-MARGIN-FIGURES.
           COMPUTE WS-MARGIN-DOLLARS =
               WS-SECTION-REVENUE - WS-SECTION-COST
           IF WS-SECTION-REVENUE = 0
               MOVE 0 TO WS-MARGIN-PERCENT
           ELSE
               COMPUTE WS-MARGIN-PERCENT ROUNDED =
                   WS-MARGIN-DOLLARS * 100 / WS-SECTION-REVENUE
                   ON SIZE ERROR
                       MOVE -99999.99 TO WS-MARGIN-PERCENT
               END-COMPUTE
           END-IF.

      *---------------------------------------------------------------
      * Sorts SKU-MARGIN-TABLE highest margin dollars first, the
      * same neighbor-exchange SALESRPT ranks with, after setting
      * each entry's margin.

       RANK-SKU-MARGINS.
           PERFORM VARYING WORKING-INDEX FROM 1 BY 1
                   UNTIL WORKING-INDEX > WS-SKU-MARGIN-COUNT
               COMPUTE SKG-MARGIN(WORKING-INDEX) =
                   SKG-REVENUE(WORKING-INDEX) - SKG-COST(WORKING-INDEX)
           END-PERFORM
           SET A-SWAP-WAS-MADE TO TRUE
           PERFORM UNTIL NOT A-SWAP-WAS-MADE
               MOVE 'N' TO WS-SORT-SWAPPED-FLAG
               PERFORM VARYING WS-SORT-INDEX FROM 1 BY 1
                       UNTIL WS-SORT-INDEX >= WS-SKU-MARGIN-COUNT
                   IF SKG-MARGIN(WS-SORT-INDEX)
                           < SKG-MARGIN(WS-SORT-INDEX + 1)
                       MOVE SKU-MARGIN-ENTRY(WS-SORT-INDEX)
                           TO SKU-MARGIN-SWAP-AREA
                       MOVE SKU-MARGIN-ENTRY(WS-SORT-INDEX + 1)
                           TO SKU-MARGIN-ENTRY(WS-SORT-INDEX)
                       MOVE SKU-MARGIN-SWAP-AREA
                           TO SKU-MARGIN-ENTRY(WS-SORT-INDEX + 1)
                       SET A-SWAP-WAS-MADE TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.

      *---------------------------------------------------------------
      * Sorts CUST-MARGIN-TABLE highest margin dollars first.

       RANK-CUSTOMER-MARGINS.
           PERFORM VARYING WORKING-INDEX FROM 1 BY 1
                   UNTIL WORKING-INDEX > WS-CUST-MARGIN-COUNT
               COMPUTE CMG-MARGIN(WORKING-INDEX) =
                   CMG-REVENUE(WORKING-INDEX) - CMG-COST(WORKING-INDEX)
           END-PERFORM
           SET A-SWAP-WAS-MADE TO TRUE
           PERFORM UNTIL NOT A-SWAP-WAS-MADE
               MOVE 'N' TO WS-SORT-SWAPPED-FLAG
               PERFORM VARYING WS-SORT-INDEX FROM 1 BY 1
                       UNTIL WS-SORT-INDEX >= WS-CUST-MARGIN-COUNT
                   IF CMG-MARGIN(WS-SORT-INDEX)
                           < CMG-MARGIN(WS-SORT-INDEX + 1)
                       MOVE CUST-MARGIN-ENTRY(WS-SORT-INDEX)
                           TO CUST-MARGIN-SWAP-AREA
                       MOVE CUST-MARGIN-ENTRY(WS-SORT-INDEX + 1)
                           TO CUST-MARGIN-ENTRY(WS-SORT-INDEX)
                       MOVE CUST-MARGIN-SWAP-AREA
                           TO CUST-MARGIN-ENTRY(WS-SORT-INDEX + 1)
                       SET A-SWAP-WAS-MADE TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.

      *---------------------------------------------------------------
      * Sorts SLS-MARGIN-TABLE highest margin dollars first.

       RANK-SALESPERSON-MARGINS.
           PERFORM VARYING WORKING-INDEX FROM 1 BY 1
                   UNTIL WORKING-INDEX > WS-SLS-MARGIN-COUNT
               COMPUTE SMG-MARGIN(WORKING-INDEX) =
                   SMG-REVENUE(WORKING-INDEX) - SMG-COST(WORKING-INDEX)
           END-PERFORM
           SET A-SWAP-WAS-MADE TO TRUE
           PERFORM UNTIL NOT A-SWAP-WAS-MADE
               MOVE 'N' TO WS-SORT-SWAPPED-FLAG
               PERFORM VARYING WS-SORT-INDEX FROM 1 BY 1
                       UNTIL WS-SORT-INDEX >= WS-SLS-MARGIN-COUNT
                   IF SMG-MARGIN(WS-SORT-INDEX)
                           < SMG-MARGIN(WS-SORT-INDEX + 1)
                       MOVE SLS-MARGIN-ENTRY(WS-SORT-INDEX)
                           TO SLS-MARGIN-SWAP-AREA
                       MOVE SLS-MARGIN-ENTRY(WS-SORT-INDEX + 1)
                           TO SLS-MARGIN-ENTRY(WS-SORT-INDEX)
                       MOVE SLS-MARGIN-SWAP-AREA
                           TO SLS-MARGIN-ENTRY(WS-SORT-INDEX + 1)
                       SET A-SWAP-WAS-MADE TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.

      *---------------------------------------------------------------
      * Prints the three ranked sections, the period totals, and
      * the exception section.

       PRINT-MARGIN-ANALYSIS.
           OPEN OUTPUT MARGIN-REPORT-FILE
           MOVE SPACES TO MARGIN-REPORT-LINE
           STRING 'ACME DISTRIBUTING CO.' DELIMITED BY SIZE
               INTO MARGIN-REPORT-LINE
           WRITE MARGIN-REPORT-LINE
           MOVE SPACES TO MARGIN-REPORT-LINE
           STRING 'GROSS MARGIN ANALYSIS - RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO MARGIN-REPORT-LINE
           WRITE MARGIN-REPORT-LINE
           IF WS-DROPPED-LINE-COUNT > 0
               MOVE WS-DROPPED-LINE-COUNT TO RPT-COUNT-EDITED
               MOVE SPACES TO MARGIN-REPORT-LINE
               STRING '*** ' RPT-COUNT-EDITED ' LINE ENTRIES '
                   'EXCEEDED REPORT CAPACITY AND ARE NOT SHOWN ***'
                   DELIMITED BY SIZE INTO MARGIN-REPORT-LINE
               WRITE MARGIN-REPORT-LINE
           END-IF
           MOVE SPACES TO MARGIN-REPORT-LINE
           WRITE MARGIN-REPORT-LINE

           MOVE 'GROSS MARGIN BY SKU' TO MARGIN-REPORT-LINE
           WRITE MARGIN-REPORT-LINE
           PERFORM WRITE-SECTION-HEADING
           PERFORM VARYING WORKING-INDEX FROM 1 BY 1
                   UNTIL WORKING-INDEX > WS-SKU-MARGIN-COUNT
               MOVE SKG-SKU(WORKING-INDEX) TO WS-SECTION-KEY
               MOVE SPACES TO WS-SECTION-NAME
               MOVE SKG-REVENUE(WORKING-INDEX) TO WS-SECTION-REVENUE
               MOVE SKG-COST(WORKING-INDEX) TO WS-SECTION-COST
               PERFORM PRINT-MARGIN-LINE
           END-PERFORM
           MOVE SPACES TO MARGIN-REPORT-LINE
           WRITE MARGIN-REPORT-LINE

           MOVE 'GROSS MARGIN BY CUSTOMER' TO MARGIN-REPORT-LINE
           WRITE MARGIN-REPORT-LINE
           PERFORM WRITE-SECTION-HEADING
           PERFORM VARYING WORKING-INDEX FROM 1 BY 1
                   UNTIL WORKING-INDEX > WS-CUST-MARGIN-COUNT
               MOVE CMG-CUSTOMER-NAME(WORKING-INDEX)
                   TO WS-SECTION-KEY
               MOVE SPACES TO WS-SECTION-NAME
               MOVE CMG-REVENUE(WORKING-INDEX) TO WS-SECTION-REVENUE
               MOVE CMG-COST(WORKING-INDEX) TO WS-SECTION-COST
               PERFORM PRINT-MARGIN-LINE
           END-PERFORM
           MOVE SPACES TO MARGIN-REPORT-LINE
           WRITE MARGIN-REPORT-LINE

           MOVE 'GROSS MARGIN BY SALESPERSON' TO MARGIN-REPORT-LINE
           WRITE MARGIN-REPORT-LINE
           PERFORM WRITE-SECTION-HEADING
           PERFORM VARYING WORKING-INDEX FROM 1 BY 1
                   UNTIL WORKING-INDEX > WS-SLS-MARGIN-COUNT
               PERFORM PRINT-SALESPERSON-MARGIN-LINE
           END-PERFORM

           MOVE SPACES TO MARGIN-REPORT-LINE
           WRITE MARGIN-REPORT-LINE
           MOVE 'PERIOD TOTALS' TO WS-SECTION-KEY
           MOVE SPACES TO WS-SECTION-NAME
           MOVE WS-PERIOD-REVENUE TO WS-SECTION-REVENUE
           MOVE WS-PERIOD-COST TO WS-SECTION-COST
           MOVE 0 TO WORKING-INDEX
           PERFORM PRINT-MARGIN-LINE
           MOVE WS-UNCOSTED-LINE-COUNT TO RPT-COUNT-EDITED
           MOVE WS-UNCOSTED-REVENUE TO RPT-DOLLARS-EDITED
           MOVE SPACES TO MARGIN-REPORT-LINE
           STRING 'LINES WITH NO COST ON FILE (NOT IN MARGIN): '
               RPT-COUNT-EDITED '   REVENUE: ' RPT-DOLLARS-EDITED
               DELIMITED BY SIZE INTO MARGIN-REPORT-LINE
           WRITE MARGIN-REPORT-LINE
           PERFORM PRINT-MARGIN-EXCEPTIONS
           CLOSE MARGIN-REPORT-FILE.

      *---------------------------------------------------------------
      * Writes the column heading shared by the ranked sections.

       WRITE-SECTION-HEADING.
           MOVE SPACES TO MARGIN-REPORT-LINE
           STRING 'RANK  KEY                  NAME                   '
               '              REVENUE           COST         MARGIN'
               '  MARGIN %' DELIMITED BY SIZE
               INTO MARGIN-REPORT-LINE
           WRITE MARGIN-REPORT-LINE.

      *---------------------------------------------------------------
      * Prints one by-salesperson line, named from the salesperson
      * master.

       PRINT-SALESPERSON-MARGIN-LINE.
           MOVE SMG-SALESPERSON-CODE(WORKING-INDEX) TO WS-SECTION-KEY
           IF SMG-SALESPERSON-CODE(WORKING-INDEX) = SPACES
               MOVE '(HOUSE ACCOUNT)' TO WS-SECTION-NAME
           ELSE
               MOVE '(NOT ON SALESPERSON MASTER)' TO WS-SECTION-NAME
               SET SALESPERSON-IDX TO 1
               SEARCH SALESPERSON-ENTRY
                   AT END
                       CONTINUE
                   WHEN SLT-SALESPERSON-CODE(SALESPERSON-IDX)
                           = SMG-SALESPERSON-CODE(WORKING-INDEX)
                       MOVE SLT-NAME(SALESPERSON-IDX)
                           TO WS-SECTION-NAME
               END-SEARCH
           END-IF
           MOVE SMG-REVENUE(WORKING-INDEX) TO WS-SECTION-REVENUE
           MOVE SMG-COST(WORKING-INDEX) TO WS-SECTION-COST
           PERFORM PRINT-MARGIN-LINE.

      *---------------------------------------------------------------
      * Prints one ranked line from WS-SECTION-KEY, -NAME, -REVENUE,
      * and -COST, ranked by WORKING-INDEX (no rank when zero).

       PRINT-MARGIN-LINE.
           PERFORM COMPUTE-MARGIN-FIGURES
           MOVE SPACES TO MARGIN-REPORT-LINE
           IF WORKING-INDEX > 0
               MOVE WORKING-INDEX TO RPT-RANK-EDITED
               MOVE RPT-RANK-EDITED TO MARGIN-REPORT-LINE(1:4)
           END-IF
           MOVE WS-SECTION-KEY TO MARGIN-REPORT-LINE(7:19)
           MOVE WS-SECTION-NAME TO MARGIN-REPORT-LINE(28:30)
           MOVE WS-SECTION-REVENUE TO RPT-DOLLARS-EDITED
           MOVE RPT-DOLLARS-EDITED TO MARGIN-REPORT-LINE(60:13)
           MOVE WS-SECTION-COST TO RPT-DOLLARS-EDITED
           MOVE RPT-DOLLARS-EDITED TO MARGIN-REPORT-LINE(75:13)
           MOVE WS-MARGIN-DOLLARS TO RPT-DOLLARS-EDITED
           MOVE RPT-DOLLARS-EDITED TO MARGIN-REPORT-LINE(90:13)
           MOVE WS-MARGIN-PERCENT TO RPT-PERCENT-EDITED
           MOVE RPT-PERCENT-EDITED TO MARGIN-REPORT-LINE(104:8)
           WRITE MARGIN-REPORT-LINE.

      *---------------------------------------------------------------
      * Prints the lines sold below cost or under the minimum
      * margin, contract-priced lines marked, with the counts.

       PRINT-MARGIN-EXCEPTIONS.
           MOVE SPACES TO MARGIN-REPORT-LINE
           WRITE MARGIN-REPORT-LINE
           MOVE MINIMUM-MARGIN-PCT TO RPT-PERCENT-EDITED
           MOVE SPACES TO MARGIN-REPORT-LINE
           STRING 'EXCEPTIONS - LINES SOLD BELOW COST OR UNDER THE '
               'MINIMUM MARGIN OF ' RPT-PERCENT-EDITED ' PERCENT'
               DELIMITED BY SIZE INTO MARGIN-REPORT-LINE
           WRITE MARGIN-REPORT-LINE
           MOVE SPACES TO MARGIN-REPORT-LINE
           STRING 'INVOICE   DATE      CUSTOMER             SLS '
               'SKU            QTY        REVENUE           COST'
               '  MARGIN %' DELIMITED BY SIZE
               INTO MARGIN-REPORT-LINE
           WRITE MARGIN-REPORT-LINE
           PERFORM VARYING WORKING-INDEX FROM 1 BY 1
                   UNTIL WORKING-INDEX > WS-EXCEPTION-COUNT
               PERFORM PRINT-EXCEPTION-LINE
           END-PERFORM
           MOVE SPACES TO MARGIN-REPORT-LINE
           WRITE MARGIN-REPORT-LINE
           MOVE WS-EXCEPTION-COUNT TO RPT-COUNT-EDITED
           MOVE SPACES TO MARGIN-REPORT-LINE
           STRING 'LINES UNDER MINIMUM MARGIN:  ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO MARGIN-REPORT-LINE
           WRITE MARGIN-REPORT-LINE
           MOVE WS-BELOW-COST-COUNT TO RPT-COUNT-EDITED
           MOVE SPACES TO MARGIN-REPORT-LINE
           STRING 'LINES SOLD BELOW COST:       ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO MARGIN-REPORT-LINE
           WRITE MARGIN-REPORT-LINE
           MOVE WS-CONTRACT-EXCEPTION-COUNT TO RPT-COUNT-EDITED
           MOVE SPACES TO MARGIN-REPORT-LINE
           STRING 'CONTRACT-PRICED EXCEPTIONS:  ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO MARGIN-REPORT-LINE
           WRITE MARGIN-REPORT-LINE.

      *---------------------------------------------------------------
      * Prints one exception line.

       PRINT-EXCEPTION-LINE.
           MOVE SPACES TO MARGIN-REPORT-LINE
           MOVE EXT-INV-NUMBER(WORKING-INDEX)
               TO MARGIN-REPORT-LINE(1:8)
           MOVE EXT-INV-DATE(WORKING-INDEX)
               TO MARGIN-REPORT-LINE(11:8)
           MOVE EXT-CUSTOMER-NAME(WORKING-INDEX)
               TO MARGIN-REPORT-LINE(21:19)
           MOVE EXT-SALESPERSON-CODE(WORKING-INDEX)
               TO MARGIN-REPORT-LINE(42:3)
           MOVE EXT-SKU(WORKING-INDEX) TO MARGIN-REPORT-LINE(46:10)
           MOVE EXT-QUANTITY(WORKING-INDEX) TO RPT-QUANTITY-EDITED
           MOVE RPT-QUANTITY-EDITED TO MARGIN-REPORT-LINE(57:6)
           MOVE EXT-REVENUE(WORKING-INDEX) TO RPT-DOLLARS-EDITED
           MOVE RPT-DOLLARS-EDITED TO MARGIN-REPORT-LINE(63:13)
           MOVE EXT-COST(WORKING-INDEX) TO RPT-DOLLARS-EDITED
           MOVE RPT-DOLLARS-EDITED TO MARGIN-REPORT-LINE(78:13)
           MOVE EXT-MARGIN-PERCENT(WORKING-INDEX)
               TO RPT-PERCENT-EDITED
           MOVE RPT-PERCENT-EDITED TO MARGIN-REPORT-LINE(92:8)
           IF EXT-REVENUE(WORKING-INDEX) < EXT-COST(WORKING-INDEX)
               MOVE 'BELOW COST' TO MARGIN-REPORT-LINE(102:10)
           ELSE
               MOVE 'LOW MARGIN' TO MARGIN-REPORT-LINE(102:10)
           END-IF
           IF EXT-CONTRACT-PRICED(WORKING-INDEX)
               MOVE 'CONTRACT' TO MARGIN-REPORT-LINE(114:8)
           END-IF
           WRITE MARGIN-REPORT-LINE.
