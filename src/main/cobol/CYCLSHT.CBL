      * advances every night and wraps at end of file, so the whole
      * warehouse gets counted a slice at a time instead of never -
      * and prints the count sheet the counters take to the shelves.
      * The sheet is a blind count on purpose: it shows the SKU, the
      * warehouse whose shelf it is on, and a blank count column,
      * never the book quantity, so the
      * counter writes down what is on the shelf instead of what the
      * file says should be.
      *****************************************************************
           CLOSE CYCLE-COUNT-CONTROL-FILE.

      *---------------------------------------------------------------
      * Writes one blind-count line: the SKU, its warehouse, and a
      * blank count column, never the book quantity. A balance kept
      * before stock was held by warehouse is the main warehouse's.

       WRITE-ONE-COUNT-LINE.
           ADD 1 TO WS-SHEET-LINE-COUNT
           MOVE SPACES TO COUNT-SHEET-LINE
           MOVE INR-SKU TO COUNT-SHEET-LINE(1:10)
           IF INR-WAREHOUSE-CODE = SPACES
               MOVE '01' TO COUNT-SHEET-LINE(12:2)
           ELSE
               MOVE INR-WAREHOUSE-CODE TO COUNT-SHEET-LINE(12:2)
           END-IF
           MOVE 'COUNT: ________   COUNTED BY: ________'
               TO COUNT-SHEET-LINE(15:38)
           WRITE COUNT-SHEET-LINE.
           MOVE SPACES TO COUNT-SHEET-LINE
           WRITE COUNT-SHEET-LINE
           MOVE SPACES TO COUNT-SHEET-LINE
           STRING 'SKU        WH' DELIMITED BY SIZE
               INTO COUNT-SHEET-LINE
           WRITE COUNT-SHEET-LINE.

      *---------------------------------------------------------------
