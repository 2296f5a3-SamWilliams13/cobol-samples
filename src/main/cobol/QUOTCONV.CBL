      *****************************************************************
      * Program name:    QUOTCONV
      * Original author: Dave Nicolette
      *
      * Sales quotation answers, conversion, and expiry.
      *
      * First applies the reps' QUOTE-STATUS-TRANS-FILE to
      * QUOTATION-FILE: a customer's acceptance marks an open quote
      * accepted, a lost sale marks it lost. An answer for a quote
      * that is not on file or no longer open, or an acceptance that
      * came in after the quote expired, is refused, printed, and
      * logged. Every accepted quote still inside its expiration date
      * is then converted: its lines are appended to SALES-ORDER-
      * TRANS-FILE as one header/detail order group at the quoted
      * price, for ORDENTRY to validate, allocate and book like any
      * keyed order, and the quote is marked converted. An open quote
      * whose expiration date has passed is marked expired. Quotes
      * are never removed - QUOTHIT counts them by status date. The
      * quote file is rewritten in place behind GENBKUP under the
      * QUOTATION-FILE run lock, QUOTE-CONVERSION-REPORT lists every
      * answer, conversion and expiry, and the status transactions
      * are consumed and cleared.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  QUOTCONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTATION-FILE ASSIGN TO "QUOTATION-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTE-FILE-STATUS.
           SELECT QUOTE-STATUS-TRANS-FILE
               ASSIGN TO "QUOTE-STATUS-TRANS-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FILE-STATUS.
           SELECT SALES-ORDER-TRANS-FILE
               ASSIGN TO "SALES-ORDER-TRANS-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-FILE-STATUS.
           SELECT QUOTE-CONVERSION-REPORT-FILE
               ASSIGN TO "QUOTE-CONVERSION-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  QUOTATION-FILE.
       COPY QUOTE.

       FD  QUOTE-STATUS-TRANS-FILE.
       COPY QUOTSTAT.

       FD  SALES-ORDER-TRANS-FILE.
       COPY INVREC.

       FD  QUOTE-CONVERSION-REPORT-FILE.
       01  QUOTE-CONVERSION-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILLER.
           05  WS-QUOTE-FILE-STATUS     PIC XX.
           05  WS-STATUS-FILE-STATUS    PIC XX.
           05  WS-ORDER-FILE-STATUS     PIC XX.
           05  WS-EOF-FLAG              PIC X.
               88  END-OF-CURRENT-FILE      VALUE 'Y'.
           05  WS-CAPACITY-FLAG         PIC X VALUE 'N'.
               88  A-TABLE-IS-OVER-CAPACITY VALUE 'Y'.
           05  WS-FOUND-FLAG            PIC X.
               88  ENTRY-WAS-FOUND          VALUE 'Y'.
           05  WS-QUOTE-LINE-COUNT      PIC S9(05) VALUE 0.
           05  WS-TRANS-COUNT           PIC S9(05) VALUE 0.
           05  WS-TABLE-INDEX           PIC S9(05).
           05  WS-HEADER-INDEX          PIC S9(05).
           05  WS-LINE-INDEX            PIC S9(05).
           05  WS-LAST-LINE             PIC S9(05).
           05  WS-RUN-DATE              PIC X(08).
           05  WS-RESULT                PIC X(40).
           05  WS-QUOTE-AMOUNT          PIC S9(09)V99.
           05  WS-ANSWERS-APPLIED       PIC S9(05) VALUE 0.
           05  WS-ANSWERS-REFUSED       PIC S9(05) VALUE 0.
           05  WS-QUOTES-CONVERTED      PIC S9(05) VALUE 0.
           05  WS-QUOTES-EXPIRED        PIC S9(05) VALUE 0.
           05  WS-TOTAL-CONVERTED       PIC S9(09)V99 VALUE 0.
      * External name handed to the shared GENBKUP routine before a
      * file is rewritten in place.
           05  WS-BACKUP-FILE-NAME      PIC X(40).
      * Run-lock fields for the shared RUNLOCK routine.
           05  WS-LOCK-ACTION           PIC X.
           05  WS-LOCK-FILE-NAME        PIC X(40).
           05  WS-LOCK-RESULT-FLAG      PIC X.
               88  RUN-LOCK-GRANTED         VALUE 'Y'.
           05  WS-LOCK-HOLDER-NAME      PIC X(08).
           05  WS-LOCK-REFUSED-FLAG     PIC X VALUE 'N'.
               88  A-RUN-LOCK-WAS-REFUSED   VALUE 'Y'.

       01  WS-ERROR-LOG-FIELDS.
           05  WS-ERR-PROGRAM-NAME      PIC X(08) VALUE 'QUOTCONV'.
           05  WS-ERR-PARAGRAPH-NAME    PIC X(30).
           05  WS-ERR-DESCRIPTION       PIC X(60).
           05  WS-ERR-OFFENDING-DATA    PIC X(30).

       01  RPT-AMOUNT-EDITED            PIC Z(8)9.99-.
       01  RPT-COUNT-EDITED             PIC ZZZZ9.

      * Every quote record in file order, headers and lines alike,
      * changed in place and written back.
       01  QUOTE-LINE-TABLE.
           05  QUOTE-LINE-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-QUOTE-LINE-COUNT.
               10  QTT-IMAGE            PIC X(80).

      * The status transactions, held until the quote file has been
      * loaded so a file too big to work touches nothing.
       01  STATUS-TRANS-TABLE.
           05  STATUS-TRANS-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-TRANS-COUNT.
               10  STT-IMAGE            PIC X(17).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE 'L' TO WS-LOCK-ACTION
           PERFORM CLAIM-RUN-LOCK
           IF A-RUN-LOCK-WAS-REFUSED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           CALL 'BUSDATE' USING WS-RUN-DATE
           END-CALL
           PERFORM LOAD-QUOTATION-FILE
           PERFORM LOAD-STATUS-TRANSACTIONS
           IF A-TABLE-IS-OVER-CAPACITY
               DISPLAY 'QUOTCONV: an input file exceeds the table '
                   'capacity - nothing converted, no files touched'
               MOVE 'MAIN-LOGIC' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'quotation input exceeds table capacity'
                   TO WS-ERR-DESCRIPTION
               MOVE SPACES TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-QUOTCONV-ERROR
               MOVE 'U' TO WS-LOCK-ACTION
               PERFORM CLAIM-RUN-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT QUOTE-CONVERSION-REPORT-FILE
           PERFORM PRINT-REPORT-HEADING
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                   UNTIL WS-TABLE-INDEX > WS-TRANS-COUNT
               MOVE STT-IMAGE(WS-TABLE-INDEX)
                   TO QUOTE-STATUS-TRANS-RECORD
               PERFORM APPLY-ONE-ANSWER
           END-PERFORM
           OPEN EXTEND SALES-ORDER-TRANS-FILE
           IF WS-ORDER-FILE-STATUS = '35'
               OPEN OUTPUT SALES-ORDER-TRANS-FILE
           END-IF
           PERFORM VARYING WS-HEADER-INDEX FROM 1 BY 1
                   UNTIL WS-HEADER-INDEX > WS-QUOTE-LINE-COUNT
               MOVE QTT-IMAGE(WS-HEADER-INDEX) TO QUOTATION-RECORD
               IF QOT-IS-HEADER
                   PERFORM CONVERT-OR-EXPIRE-ONE-QUOTE
               END-IF
           END-PERFORM
           CLOSE SALES-ORDER-TRANS-FILE
           PERFORM PRINT-REPORT-TOTALS
           CLOSE QUOTE-CONVERSION-REPORT-FILE
           PERFORM REWRITE-QUOTATION-FILE
           IF WS-TRANS-COUNT > 0
               OPEN OUTPUT QUOTE-STATUS-TRANS-FILE
               CLOSE QUOTE-STATUS-TRANS-FILE
           END-IF
           MOVE 'U' TO WS-LOCK-ACTION
           PERFORM CLAIM-RUN-LOCK
           DISPLAY 'QUOTCONV: ' WS-ANSWERS-APPLIED ' answer(s) '
               'applied, ' WS-ANSWERS-REFUSED ' refused, '
               WS-QUOTES-CONVERTED ' quote(s) converted to orders, '
               WS-QUOTES-EXPIRED ' expired'
           GOBACK.

      *---------------------------------------------------------------
      * Claims (WS-LOCK-ACTION 'L') or releases ('U') the run lock on
      * QUOTATION-FILE, the one file this run rewrites in place. A
      * refused claim names the holder and stops the run.

       CLAIM-RUN-LOCK.
           MOVE 'QUOTATION-FILE' TO WS-LOCK-FILE-NAME
           CALL 'RUNLOCK' USING WS-LOCK-ACTION WS-ERR-PROGRAM-NAME
               WS-LOCK-FILE-NAME WS-LOCK-RESULT-FLAG
               WS-LOCK-HOLDER-NAME
           END-CALL
           IF WS-LOCK-ACTION = 'L' AND NOT RUN-LOCK-GRANTED
               SET A-RUN-LOCK-WAS-REFUSED TO TRUE
               DISPLAY 'QUOTCONV: ' WS-LOCK-FILE-NAME
                   ' is locked by ' WS-LOCK-HOLDER-NAME
                   ' - run refused'
               MOVE 'CLAIM-RUN-LOCK' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'master locked by another program'
                   TO WS-ERR-DESCRIPTION
               MOVE WS-LOCK-HOLDER-NAME TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-QUOTCONV-ERROR
           END-IF.

      *---------------------------------------------------------------
      * Calls the shared LOGERROR routine to append one record to
      * ERROR-LOG-FILE for the problem just found. WS-ERR-PARAGRAPH-
      * NAME, WS-ERR-DESCRIPTION and WS-ERR-OFFENDING-DATA must be set
      * by the calling paragraph before this is performed.

       LOG-QUOTCONV-ERROR.
           CALL 'LOGERROR' USING WS-ERR-PROGRAM-NAME
               WS-ERR-PARAGRAPH-NAME WS-ERR-DESCRIPTION
               WS-ERR-OFFENDING-DATA
           END-CALL.

      *---------------------------------------------------------------
      * Loads every quote record. A missing file is no quotes.

       LOAD-QUOTATION-FILE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT QUOTATION-FILE
           IF WS-QUOTE-FILE-STATUS NOT = '00'
               SET END-OF-CURRENT-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ QUOTATION-FILE
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       IF WS-QUOTE-LINE-COUNT = 5000
                           SET A-TABLE-IS-OVER-CAPACITY TO TRUE
                           SET END-OF-CURRENT-FILE TO TRUE
                       ELSE
                           ADD 1 TO WS-QUOTE-LINE-COUNT
                           MOVE QUOTATION-RECORD
                               TO QTT-IMAGE(WS-QUOTE-LINE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-QUOTE-FILE-STATUS = '00' OR '10'
               CLOSE QUOTATION-FILE
           END-IF.

      *---------------------------------------------------------------
      * Loads the reps' answers. A missing file is no answers.

       LOAD-STATUS-TRANSACTIONS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT QUOTE-STATUS-TRANS-FILE
           IF WS-STATUS-FILE-STATUS NOT = '00'
               SET END-OF-CURRENT-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ QUOTE-STATUS-TRANS-FILE
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       IF WS-TRANS-COUNT = 1000
                           SET A-TABLE-IS-OVER-CAPACITY TO TRUE
                           SET END-OF-CURRENT-FILE TO TRUE
                       ELSE
                           ADD 1 TO WS-TRANS-COUNT
                           MOVE QUOTE-STATUS-TRANS-RECORD
                               TO STT-IMAGE(WS-TRANS-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-STATUS-FILE-STATUS = '00' OR '10'
               CLOSE QUOTE-STATUS-TRANS-FILE
           END-IF.

      *---------------------------------------------------------------
      * Applies the answer in QUOTE-STATUS-TRANS-RECORD to its quote
      * header, or refuses it with the reason in WS-RESULT.

       APPLY-ONE-ANSWER.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING WS-HEADER-INDEX FROM 1 BY 1
                   UNTIL WS-HEADER-INDEX > WS-QUOTE-LINE-COUNT
                      OR ENTRY-WAS-FOUND
               MOVE QTT-IMAGE(WS-HEADER-INDEX) TO QUOTATION-RECORD
               IF QOT-IS-HEADER
                   AND QOT-QUOTE-NUMBER = QST-QUOTE-NUMBER
                   SET ENTRY-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-RESULT
           EVALUATE TRUE
               WHEN NOT ENTRY-WAS-FOUND
                   MOVE 'REFUSED - QUOTE NOT ON FILE' TO WS-RESULT
                   MOVE SPACES TO QUOTATION-RECORD
                   MOVE QST-QUOTE-NUMBER TO QOT-QUOTE-NUMBER
               WHEN NOT QST-QUOTE-ACCEPTED AND NOT QST-QUOTE-LOST
                   MOVE 'REFUSED - ACTION MUST BE A OR L' TO WS-RESULT
               WHEN NOT QOT-QUOTE-OPEN
                   MOVE 'REFUSED - QUOTE IS NO LONGER OPEN'
                       TO WS-RESULT
               WHEN QST-QUOTE-ACCEPTED
                   AND QOT-EXPIRATION-DATE < WS-RUN-DATE
                   MOVE 'REFUSED - ACCEPTED AFTER EXPIRATION'
                       TO WS-RESULT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-RESULT NOT = SPACES
               ADD 1 TO WS-ANSWERS-REFUSED
               MOVE 0 TO WS-QUOTE-AMOUNT
               PERFORM PRINT-QUOTE-LINE
               MOVE 'APPLY-ONE-ANSWER' TO WS-ERR-PARAGRAPH-NAME
               MOVE WS-RESULT TO WS-ERR-DESCRIPTION
               MOVE QUOTE-STATUS-TRANS-RECORD TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-QUOTCONV-ERROR
           ELSE
               ADD 1 TO WS-ANSWERS-APPLIED
               SUBTRACT 1 FROM WS-HEADER-INDEX
               IF QST-QUOTE-ACCEPTED
                   SET QOT-QUOTE-ACCEPTED TO TRUE
                   MOVE 'ACCEPTED BY CUSTOMER' TO WS-RESULT
               ELSE
                   SET QOT-QUOTE-LOST TO TRUE
                   MOVE 'LOST' TO WS-RESULT
               END-IF
               MOVE WS-RUN-DATE TO QOT-STATUS-DATE
               MOVE QST-USER-ID TO QOT-STATUS-USER-ID
               MOVE QUOTATION-RECORD TO QTT-IMAGE(WS-HEADER-INDEX)
               PERFORM ADD-UP-QUOTE-AMOUNT
               PERFORM PRINT-QUOTE-LINE
           END-IF.

      *---------------------------------------------------------------
      * Converts the quote whose header is at WS-HEADER-INDEX if it
      * was accepted and has not expired, or expires it if it ran out
      * of time unanswered.

       CONVERT-OR-EXPIRE-ONE-QUOTE.
           EVALUATE TRUE
               WHEN QOT-QUOTE-ACCEPTED
                   AND QOT-EXPIRATION-DATE NOT < WS-RUN-DATE
                   PERFORM WRITE-ORDER-GROUP
                   SET QOT-QUOTE-CONVERTED TO TRUE
                   MOVE WS-RUN-DATE TO QOT-STATUS-DATE
                   MOVE QUOTATION-RECORD TO QTT-IMAGE(WS-HEADER-INDEX)
                   ADD 1 TO WS-QUOTES-CONVERTED
                   ADD WS-QUOTE-AMOUNT TO WS-TOTAL-CONVERTED
                   MOVE 'CONVERTED TO ORDER' TO WS-RESULT
                   PERFORM PRINT-QUOTE-LINE
               WHEN (QOT-QUOTE-OPEN OR QOT-QUOTE-ACCEPTED)
                   AND QOT-EXPIRATION-DATE < WS-RUN-DATE
                   SET QOT-QUOTE-EXPIRED TO TRUE
                   MOVE WS-RUN-DATE TO QOT-STATUS-DATE
                   MOVE SPACES TO QOT-STATUS-USER-ID
                   MOVE QUOTATION-RECORD TO QTT-IMAGE(WS-HEADER-INDEX)
                   ADD 1 TO WS-QUOTES-EXPIRED
                   PERFORM ADD-UP-QUOTE-AMOUNT
                   MOVE 'EXPIRED' TO WS-RESULT
                   PERFORM PRINT-QUOTE-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *---------------------------------------------------------------
      * Totals the quoted lines that follow the header at
      * WS-HEADER-INDEX into WS-QUOTE-AMOUNT, and notes in
      * WS-LAST-LINE where they end.

       ADD-UP-QUOTE-AMOUNT.
           MOVE 0 TO WS-QUOTE-AMOUNT
           MOVE WS-HEADER-INDEX TO WS-LAST-LINE
           COMPUTE WS-LINE-INDEX = WS-HEADER-INDEX + 1
           PERFORM VARYING WS-LINE-INDEX FROM WS-LINE-INDEX BY 1
                   UNTIL WS-LINE-INDEX > WS-QUOTE-LINE-COUNT
                      OR QTT-IMAGE(WS-LINE-INDEX)(1:1) NOT = 'D'
                      OR QTT-IMAGE(WS-LINE-INDEX)(2:8)
                          NOT = QOT-QUOTE-NUMBER
               MOVE WS-LINE-INDEX TO WS-LAST-LINE
               MOVE QTT-IMAGE(WS-LINE-INDEX) TO QUOTATION-RECORD
               COMPUTE WS-QUOTE-AMOUNT = WS-QUOTE-AMOUNT
                   + QOT-UNIT-PRICE * QOT-QUANTITY
           END-PERFORM
           MOVE QTT-IMAGE(WS-HEADER-INDEX) TO QUOTATION-RECORD.

      *---------------------------------------------------------------
      * Appends the accepted quote to SALES-ORDER-TRANS-FILE as one
      * header/detail group dated today, every line at the price the
      * customer was quoted, for ORDENTRY to book.

       WRITE-ORDER-GROUP.
           PERFORM ADD-UP-QUOTE-AMOUNT
           MOVE SPACES TO INVOICE-FILE-RECORD
           MOVE 'H' TO IFR-RECORD-TYPE
           MOVE WS-RUN-DATE TO IFR-INV-DATE
           MOVE SPACES TO IFR-INV-NUMBER
           MOVE 'N' TO IFR-INV-RETURN
           MOVE QOT-SHIP-STATE TO IFR-SHIP-STATE
           COMPUTE IFR-LINE-COUNT = WS-LAST-LINE - WS-HEADER-INDEX
           MOVE QOT-ACCOUNT-NUMBER TO IFR-ACCOUNT-NUMBER
           MOVE QOT-CUSTOMER-NAME TO IFR-CUSTOMER-NAME
           MOVE QOT-CURRENCY-CODE TO IFR-CURRENCY-CODE
           MOVE QOT-SALESPERSON-CODE TO IFR-SALESPERSON-CODE
           WRITE INVOICE-FILE-RECORD
           COMPUTE WS-LINE-INDEX = WS-HEADER-INDEX + 1
           PERFORM VARYING WS-LINE-INDEX FROM WS-LINE-INDEX BY 1
                   UNTIL WS-LINE-INDEX > WS-LAST-LINE
               MOVE QTT-IMAGE(WS-LINE-INDEX) TO QUOTATION-RECORD
               MOVE SPACES TO INVOICE-FILE-RECORD
               MOVE 'D' TO IFR-RECORD-TYPE
               MOVE QOT-SKU TO IFR-SKU
               MOVE QOT-UNIT-PRICE TO IFR-UNIT-PRICE
               MOVE QOT-QUANTITY TO IFR-QUANTITY
               MOVE QOT-TAXABLE TO IFR-TAXABLE
               MOVE QOT-HAZMAT TO IFR-HAZMAT
               MOVE QOT-QUOTE-NUMBER TO IFR-QUOTE-NUMBER
               WRITE INVOICE-FILE-RECORD
           END-PERFORM
           MOVE QTT-IMAGE(WS-HEADER-INDEX) TO QUOTATION-RECORD.

      *---------------------------------------------------------------
      * Rewrites QUOTATION-FILE with this run's answers,
      * conversions, and expiries.

       REWRITE-QUOTATION-FILE.
           MOVE 'QUOTATION-FILE' TO WS-BACKUP-FILE-NAME
           CALL 'GENBKUP' USING WS-BACKUP-FILE-NAME
           END-CALL
           OPEN OUTPUT QUOTATION-FILE
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                   UNTIL WS-TABLE-INDEX > WS-QUOTE-LINE-COUNT
               MOVE QTT-IMAGE(WS-TABLE-INDEX) TO QUOTATION-RECORD
               WRITE QUOTATION-RECORD
           END-PERFORM
           CLOSE QUOTATION-FILE.

      *---------------------------------------------------------------
      * Writes the report heading.

       PRINT-REPORT-HEADING.
           MOVE SPACES TO QUOTE-CONVERSION-REPORT-LINE
           MOVE 'ACME DISTRIBUTING CO.' TO QUOTE-CONVERSION-REPORT-LINE
           WRITE QUOTE-CONVERSION-REPORT-LINE
           MOVE SPACES TO QUOTE-CONVERSION-REPORT-LINE
           STRING 'QUOTATION ANSWERS AND CONVERSIONS - RUN DATE '
               WS-RUN-DATE
               DELIMITED BY SIZE INTO QUOTE-CONVERSION-REPORT-LINE
           WRITE QUOTE-CONVERSION-REPORT-LINE
           MOVE SPACES TO QUOTE-CONVERSION-REPORT-LINE
           WRITE QUOTE-CONVERSION-REPORT-LINE
           MOVE SPACES TO QUOTE-CONVERSION-REPORT-LINE
           STRING 'QUOTE    ACCOUNT CUSTOMER            SLS EXPIRES  '
               '       AMOUNT  RESULT'
               DELIMITED BY SIZE INTO QUOTE-CONVERSION-REPORT-LINE
           WRITE QUOTE-CONVERSION-REPORT-LINE.

      *---------------------------------------------------------------
      * Prints one line for the quote in QUOTATION-RECORD with the
      * outcome in WS-RESULT.

       PRINT-QUOTE-LINE.
           MOVE SPACES TO QUOTE-CONVERSION-REPORT-LINE
           MOVE QOT-QUOTE-NUMBER TO QUOTE-CONVERSION-REPORT-LINE(1:8)
           MOVE QOT-ACCOUNT-NUMBER
               TO QUOTE-CONVERSION-REPORT-LINE(10:6)
           MOVE QOT-CUSTOMER-NAME
               TO QUOTE-CONVERSION-REPORT-LINE(18:19)
           MOVE QOT-SALESPERSON-CODE
               TO QUOTE-CONVERSION-REPORT-LINE(38:3)
           MOVE QOT-EXPIRATION-DATE
               TO QUOTE-CONVERSION-REPORT-LINE(42:8)
           MOVE WS-QUOTE-AMOUNT TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED TO QUOTE-CONVERSION-REPORT-LINE(51:13)
           MOVE WS-RESULT TO QUOTE-CONVERSION-REPORT-LINE(66:40)
           WRITE QUOTE-CONVERSION-REPORT-LINE.

      *---------------------------------------------------------------
      * Writes the run totals.

       PRINT-REPORT-TOTALS.
           MOVE SPACES TO QUOTE-CONVERSION-REPORT-LINE
           WRITE QUOTE-CONVERSION-REPORT-LINE
           MOVE WS-ANSWERS-APPLIED TO RPT-COUNT-EDITED
           STRING 'ANSWERS APPLIED:    ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO QUOTE-CONVERSION-REPORT-LINE
           WRITE QUOTE-CONVERSION-REPORT-LINE
           MOVE SPACES TO QUOTE-CONVERSION-REPORT-LINE
           MOVE WS-ANSWERS-REFUSED TO RPT-COUNT-EDITED
           STRING 'ANSWERS REFUSED:    ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO QUOTE-CONVERSION-REPORT-LINE
           WRITE QUOTE-CONVERSION-REPORT-LINE
           MOVE SPACES TO QUOTE-CONVERSION-REPORT-LINE
           MOVE WS-QUOTES-CONVERTED TO RPT-COUNT-EDITED
           MOVE WS-TOTAL-CONVERTED TO RPT-AMOUNT-EDITED
           STRING 'QUOTES CONVERTED:   ' RPT-COUNT-EDITED
               '   ORDER VALUE: ' RPT-AMOUNT-EDITED
               DELIMITED BY SIZE INTO QUOTE-CONVERSION-REPORT-LINE
           WRITE QUOTE-CONVERSION-REPORT-LINE
           MOVE SPACES TO QUOTE-CONVERSION-REPORT-LINE
           MOVE WS-QUOTES-EXPIRED TO RPT-COUNT-EDITED
           STRING 'QUOTES EXPIRED:     ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO QUOTE-CONVERSION-REPORT-LINE
           WRITE QUOTE-CONVERSION-REPORT-LINE.
