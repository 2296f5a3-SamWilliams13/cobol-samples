      *****************************************************************
      * Program name:    QUOTHIT
      * Original author: Dave Nicolette
      *
      * Monthly quotation hit rate by salesperson.
      *
      * For the report month (YYYYMM, from QUOTE-PERIOD-CONTROL when
      * the scheduler supplies one, else the month of the business
      * date), reads QUOTATION-FILE and counts, for each salesperson,
      * the quotes issued in the month and the quotes converted to
      * orders, expired, and lost in the month by their status date,
      * with the dollars quoted and the dollars converted. The hit
      * rate is quotes converted as a percent of quotes decided in
      * the month - converted, expired, or lost. Quotes issued in the
      * month still waiting on an answer are shown as open. Quotes
      * under no salesperson code print as the house account; a code
      * not on SALESPERSON-MASTER-FILE prints unnamed so its quotes
      * are still counted.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  QUOTHIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTATION-FILE ASSIGN TO "QUOTATION-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTE-FILE-STATUS.
           SELECT SALESPERSON-MASTER-FILE
               ASSIGN TO "SALESPERSON-MASTER-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALESPERSON-STATUS.
           SELECT QUOTE-PERIOD-CONTROL-FILE
               ASSIGN TO "QUOTE-PERIOD-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-FILE-STATUS.
           SELECT QUOTE-HIT-RATE-REPORT-FILE
               ASSIGN TO "QUOTE-HIT-RATE-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  QUOTATION-FILE.
       COPY QUOTE.

       FD  SALESPERSON-MASTER-FILE.
       COPY SLSMAST.

       FD  QUOTE-PERIOD-CONTROL-FILE.
       01  QUOTE-PERIOD-CONTROL-RECORD.
           05  QPC-REPORT-PERIOD        PIC X(06).

       FD  QUOTE-HIT-RATE-REPORT-FILE.
       01  QUOTE-HIT-RATE-REPORT-LINE   PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILLER.
           05  WS-QUOTE-FILE-STATUS     PIC XX.
           05  WS-SALESPERSON-STATUS    PIC XX.
           05  WS-PERIOD-FILE-STATUS    PIC XX.
           05  WS-EOF-FLAG              PIC X.
               88  END-OF-CURRENT-FILE      VALUE 'Y'.
           05  WS-CAPACITY-FLAG         PIC X VALUE 'N'.
               88  A-TABLE-IS-OVER-CAPACITY VALUE 'Y'.
           05  WS-PERIOD-SUPPLIED-FLAG  PIC X VALUE 'N'.
               88  REPORT-PERIOD-SUPPLIED   VALUE 'Y'.
      * How the header last read counts, so its lines' dollars land
      * in the right columns.
           05  WS-ISSUED-IN-PERIOD-FLAG PIC X VALUE 'N'.
               88  QUOTE-ISSUED-IN-PERIOD   VALUE 'Y'.
           05  WS-CONVERTED-IN-PERIOD-FLAG PIC X VALUE 'N'.
               88  QUOTE-CONVERTED-IN-PERIOD VALUE 'Y'.
           05  WS-SALESPERSON-COUNT     PIC S9(05) VALUE 0.
           05  WS-TABLE-INDEX           PIC S9(05).
           05  WS-CURRENT-ENTRY         PIC S9(05) VALUE 0.
           05  WS-RUN-DATE              PIC X(08).
           05  WS-REPORT-PERIOD         PIC X(06).
           05  WS-LINE-AMOUNT           PIC S9(09)V99.
           05  WS-DECIDED-COUNT         PIC S9(07).
           05  WS-HIT-RATE-PCT          PIC S9(03)V99.

       01  WS-ERROR-LOG-FIELDS.
           05  WS-ERR-PROGRAM-NAME      PIC X(08) VALUE 'QUOTHIT'.
           05  WS-ERR-PARAGRAPH-NAME    PIC X(30).
           05  WS-ERR-DESCRIPTION       PIC X(60).
           05  WS-ERR-OFFENDING-DATA    PIC X(30).

       01  RPT-AMOUNT-EDITED            PIC Z(8)9.99-.
       01  RPT-COUNT-EDITED             PIC ZZZZ9.
       01  RPT-PCT-EDITED               PIC ZZ9.99.

      * One entry per salesperson on the roster, then one for each
      * code found on a quote but not on the roster, and the house
      * entry (blank code). The last entry carries the report totals.
       01  SALESPERSON-TABLE.
           05  SALESPERSON-ENTRY OCCURS 1 TO 201 TIMES
                   DEPENDING ON WS-SALESPERSON-COUNT.
               10  SLT-SALESPERSON-CODE PIC X(03).
               10  SLT-NAME             PIC X(30).
               10  SLT-ISSUED-COUNT     PIC S9(05).
               10  SLT-OPEN-COUNT       PIC S9(05).
               10  SLT-CONVERTED-COUNT  PIC S9(05).
               10  SLT-EXPIRED-COUNT    PIC S9(05).
               10  SLT-LOST-COUNT       PIC S9(05).
               10  SLT-ISSUED-AMOUNT    PIC S9(09)V99.
               10  SLT-CONVERTED-AMOUNT PIC S9(09)V99.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           CALL 'BUSDATE' USING WS-RUN-DATE
           END-CALL
           PERFORM LOAD-REPORT-PERIOD
           IF NOT REPORT-PERIOD-SUPPLIED
               MOVE WS-RUN-DATE(1:6) TO WS-REPORT-PERIOD
           END-IF
           PERFORM LOAD-SALESPERSON-MASTER
           PERFORM ACCUMULATE-QUOTATIONS
           IF A-TABLE-IS-OVER-CAPACITY
               DISPLAY 'QUOTHIT: more salesperson codes than the '
                   'report table holds - report not produced'
               MOVE 'MAIN-LOGIC' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'salesperson codes exceed report table capacity'
                   TO WS-ERR-DESCRIPTION
               MOVE WS-REPORT-PERIOD TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-QUOTHIT-ERROR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM PRINT-HIT-RATE-REPORT
           DISPLAY 'QUOTHIT: quotation hit rate for ' WS-REPORT-PERIOD
               ' written to QUOTE-HIT-RATE-REPORT'
           GOBACK.

      *---------------------------------------------------------------
      * Calls the shared LOGERROR routine to append one record to
      * ERROR-LOG-FILE for the problem just found. WS-ERR-PARAGRAPH-
      * NAME, WS-ERR-DESCRIPTION and WS-ERR-OFFENDING-DATA must be set
      * by the calling paragraph before this is performed.

       LOG-QUOTHIT-ERROR.
           CALL 'LOGERROR' USING WS-ERR-PROGRAM-NAME
               WS-ERR-PARAGRAPH-NAME WS-ERR-DESCRIPTION
               WS-ERR-OFFENDING-DATA
           END-CALL.

      *---------------------------------------------------------------
      * Lets the scheduler supply the report month via the control
      * file, consuming the record and clearing the file the way
      * COMMRPT consumes its period control.

       LOAD-REPORT-PERIOD.
           OPEN INPUT QUOTE-PERIOD-CONTROL-FILE
           IF WS-PERIOD-FILE-STATUS = '00'
               READ QUOTE-PERIOD-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF QPC-REPORT-PERIOD NOT = SPACES
                           MOVE QPC-REPORT-PERIOD
                               TO WS-REPORT-PERIOD
                           SET REPORT-PERIOD-SUPPLIED TO TRUE
                       END-IF
               END-READ
               CLOSE QUOTE-PERIOD-CONTROL-FILE
           END-IF
           IF REPORT-PERIOD-SUPPLIED
               OPEN OUTPUT QUOTE-PERIOD-CONTROL-FILE
               CLOSE QUOTE-PERIOD-CONTROL-FILE
           END-IF.

      *---------------------------------------------------------------
      * Loads the salesperson roster with zero counts, then the
      * house entry. The table's last slot is left for the totals.

       LOAD-SALESPERSON-MASTER.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SALESPERSON-MASTER-FILE
           IF WS-SALESPERSON-STATUS NOT = '00'
               SET END-OF-CURRENT-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ SALESPERSON-MASTER-FILE
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       IF WS-SALESPERSON-COUNT = 199
                           SET A-TABLE-IS-OVER-CAPACITY TO TRUE
                           SET END-OF-CURRENT-FILE TO TRUE
                       ELSE
                           ADD 1 TO WS-SALESPERSON-COUNT
                           MOVE WS-SALESPERSON-COUNT
                               TO WS-CURRENT-ENTRY
                           PERFORM CLEAR-SALESPERSON-ENTRY
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
           END-IF
           ADD 1 TO WS-SALESPERSON-COUNT
           MOVE WS-SALESPERSON-COUNT TO WS-CURRENT-ENTRY
           PERFORM CLEAR-SALESPERSON-ENTRY
           MOVE '(HOUSE ACCOUNT)' TO SLT-NAME(WS-SALESPERSON-COUNT).

      *---------------------------------------------------------------
      * Zeroes the counts of the entry at WS-CURRENT-ENTRY.

       CLEAR-SALESPERSON-ENTRY.
           MOVE SPACES TO SLT-SALESPERSON-CODE(WS-CURRENT-ENTRY)
           MOVE SPACES TO SLT-NAME(WS-CURRENT-ENTRY)
           MOVE 0 TO SLT-ISSUED-COUNT(WS-CURRENT-ENTRY)
                     SLT-OPEN-COUNT(WS-CURRENT-ENTRY)
                     SLT-CONVERTED-COUNT(WS-CURRENT-ENTRY)
                     SLT-EXPIRED-COUNT(WS-CURRENT-ENTRY)
                     SLT-LOST-COUNT(WS-CURRENT-ENTRY)
                     SLT-ISSUED-AMOUNT(WS-CURRENT-ENTRY)
                     SLT-CONVERTED-AMOUNT(WS-CURRENT-ENTRY).

      *---------------------------------------------------------------
      * Reads every quote. A header is counted against its
      * salesperson; its lines add their dollars to the issued and
      * converted columns when the header counted there.

       ACCUMULATE-QUOTATIONS.
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
                       IF QOT-IS-HEADER
                           PERFORM COUNT-ONE-QUOTE
                       ELSE
                           PERFORM ADD-ONE-QUOTE-LINE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-QUOTE-FILE-STATUS = '00' OR '10'
               CLOSE QUOTATION-FILE
           END-IF.

      *---------------------------------------------------------------
      * Finds (or adds) the quote's salesperson and counts the quote
      * in every column it belongs to for the report month.

       COUNT-ONE-QUOTE.
           MOVE 'N' TO WS-ISSUED-IN-PERIOD-FLAG
           MOVE 'N' TO WS-CONVERTED-IN-PERIOD-FLAG
           PERFORM FIND-SALESPERSON-ENTRY
           IF WS-CURRENT-ENTRY > 0
               IF QOT-QUOTE-DATE(1:6) = WS-REPORT-PERIOD
                   SET QUOTE-ISSUED-IN-PERIOD TO TRUE
                   ADD 1 TO SLT-ISSUED-COUNT(WS-CURRENT-ENTRY)
                   IF QOT-QUOTE-OPEN OR QOT-QUOTE-ACCEPTED
                       ADD 1 TO SLT-OPEN-COUNT(WS-CURRENT-ENTRY)
                   END-IF
               END-IF
               IF QOT-STATUS-DATE(1:6) = WS-REPORT-PERIOD
                   EVALUATE TRUE
                       WHEN QOT-QUOTE-CONVERTED
                           SET QUOTE-CONVERTED-IN-PERIOD TO TRUE
                           ADD 1 TO
                               SLT-CONVERTED-COUNT(WS-CURRENT-ENTRY)
                       WHEN QOT-QUOTE-EXPIRED
                           ADD 1 TO SLT-EXPIRED-COUNT(WS-CURRENT-ENTRY)
                       WHEN QOT-QUOTE-LOST
                           ADD 1 TO SLT-LOST-COUNT(WS-CURRENT-ENTRY)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Adds one quoted line's dollars for the header last counted.

       ADD-ONE-QUOTE-LINE.
           IF WS-CURRENT-ENTRY > 0
               COMPUTE WS-LINE-AMOUNT = QOT-UNIT-PRICE * QOT-QUANTITY
               IF QUOTE-ISSUED-IN-PERIOD
                   ADD WS-LINE-AMOUNT
                       TO SLT-ISSUED-AMOUNT(WS-CURRENT-ENTRY)
               END-IF
               IF QUOTE-CONVERTED-IN-PERIOD
                   ADD WS-LINE-AMOUNT
                       TO SLT-CONVERTED-AMOUNT(WS-CURRENT-ENTRY)
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Points WS-CURRENT-ENTRY at the quote's salesperson, adding an
      * unnamed entry for a code not on the roster. Zero when the
      * table is full.

       FIND-SALESPERSON-ENTRY.
           MOVE 0 TO WS-CURRENT-ENTRY
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                   UNTIL WS-TABLE-INDEX > WS-SALESPERSON-COUNT
                      OR WS-CURRENT-ENTRY > 0
               IF SLT-SALESPERSON-CODE(WS-TABLE-INDEX)
                       = QOT-SALESPERSON-CODE
                   MOVE WS-TABLE-INDEX TO WS-CURRENT-ENTRY
               END-IF
           END-PERFORM
           IF WS-CURRENT-ENTRY = 0
               IF WS-SALESPERSON-COUNT = 200
                   SET A-TABLE-IS-OVER-CAPACITY TO TRUE
               ELSE
                   ADD 1 TO WS-SALESPERSON-COUNT
                   MOVE WS-SALESPERSON-COUNT TO WS-CURRENT-ENTRY
                   PERFORM CLEAR-SALESPERSON-ENTRY
                   MOVE QOT-SALESPERSON-CODE
                       TO SLT-SALESPERSON-CODE(WS-CURRENT-ENTRY)
                   MOVE '(NOT ON SALESPERSON MASTER)'
                       TO SLT-NAME(WS-CURRENT-ENTRY)
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Prints one line per salesperson with any activity in the
      * month, then the totals, added up in the table's last slot.

       PRINT-HIT-RATE-REPORT.
           OPEN OUTPUT QUOTE-HIT-RATE-REPORT-FILE
           PERFORM PRINT-REPORT-HEADING
           ADD 1 TO WS-SALESPERSON-COUNT
           MOVE WS-SALESPERSON-COUNT TO WS-CURRENT-ENTRY
           PERFORM CLEAR-SALESPERSON-ENTRY
           MOVE 'ALL SALESPEOPLE' TO SLT-NAME(WS-CURRENT-ENTRY)
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                   UNTIL WS-TABLE-INDEX = WS-SALESPERSON-COUNT
               IF SLT-ISSUED-COUNT(WS-TABLE-INDEX) > 0
                   OR SLT-CONVERTED-COUNT(WS-TABLE-INDEX) > 0
                   OR SLT-EXPIRED-COUNT(WS-TABLE-INDEX) > 0
                   OR SLT-LOST-COUNT(WS-TABLE-INDEX) > 0
                   MOVE WS-TABLE-INDEX TO WS-CURRENT-ENTRY
                   PERFORM PRINT-SALESPERSON-LINE
                   PERFORM ADD-TO-REPORT-TOTALS
               END-IF
           END-PERFORM
           MOVE SPACES TO QUOTE-HIT-RATE-REPORT-LINE
           WRITE QUOTE-HIT-RATE-REPORT-LINE
           MOVE WS-SALESPERSON-COUNT TO WS-CURRENT-ENTRY
           PERFORM PRINT-SALESPERSON-LINE
           CLOSE QUOTE-HIT-RATE-REPORT-FILE.

      *---------------------------------------------------------------
      * Adds the entry at WS-CURRENT-ENTRY into the totals slot.

       ADD-TO-REPORT-TOTALS.
           ADD SLT-ISSUED-COUNT(WS-CURRENT-ENTRY)
               TO SLT-ISSUED-COUNT(WS-SALESPERSON-COUNT)
           ADD SLT-OPEN-COUNT(WS-CURRENT-ENTRY)
               TO SLT-OPEN-COUNT(WS-SALESPERSON-COUNT)
           ADD SLT-CONVERTED-COUNT(WS-CURRENT-ENTRY)
               TO SLT-CONVERTED-COUNT(WS-SALESPERSON-COUNT)
           ADD SLT-EXPIRED-COUNT(WS-CURRENT-ENTRY)
               TO SLT-EXPIRED-COUNT(WS-SALESPERSON-COUNT)
           ADD SLT-LOST-COUNT(WS-CURRENT-ENTRY)
               TO SLT-LOST-COUNT(WS-SALESPERSON-COUNT)
           ADD SLT-ISSUED-AMOUNT(WS-CURRENT-ENTRY)
               TO SLT-ISSUED-AMOUNT(WS-SALESPERSON-COUNT)
           ADD SLT-CONVERTED-AMOUNT(WS-CURRENT-ENTRY)
               TO SLT-CONVERTED-AMOUNT(WS-SALESPERSON-COUNT).

      *---------------------------------------------------------------
      * Writes the report heading.

       PRINT-REPORT-HEADING.
           MOVE SPACES TO QUOTE-HIT-RATE-REPORT-LINE
           MOVE 'ACME DISTRIBUTING CO.' TO QUOTE-HIT-RATE-REPORT-LINE
           WRITE QUOTE-HIT-RATE-REPORT-LINE
           MOVE SPACES TO QUOTE-HIT-RATE-REPORT-LINE
           STRING 'QUOTATION HIT RATE BY SALESPERSON - MONTH '
               WS-REPORT-PERIOD '   RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO QUOTE-HIT-RATE-REPORT-LINE
           WRITE QUOTE-HIT-RATE-REPORT-LINE
           MOVE SPACES TO QUOTE-HIT-RATE-REPORT-LINE
           WRITE QUOTE-HIT-RATE-REPORT-LINE
           MOVE SPACES TO QUOTE-HIT-RATE-REPORT-LINE
           STRING 'SLS NAME                           ISSUED   OPEN '
               'CONVERTED EXPIRED  LOST  HIT RATE  '
               '  DOLLARS QUOTED DOLLARS CONVERTED'
               DELIMITED BY SIZE INTO QUOTE-HIT-RATE-REPORT-LINE
           WRITE QUOTE-HIT-RATE-REPORT-LINE.

      *---------------------------------------------------------------
      * Prints the entry at WS-CURRENT-ENTRY. The hit rate is
      * converted over converted, expired and lost; with nothing
      * decided in the month it prints blank.

       PRINT-SALESPERSON-LINE.
           MOVE SPACES TO QUOTE-HIT-RATE-REPORT-LINE
           MOVE SLT-SALESPERSON-CODE(WS-CURRENT-ENTRY)
               TO QUOTE-HIT-RATE-REPORT-LINE(1:3)
           MOVE SLT-NAME(WS-CURRENT-ENTRY)
               TO QUOTE-HIT-RATE-REPORT-LINE(5:30)
           MOVE SLT-ISSUED-COUNT(WS-CURRENT-ENTRY) TO RPT-COUNT-EDITED
           MOVE RPT-COUNT-EDITED TO QUOTE-HIT-RATE-REPORT-LINE(36:5)
           MOVE SLT-OPEN-COUNT(WS-CURRENT-ENTRY) TO RPT-COUNT-EDITED
           MOVE RPT-COUNT-EDITED TO QUOTE-HIT-RATE-REPORT-LINE(43:5)
           MOVE SLT-CONVERTED-COUNT(WS-CURRENT-ENTRY)
               TO RPT-COUNT-EDITED
           MOVE RPT-COUNT-EDITED TO QUOTE-HIT-RATE-REPORT-LINE(53:5)
           MOVE SLT-EXPIRED-COUNT(WS-CURRENT-ENTRY) TO RPT-COUNT-EDITED
           MOVE RPT-COUNT-EDITED TO QUOTE-HIT-RATE-REPORT-LINE(60:5)
           MOVE SLT-LOST-COUNT(WS-CURRENT-ENTRY) TO RPT-COUNT-EDITED
           MOVE RPT-COUNT-EDITED TO QUOTE-HIT-RATE-REPORT-LINE(66:5)
           COMPUTE WS-DECIDED-COUNT =
               SLT-CONVERTED-COUNT(WS-CURRENT-ENTRY)
                   + SLT-EXPIRED-COUNT(WS-CURRENT-ENTRY)
                   + SLT-LOST-COUNT(WS-CURRENT-ENTRY)
           IF WS-DECIDED-COUNT > 0
               COMPUTE WS-HIT-RATE-PCT ROUNDED =
                   SLT-CONVERTED-COUNT(WS-CURRENT-ENTRY) * 100
                       / WS-DECIDED-COUNT
               MOVE WS-HIT-RATE-PCT TO RPT-PCT-EDITED
               MOVE RPT-PCT-EDITED TO QUOTE-HIT-RATE-REPORT-LINE(73:6)
               MOVE '%' TO QUOTE-HIT-RATE-REPORT-LINE(79:1)
           END-IF
           MOVE SLT-ISSUED-AMOUNT(WS-CURRENT-ENTRY)
               TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED TO QUOTE-HIT-RATE-REPORT-LINE(83:13)
           MOVE SLT-CONVERTED-AMOUNT(WS-CURRENT-ENTRY)
               TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED TO QUOTE-HIT-RATE-REPORT-LINE(100:13)
           WRITE QUOTE-HIT-RATE-REPORT-LINE.
