      *****************************************************************
      * Program name:    IFTARPT
      * Original author: Dave Nicolette
      *
      * Quarterly IFTA fuel-tax return by jurisdiction.
      *
      * Replaces adding up trip sheets by hand. The quarter's trips
      * are every unit/route/date on DRIVER-ASSIGNMENT-FILE or
      * BRAKE-LOG-FILE (a trip on both is counted once); each trip is
      * credited with its route's miles in each jurisdiction, from
      * the segment jurisdictions and lengths on ROUTE-FILE. The
      * fleet's miles per gallon comes from the quarter's miles and
      * its fuel purchases on FUEL-TICKET-FILE; each jurisdiction's
      * taxable gallons (its miles at the fleet MPG) less the gallons
      * bought there is priced at the IFTA-TAX-RATE-FILE rate, giving
      * the tax due - or the credit - the return reports for it. The
      * quarter is taken from IFTA-QUARTER-CONTROL-FILE when a caller
      * supplies one, otherwise it is the last quarter completed
      * before the business date.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  IFTARPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IFTA-QUARTER-CONTROL-FILE
               ASSIGN TO "IFTA-QUARTER-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT IFTA-TAX-RATE-FILE ASSIGN TO "IFTA-TAX-RATE-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROUTE-FILE ASSIGN TO "ROUTE-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DRIVER-ASSIGNMENT-FILE
               ASSIGN TO "DRIVER-ASSIGNMENT-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BRAKE-LOG-FILE ASSIGN TO "BRAKE-LOG-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FUEL-TICKET-FILE ASSIGN TO "FUEL-TICKET-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT IFTA-RETURN-FILE
               ASSIGN TO "IFTA-QUARTERLY-RETURN"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  IFTA-QUARTER-CONTROL-FILE.
       COPY IFTACTL.

       FD  IFTA-TAX-RATE-FILE.
       COPY IFTARATE.

       FD  ROUTE-FILE.
       COPY ROUTEPRF.

       FD  DRIVER-ASSIGNMENT-FILE.
       COPY DRVASGN.

       FD  BRAKE-LOG-FILE.
       COPY BRAKELOG.

       FD  FUEL-TICKET-FILE.
       COPY FUELTKT.

       FD  IFTA-RETURN-FILE.
       01  IFTA-RETURN-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILLER.
           05  WS-RATE-EOF-FLAG         PIC X VALUE 'N'.
               88  END-OF-RATE-FILE         VALUE 'Y'.
           05  WS-ROUTE-EOF-FLAG        PIC X VALUE 'N'.
               88  END-OF-ROUTE-FILE        VALUE 'Y'.
           05  WS-ASSIGN-EOF-FLAG       PIC X VALUE 'N'.
               88  END-OF-ASSIGNMENT-FILE   VALUE 'Y'.
           05  WS-LOG-EOF-FLAG          PIC X VALUE 'N'.
               88  END-OF-BRAKE-LOG         VALUE 'Y'.
           05  WS-TICKET-EOF-FLAG       PIC X VALUE 'N'.
               88  END-OF-TICKET-FILE       VALUE 'Y'.
           05  WS-QUARTER-SUPPLIED-FLAG PIC X VALUE 'N'.
               88  QUARTER-WAS-SUPPLIED     VALUE 'Y'.
           05  WS-FOUND-FLAG            PIC X.
               88  ENTRY-WAS-FOUND          VALUE 'Y'.
      * Set when a rate, route, trip or jurisdiction would not fit its
      * table. A return missing any of them would misstate the tax,
      * so none is written.
           05  WS-CAPACITY-FLAG         PIC X VALUE 'N'.
               88  A-TABLE-IS-OVER-CAPACITY VALUE 'Y'.
      * Jurisdiction a segment with none recorded is counted in - the
      * fleet's base jurisdiction under IFTA.
           05  IFTA-BASE-JURISDICTION   PIC X(02) VALUE 'CA'.
           05  WS-RUN-DATE              PIC X(08).
           05  WS-TAX-YEAR              PIC 9(04).
           05  WS-QUARTER               PIC 9(01).
           05  WS-MONTH                 PIC 9(02).
           05  WS-QUARTER-START         PIC X(08).
           05  WS-QUARTER-END           PIC X(08).
           05  WS-QUARTER-START-MONTH   PIC 9(02).
           05  WS-QUARTER-END-MONTH     PIC 9(02).
           05  WS-ROUTE-JURIS-COUNT     PIC S9(04) VALUE 0.
           05  WS-TRIP-COUNT            PIC S9(05) VALUE 0.
           05  WS-JURIS-COUNT           PIC S9(04) VALUE 0.
           05  WORKING-INDEX            PIC S9(05).
           05  WS-ROUTE-INDEX           PIC S9(04).
           05  WS-TRIP-UNIT-ID          PIC X(06).
           05  WS-TRIP-ROUTE-ID         PIC X(08).
           05  WS-TRIP-DATE             PIC X(08).
           05  WS-LOOKUP-JURISDICTION   PIC X(02).
           05  WS-UNROUTED-TRIP-COUNT   PIC S9(05) VALUE 0.
           05  WS-DEFAULTED-SEGMENTS    PIC S9(05) VALUE 0.
           05  WS-UNSTATED-TICKETS      PIC S9(05) VALUE 0.
           05  WS-NO-RATE-COUNT         PIC S9(04) VALUE 0.
           05  WS-ROUTE-TRIP-FLAG       PIC X.
               88  TRIP-ROUTE-WAS-FOUND     VALUE 'Y'.
           05  WS-TOTAL-MILES           PIC 9(09) VALUE 0.
           05  WS-TOTAL-GALLONS         PIC 9(07)V9(01) VALUE 0.
           05  WS-FLEET-MPG             PIC 9(03)V9(02) VALUE 0.
           05  WS-TOTAL-TAXABLE-GALLONS PIC 9(09) VALUE 0.
           05  WS-TOTAL-PAID-GALLONS    PIC 9(09) VALUE 0.
           05  WS-TOTAL-NET-GALLONS     PIC S9(09) VALUE 0.
           05  WS-TOTAL-TAX             PIC S9(09)V99 VALUE 0.

       01  RPT-MILES-EDITED             PIC ZZZ,ZZZ,ZZ9.
       01  RPT-GALLONS-EDITED           PIC ZZZ,ZZZ,ZZ9.
       01  RPT-NET-GALLONS-EDITED       PIC ---,---,--9.
       01  RPT-RATE-EDITED              PIC 9.9999.
       01  RPT-TAX-EDITED               PIC ---,---,--9.99.
       01  RPT-MPG-EDITED               PIC ZZ9.99.
       01  RPT-COUNT-EDITED             PIC ZZZZ9.
       01  RPT-PURCHASED-EDITED         PIC Z,ZZZ,ZZ9.9.

       01  WS-ERROR-LOG-FIELDS.
           05  WS-ERR-PROGRAM-NAME      PIC X(08) VALUE 'IFTARPT'.
           05  WS-ERR-PARAGRAPH-NAME    PIC X(30).
           05  WS-ERR-DESCRIPTION       PIC X(60).
           05  WS-ERR-OFFENDING-DATA    PIC X(30).

      * Route length in each jurisdiction, in meters as ROUTE-FILE
      * records it.
       01  ROUTE-JURIS-TABLE.
           05  ROUTE-JURIS-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-ROUTE-JURIS-COUNT
                   INDEXED BY ROUTE-JURIS-IDX.
               10  RJT-ROUTE-ID         PIC X(08).
               10  RJT-JURISDICTION     PIC X(02).
               10  RJT-METERS           PIC 9(09).

      * The quarter's distinct unit/route/date trips.
       01  TRIP-TABLE.
           05  TRIP-ENTRY OCCURS 1 TO 9000 TIMES
                   DEPENDING ON WS-TRIP-COUNT
                   INDEXED BY TRIP-IDX.
               10  TRP-UNIT-ID          PIC X(06).
               10  TRP-ROUTE-ID         PIC X(08).
               10  TRP-DATE             PIC X(08).

      * One line of the return per jurisdiction with a rate, miles,
      * or purchases.
       01  JURIS-TABLE.
           05  JURIS-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-JURIS-COUNT
                   INDEXED BY JURIS-IDX.
               10  JUR-CODE             PIC X(02).
               10  JUR-NAME             PIC X(20).
               10  JUR-TAX-RATE         PIC 9(01)V9(04).
               10  JUR-RATE-FLAG        PIC X.
                   88  JUR-RATE-ON-FILE     VALUE 'Y'.
               10  JUR-METERS           PIC 9(11).
               10  JUR-MILES            PIC 9(09).
               10  JUR-PURCHASED-GALLONS PIC 9(07)V9(01).
               10  JUR-PAID-GALLONS     PIC 9(09).
               10  JUR-TAXABLE-GALLONS  PIC 9(09).
               10  JUR-NET-GALLONS      PIC S9(09).
               10  JUR-TAX-DUE          PIC S9(09)V99.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           CALL 'BUSDATE' USING WS-RUN-DATE
           END-CALL
           PERFORM LOAD-IFTA-QUARTER
           PERFORM LOAD-IFTA-TAX-RATES
           PERFORM LOAD-ROUTE-JURISDICTIONS
           PERFORM COLLECT-ASSIGNMENT-TRIPS
           PERFORM COLLECT-BRAKE-LOG-TRIPS
           PERFORM VARYING TRIP-IDX FROM 1 BY 1
                   UNTIL TRIP-IDX > WS-TRIP-COUNT
               PERFORM ADD-ONE-TRIP-MILES
           END-PERFORM
           PERFORM ACCUMULATE-FUEL-PURCHASES
           IF A-TABLE-IS-OVER-CAPACITY
               DISPLAY 'IFTARPT: the quarter exceeds the return '
                   'table capacity - no return written'
               MOVE 'MAIN-LOGIC' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'quarter exceeds IFTA return table capacity'
                   TO WS-ERR-DESCRIPTION
               MOVE WS-QUARTER-START TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-IFTARPT-ERROR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM COMPUTE-FLEET-MPG
           PERFORM VARYING JURIS-IDX FROM 1 BY 1
                   UNTIL JURIS-IDX > WS-JURIS-COUNT
               PERFORM COMPUTE-ONE-JURISDICTION
           END-PERFORM
           OPEN OUTPUT IFTA-RETURN-FILE
           PERFORM WRITE-RETURN-HEADER
           PERFORM VARYING JURIS-IDX FROM 1 BY 1
                   UNTIL JURIS-IDX > WS-JURIS-COUNT
               IF JUR-MILES(JURIS-IDX) > 0
                   OR JUR-PURCHASED-GALLONS(JURIS-IDX) > 0
                   PERFORM WRITE-JURISDICTION-LINE
               END-IF
           END-PERFORM
           PERFORM WRITE-RETURN-TOTALS
           CLOSE IFTA-RETURN-FILE
           MOVE WS-TOTAL-TAX TO RPT-TAX-EDITED
           DISPLAY 'IFTARPT: ' WS-TAX-YEAR ' Q' WS-QUARTER ' - '
               WS-TRIP-COUNT ' trip(s), net tax ' RPT-TAX-EDITED
           GOBACK.

      *---------------------------------------------------------------
      * Calls the shared LOGERROR routine to append one record to
      * ERROR-LOG-FILE for the problem just found. WS-ERR-PARAGRAPH-
      * NAME, WS-ERR-DESCRIPTION and WS-ERR-OFFENDING-DATA must be set
      * by the calling paragraph before this is performed.

       LOG-IFTARPT-ERROR.
           CALL 'LOGERROR' USING WS-ERR-PROGRAM-NAME
               WS-ERR-PARAGRAPH-NAME WS-ERR-DESCRIPTION
               WS-ERR-OFFENDING-DATA
           END-CALL.

      *---------------------------------------------------------------
      * Takes the year and quarter from IFTA-QUARTER-CONTROL-FILE
      * when a caller supplied them, consuming the record; otherwise
      * files the last quarter completed before the business date.
      * The quarter's first and last dates bound every file read.

       LOAD-IFTA-QUARTER.
           OPEN INPUT IFTA-QUARTER-CONTROL-FILE
           READ IFTA-QUARTER-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF IFC-TAX-YEAR NUMERIC
                       AND IFC-QUARTER >= '1' AND IFC-QUARTER <= '4'
                       MOVE IFC-TAX-YEAR TO WS-TAX-YEAR
                       MOVE IFC-QUARTER TO WS-QUARTER
                       SET QUARTER-WAS-SUPPLIED TO TRUE
                   ELSE
                       MOVE 'LOAD-IFTA-QUARTER' TO WS-ERR-PARAGRAPH-NAME
                       MOVE 'IFTA quarter control record not valid'
                           TO WS-ERR-DESCRIPTION
                       MOVE IFTA-QUARTER-CONTROL-RECORD
                           TO WS-ERR-OFFENDING-DATA
                       PERFORM LOG-IFTARPT-ERROR
                   END-IF
           END-READ
           CLOSE IFTA-QUARTER-CONTROL-FILE
           OPEN OUTPUT IFTA-QUARTER-CONTROL-FILE
           CLOSE IFTA-QUARTER-CONTROL-FILE
           IF NOT QUARTER-WAS-SUPPLIED
               MOVE WS-RUN-DATE(1:4) TO WS-TAX-YEAR
               MOVE WS-RUN-DATE(5:2) TO WS-MONTH
               COMPUTE WS-QUARTER = (WS-MONTH - 1) / 3
               IF WS-QUARTER = 0
                   SUBTRACT 1 FROM WS-TAX-YEAR
                   MOVE 4 TO WS-QUARTER
               END-IF
           END-IF
           COMPUTE WS-QUARTER-START-MONTH = WS-QUARTER * 3 - 2
           COMPUTE WS-QUARTER-END-MONTH = WS-QUARTER * 3
           MOVE SPACES TO WS-QUARTER-START
           STRING WS-TAX-YEAR WS-QUARTER-START-MONTH '01'
               DELIMITED BY SIZE INTO WS-QUARTER-START
           MOVE SPACES TO WS-QUARTER-END
           STRING WS-TAX-YEAR WS-QUARTER-END-MONTH '31'
               DELIMITED BY SIZE INTO WS-QUARTER-END.

      *---------------------------------------------------------------
      * Loads the tax rate table as the first jurisdictions on the
      * return.

       LOAD-IFTA-TAX-RATES.
           OPEN INPUT IFTA-TAX-RATE-FILE
           PERFORM UNTIL END-OF-RATE-FILE
               READ IFTA-TAX-RATE-FILE
                   AT END
                       SET END-OF-RATE-FILE TO TRUE
                   NOT AT END
                       IF WS-JURIS-COUNT < 100
                           ADD 1 TO WS-JURIS-COUNT
                           SET JURIS-IDX TO WS-JURIS-COUNT
                           PERFORM CLEAR-JURISDICTION-ENTRY
                           MOVE IFR-JURISDICTION
                               TO JUR-CODE(JURIS-IDX)
                           MOVE IFR-JURISDICTION-NAME
                               TO JUR-NAME(JURIS-IDX)
                           MOVE IFR-TAX-RATE
                               TO JUR-TAX-RATE(JURIS-IDX)
                           SET JUR-RATE-ON-FILE(JURIS-IDX) TO TRUE
                       ELSE
                           SET A-TABLE-IS-OVER-CAPACITY TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IFTA-TAX-RATE-FILE.

      *---------------------------------------------------------------
      * Zeroes the jurisdiction entry JURIS-IDX points at.

       CLEAR-JURISDICTION-ENTRY.
           MOVE SPACES TO JUR-CODE(JURIS-IDX)
           MOVE SPACES TO JUR-NAME(JURIS-IDX)
           MOVE 0 TO JUR-TAX-RATE(JURIS-IDX)
           MOVE 'N' TO JUR-RATE-FLAG(JURIS-IDX)
           MOVE 0 TO JUR-METERS(JURIS-IDX)
           MOVE 0 TO JUR-MILES(JURIS-IDX)
           MOVE 0 TO JUR-PURCHASED-GALLONS(JURIS-IDX)
           MOVE 0 TO JUR-PAID-GALLONS(JURIS-IDX)
           MOVE 0 TO JUR-TAXABLE-GALLONS(JURIS-IDX)
           MOVE 0 TO JUR-NET-GALLONS(JURIS-IDX)
           MOVE 0 TO JUR-TAX-DUE(JURIS-IDX).

      *---------------------------------------------------------------
      * Points JURIS-IDX at WS-LOOKUP-JURISDICTION's entry, adding
      * one - with no rate - for a jurisdiction not on the rate
      * table. Leaves the found flag off only when the table is full,
      * which stops the return.

       FIND-JURISDICTION.
           MOVE 'N' TO WS-FOUND-FLAG
           SET JURIS-IDX TO 1
           SEARCH JURIS-ENTRY
               AT END
                   CONTINUE
               WHEN JUR-CODE(JURIS-IDX) = WS-LOOKUP-JURISDICTION
                   SET ENTRY-WAS-FOUND TO TRUE
           END-SEARCH
           IF NOT ENTRY-WAS-FOUND AND WS-JURIS-COUNT < 100
               ADD 1 TO WS-JURIS-COUNT
               SET JURIS-IDX TO WS-JURIS-COUNT
               PERFORM CLEAR-JURISDICTION-ENTRY
               MOVE WS-LOOKUP-JURISDICTION TO JUR-CODE(JURIS-IDX)
               MOVE '(NO RATE ON FILE)' TO JUR-NAME(JURIS-IDX)
               SET ENTRY-WAS-FOUND TO TRUE
           END-IF
           IF NOT ENTRY-WAS-FOUND
               SET A-TABLE-IS-OVER-CAPACITY TO TRUE
           END-IF.

      *---------------------------------------------------------------
      * Totals each route's length by jurisdiction. A segment with
      * no jurisdiction recorded counts in the base jurisdiction.

       LOAD-ROUTE-JURISDICTIONS.
           OPEN INPUT ROUTE-FILE
           PERFORM UNTIL END-OF-ROUTE-FILE
               READ ROUTE-FILE
                   AT END
                       SET END-OF-ROUTE-FILE TO TRUE
                   NOT AT END
                       PERFORM NOTE-ONE-ROUTE-SEGMENT
               END-READ
           END-PERFORM
           CLOSE ROUTE-FILE.

      *---------------------------------------------------------------
      * Adds the segment just read to its route/jurisdiction entry.

       NOTE-ONE-ROUTE-SEGMENT.
           IF RSG-JURISDICTION = SPACES
               MOVE IFTA-BASE-JURISDICTION TO RSG-JURISDICTION
               ADD 1 TO WS-DEFAULTED-SEGMENTS
           END-IF
           MOVE 'N' TO WS-FOUND-FLAG
           SET ROUTE-JURIS-IDX TO 1
           SEARCH ROUTE-JURIS-ENTRY
               AT END
                   CONTINUE
               WHEN RJT-ROUTE-ID(ROUTE-JURIS-IDX) = RSG-ROUTE-ID
                   AND RJT-JURISDICTION(ROUTE-JURIS-IDX)
                       = RSG-JURISDICTION
                   SET ENTRY-WAS-FOUND TO TRUE
           END-SEARCH
           IF NOT ENTRY-WAS-FOUND AND WS-ROUTE-JURIS-COUNT < 1000
               ADD 1 TO WS-ROUTE-JURIS-COUNT
               SET ROUTE-JURIS-IDX TO WS-ROUTE-JURIS-COUNT
               MOVE RSG-ROUTE-ID TO RJT-ROUTE-ID(ROUTE-JURIS-IDX)
               MOVE RSG-JURISDICTION
                   TO RJT-JURISDICTION(ROUTE-JURIS-IDX)
               MOVE 0 TO RJT-METERS(ROUTE-JURIS-IDX)
               SET ENTRY-WAS-FOUND TO TRUE
           END-IF
           IF ENTRY-WAS-FOUND
               ADD RSG-LENGTH-METERS TO RJT-METERS(ROUTE-JURIS-IDX)
           ELSE
               SET A-TABLE-IS-OVER-CAPACITY TO TRUE
           END-IF.

      *---------------------------------------------------------------
      * Collects the quarter's trips from the dispatch assignments.

       COLLECT-ASSIGNMENT-TRIPS.
           OPEN INPUT DRIVER-ASSIGNMENT-FILE
           PERFORM UNTIL END-OF-ASSIGNMENT-FILE
               READ DRIVER-ASSIGNMENT-FILE
                   AT END
                       SET END-OF-ASSIGNMENT-FILE TO TRUE
                   NOT AT END
                       IF DAS-ASSIGN-DATE NOT < WS-QUARTER-START
                           AND DAS-ASSIGN-DATE NOT > WS-QUARTER-END
                           MOVE DAS-UNIT-ID TO WS-TRIP-UNIT-ID
                           MOVE DAS-ROUTE-ID TO WS-TRIP-ROUTE-ID
                           MOVE DAS-ASSIGN-DATE TO WS-TRIP-DATE
                           PERFORM NOTE-ONE-TRIP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DRIVER-ASSIGNMENT-FILE.

      *---------------------------------------------------------------
      * Collects the quarter's trips from the brake-model runs, which
      * include runs made before dispatch assignments were recorded.

       COLLECT-BRAKE-LOG-TRIPS.
           OPEN INPUT BRAKE-LOG-FILE
           PERFORM UNTIL END-OF-BRAKE-LOG
               READ BRAKE-LOG-FILE
                   AT END
                       SET END-OF-BRAKE-LOG TO TRUE
                   NOT AT END
                       IF BLG-RUN-DATE NOT < WS-QUARTER-START
                           AND BLG-RUN-DATE NOT > WS-QUARTER-END
                           MOVE BLG-UNIT-ID TO WS-TRIP-UNIT-ID
                           MOVE BLG-ROUTE-ID TO WS-TRIP-ROUTE-ID
                           MOVE BLG-RUN-DATE TO WS-TRIP-DATE
                           PERFORM NOTE-ONE-TRIP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BRAKE-LOG-FILE.

      *---------------------------------------------------------------
      * Adds the trip in WS-TRIP-UNIT-ID/ROUTE-ID/DATE to the trip
      * table unless it is already there.

       NOTE-ONE-TRIP.
           MOVE 'N' TO WS-FOUND-FLAG
           SET TRIP-IDX TO 1
           SEARCH TRIP-ENTRY
               AT END
                   CONTINUE
               WHEN TRP-UNIT-ID(TRIP-IDX) = WS-TRIP-UNIT-ID
                   AND TRP-ROUTE-ID(TRIP-IDX) = WS-TRIP-ROUTE-ID
                   AND TRP-DATE(TRIP-IDX) = WS-TRIP-DATE
                   SET ENTRY-WAS-FOUND TO TRUE
           END-SEARCH
           IF NOT ENTRY-WAS-FOUND
               IF WS-TRIP-COUNT < 9000
                   ADD 1 TO WS-TRIP-COUNT
                   MOVE WS-TRIP-UNIT-ID TO TRP-UNIT-ID(WS-TRIP-COUNT)
                   MOVE WS-TRIP-ROUTE-ID TO TRP-ROUTE-ID(WS-TRIP-COUNT)
                   MOVE WS-TRIP-DATE TO TRP-DATE(WS-TRIP-COUNT)
               ELSE
                   SET A-TABLE-IS-OVER-CAPACITY TO TRUE
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Credits the trip TRIP-IDX points at with its route's meters
      * in each jurisdiction. A route not on ROUTE-FILE has no miles
      * to credit and is counted on the return.

       ADD-ONE-TRIP-MILES.
           MOVE 'N' TO WS-ROUTE-TRIP-FLAG
           PERFORM VARYING WS-ROUTE-INDEX FROM 1 BY 1
                   UNTIL WS-ROUTE-INDEX > WS-ROUTE-JURIS-COUNT
               IF RJT-ROUTE-ID(WS-ROUTE-INDEX) = TRP-ROUTE-ID(TRIP-IDX)
                   SET TRIP-ROUTE-WAS-FOUND TO TRUE
                   MOVE RJT-JURISDICTION(WS-ROUTE-INDEX)
                       TO WS-LOOKUP-JURISDICTION
                   PERFORM FIND-JURISDICTION
                   IF ENTRY-WAS-FOUND
                       ADD RJT-METERS(WS-ROUTE-INDEX)
                           TO JUR-METERS(JURIS-IDX)
                   END-IF
               END-IF
           END-PERFORM
           IF NOT TRIP-ROUTE-WAS-FOUND
               ADD 1 TO WS-UNROUTED-TRIP-COUNT
               MOVE 'ADD-ONE-TRIP-MILES' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'trip route not on route file - no IFTA miles'
                   TO WS-ERR-DESCRIPTION
               MOVE SPACES TO WS-ERR-OFFENDING-DATA
               STRING TRP-UNIT-ID(TRIP-IDX) ' '
                   TRP-ROUTE-ID(TRIP-IDX) ' ' TRP-DATE(TRIP-IDX)
                   DELIMITED BY SIZE INTO WS-ERR-OFFENDING-DATA
               PERFORM LOG-IFTARPT-ERROR
           END-IF.

      *---------------------------------------------------------------
      * Totals the quarter's fuel purchases, fleet-wide and by the
      * jurisdiction they were bought in. A ticket with no purchase
      * jurisdiction counts toward the fleet MPG but earns no tax-
      * paid credit anywhere.

       ACCUMULATE-FUEL-PURCHASES.
           OPEN INPUT FUEL-TICKET-FILE
           PERFORM UNTIL END-OF-TICKET-FILE
               READ FUEL-TICKET-FILE
                   AT END
                       SET END-OF-TICKET-FILE TO TRUE
                   NOT AT END
                       IF FTK-TICKET-DATE NOT < WS-QUARTER-START
                           AND FTK-TICKET-DATE NOT > WS-QUARTER-END
                           PERFORM ADD-ONE-FUEL-PURCHASE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FUEL-TICKET-FILE.

      *---------------------------------------------------------------
      * Adds the fuel ticket just read to the purchase totals.

       ADD-ONE-FUEL-PURCHASE.
           ADD FTK-GALLONS TO WS-TOTAL-GALLONS
           IF FTK-PURCHASE-JURISDICTION = SPACES
               ADD 1 TO WS-UNSTATED-TICKETS
           ELSE
               MOVE FTK-PURCHASE-JURISDICTION
                   TO WS-LOOKUP-JURISDICTION
               PERFORM FIND-JURISDICTION
               IF ENTRY-WAS-FOUND
                   ADD FTK-GALLONS
                       TO JUR-PURCHASED-GALLONS(JURIS-IDX)
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Converts each jurisdiction's meters to whole miles, as the
      * return is filed, and works out the fleet MPG from total
      * miles over total gallons purchased.

       COMPUTE-FLEET-MPG.
           PERFORM VARYING JURIS-IDX FROM 1 BY 1
                   UNTIL JURIS-IDX > WS-JURIS-COUNT
               COMPUTE JUR-MILES(JURIS-IDX) ROUNDED =
                   JUR-METERS(JURIS-IDX) / 1609.344
               ADD JUR-MILES(JURIS-IDX) TO WS-TOTAL-MILES
           END-PERFORM
           IF WS-TOTAL-GALLONS > 0
               COMPUTE WS-FLEET-MPG ROUNDED =
                   WS-TOTAL-MILES / WS-TOTAL-GALLONS
           ELSE
               MOVE 'COMPUTE-FLEET-MPG' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'no fuel purchases in the quarter - MPG unknown'
                   TO WS-ERR-DESCRIPTION
               MOVE WS-QUARTER-START TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-IFTARPT-ERROR
           END-IF.

      *---------------------------------------------------------------
      * Works out the jurisdiction JURIS-IDX points at: taxable
      * gallons at the fleet MPG, less the gallons bought there, at
      * its tax rate. A negative result is a credit.

       COMPUTE-ONE-JURISDICTION.
           IF WS-FLEET-MPG > 0
               COMPUTE JUR-TAXABLE-GALLONS(JURIS-IDX) ROUNDED =
                   JUR-MILES(JURIS-IDX) / WS-FLEET-MPG
           END-IF
           COMPUTE JUR-PAID-GALLONS(JURIS-IDX) ROUNDED =
               JUR-PURCHASED-GALLONS(JURIS-IDX)
           COMPUTE JUR-NET-GALLONS(JURIS-IDX) =
               JUR-TAXABLE-GALLONS(JURIS-IDX)
                 - JUR-PAID-GALLONS(JURIS-IDX)
           COMPUTE JUR-TAX-DUE(JURIS-IDX) ROUNDED =
               JUR-NET-GALLONS(JURIS-IDX) * JUR-TAX-RATE(JURIS-IDX)
           ADD JUR-TAXABLE-GALLONS(JURIS-IDX)
               TO WS-TOTAL-TAXABLE-GALLONS
           ADD JUR-PAID-GALLONS(JURIS-IDX) TO WS-TOTAL-PAID-GALLONS
           ADD JUR-NET-GALLONS(JURIS-IDX) TO WS-TOTAL-NET-GALLONS
           ADD JUR-TAX-DUE(JURIS-IDX) TO WS-TOTAL-TAX
           IF NOT JUR-RATE-ON-FILE(JURIS-IDX)
               AND (JUR-MILES(JURIS-IDX) > 0
                    OR JUR-PURCHASED-GALLONS(JURIS-IDX) > 0)
               ADD 1 TO WS-NO-RATE-COUNT
               MOVE 'COMPUTE-ONE-JURISDICTION' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'IFTA jurisdiction has no tax rate on file'
                   TO WS-ERR-DESCRIPTION
               MOVE JUR-CODE(JURIS-IDX) TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-IFTARPT-ERROR
           END-IF.

      *---------------------------------------------------------------
      * Writes the heading block and the fleet summary of the
      * return.

       WRITE-RETURN-HEADER.
           MOVE SPACES TO IFTA-RETURN-LINE
           MOVE 'ACME DISTRIBUTING CO.' TO IFTA-RETURN-LINE
           WRITE IFTA-RETURN-LINE
           MOVE SPACES TO IFTA-RETURN-LINE
           STRING 'IFTA QUARTERLY FUEL TAX RETURN - ' WS-TAX-YEAR
               ' QUARTER ' WS-QUARTER ' (' WS-QUARTER-START ' TO '
               WS-QUARTER-END ') - RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO IFTA-RETURN-LINE
           WRITE IFTA-RETURN-LINE
           MOVE SPACES TO IFTA-RETURN-LINE
           WRITE IFTA-RETURN-LINE
           MOVE SPACES TO IFTA-RETURN-LINE
           MOVE WS-TOTAL-MILES TO RPT-MILES-EDITED
           STRING 'TOTAL FLEET MILES (ALL JURISDICTIONS):  '
               RPT-MILES-EDITED
               DELIMITED BY SIZE INTO IFTA-RETURN-LINE
           WRITE IFTA-RETURN-LINE
           MOVE SPACES TO IFTA-RETURN-LINE
           MOVE WS-TOTAL-GALLONS TO RPT-PURCHASED-EDITED
           STRING 'TOTAL GALLONS PURCHASED:                '
               RPT-PURCHASED-EDITED
               DELIMITED BY SIZE INTO IFTA-RETURN-LINE
           WRITE IFTA-RETURN-LINE
           MOVE SPACES TO IFTA-RETURN-LINE
           MOVE WS-FLEET-MPG TO RPT-MPG-EDITED
           STRING 'FLEET AVERAGE MPG:                           '
               RPT-MPG-EDITED
               DELIMITED BY SIZE INTO IFTA-RETURN-LINE
           WRITE IFTA-RETURN-LINE
           MOVE SPACES TO IFTA-RETURN-LINE
           WRITE IFTA-RETURN-LINE
           MOVE SPACES TO IFTA-RETURN-LINE
           STRING 'JUR  JURISDICTION           TOTAL MILES  TAXABLE '
               'GAL  TAX-PAID GAL  NET TAXABLE  TAX RATE   TAX DUE '
               '(CREDIT)'
               DELIMITED BY SIZE INTO IFTA-RETURN-LINE
           WRITE IFTA-RETURN-LINE.

      *---------------------------------------------------------------
      * Writes the return line for the jurisdiction JURIS-IDX points
      * at.

       WRITE-JURISDICTION-LINE.
           MOVE SPACES TO IFTA-RETURN-LINE
           MOVE JUR-CODE(JURIS-IDX) TO IFTA-RETURN-LINE(1:2)
           MOVE JUR-NAME(JURIS-IDX) TO IFTA-RETURN-LINE(6:20)
           MOVE JUR-MILES(JURIS-IDX) TO RPT-MILES-EDITED
           MOVE RPT-MILES-EDITED TO IFTA-RETURN-LINE(27:11)
           MOVE JUR-TAXABLE-GALLONS(JURIS-IDX) TO RPT-GALLONS-EDITED
           MOVE RPT-GALLONS-EDITED TO IFTA-RETURN-LINE(40:11)
           MOVE JUR-PAID-GALLONS(JURIS-IDX) TO RPT-GALLONS-EDITED
           MOVE RPT-GALLONS-EDITED TO IFTA-RETURN-LINE(53:11)
           MOVE JUR-NET-GALLONS(JURIS-IDX) TO RPT-NET-GALLONS-EDITED
           MOVE RPT-NET-GALLONS-EDITED TO IFTA-RETURN-LINE(65:11)
           MOVE JUR-TAX-RATE(JURIS-IDX) TO RPT-RATE-EDITED
           MOVE RPT-RATE-EDITED TO IFTA-RETURN-LINE(79:6)
           MOVE JUR-TAX-DUE(JURIS-IDX) TO RPT-TAX-EDITED
           MOVE RPT-TAX-EDITED TO IFTA-RETURN-LINE(87:14)
           IF JUR-TAX-DUE(JURIS-IDX) < 0
               MOVE 'CREDIT' TO IFTA-RETURN-LINE(103:6)
           END-IF
           WRITE IFTA-RETURN-LINE.

      *---------------------------------------------------------------
      * Writes the return's totals and the exceptions a filer must
      * resolve before signing it.

       WRITE-RETURN-TOTALS.
           MOVE SPACES TO IFTA-RETURN-LINE
           WRITE IFTA-RETURN-LINE
           MOVE SPACES TO IFTA-RETURN-LINE
           MOVE 'TOTALS' TO IFTA-RETURN-LINE(1:6)
           MOVE WS-TOTAL-MILES TO RPT-MILES-EDITED
           MOVE RPT-MILES-EDITED TO IFTA-RETURN-LINE(27:11)
           MOVE WS-TOTAL-TAXABLE-GALLONS TO RPT-GALLONS-EDITED
           MOVE RPT-GALLONS-EDITED TO IFTA-RETURN-LINE(40:11)
           MOVE WS-TOTAL-PAID-GALLONS TO RPT-GALLONS-EDITED
           MOVE RPT-GALLONS-EDITED TO IFTA-RETURN-LINE(53:11)
           MOVE WS-TOTAL-NET-GALLONS TO RPT-NET-GALLONS-EDITED
           MOVE RPT-NET-GALLONS-EDITED TO IFTA-RETURN-LINE(65:11)
           MOVE WS-TOTAL-TAX TO RPT-TAX-EDITED
           MOVE RPT-TAX-EDITED TO IFTA-RETURN-LINE(87:14)
           WRITE IFTA-RETURN-LINE
           MOVE SPACES TO IFTA-RETURN-LINE
           WRITE IFTA-RETURN-LINE
           MOVE SPACES TO IFTA-RETURN-LINE
           MOVE WS-TOTAL-TAX TO RPT-TAX-EDITED
           IF WS-TOTAL-TAX < 0
               STRING 'NET CREDIT DUE TO LICENSEE: ' RPT-TAX-EDITED
                   DELIMITED BY SIZE INTO IFTA-RETURN-LINE
           ELSE
               STRING 'NET TAX DUE:                ' RPT-TAX-EDITED
                   DELIMITED BY SIZE INTO IFTA-RETURN-LINE
           END-IF
           WRITE IFTA-RETURN-LINE
           MOVE WS-TRIP-COUNT TO RPT-COUNT-EDITED
           MOVE SPACES TO IFTA-RETURN-LINE
           STRING 'TRIPS IN QUARTER:                      '
               RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO IFTA-RETURN-LINE
           WRITE IFTA-RETURN-LINE
           IF WS-UNROUTED-TRIP-COUNT > 0
               MOVE WS-UNROUTED-TRIP-COUNT TO RPT-COUNT-EDITED
               MOVE SPACES TO IFTA-RETURN-LINE
               STRING '*** ' RPT-COUNT-EDITED ' TRIP(S) ON ROUTES '
                   'NOT ON ROUTE-FILE - MILES NOT REPORTED ***'
                   DELIMITED BY SIZE INTO IFTA-RETURN-LINE
               WRITE IFTA-RETURN-LINE
           END-IF
           IF WS-DEFAULTED-SEGMENTS > 0
               MOVE WS-DEFAULTED-SEGMENTS TO RPT-COUNT-EDITED
               MOVE SPACES TO IFTA-RETURN-LINE
               STRING '*** ' RPT-COUNT-EDITED ' ROUTE SEGMENT(S) WITH '
                   'NO JURISDICTION - COUNTED IN '
                   IFTA-BASE-JURISDICTION ' ***'
                   DELIMITED BY SIZE INTO IFTA-RETURN-LINE
               WRITE IFTA-RETURN-LINE
           END-IF
           IF WS-UNSTATED-TICKETS > 0
               MOVE WS-UNSTATED-TICKETS TO RPT-COUNT-EDITED
               MOVE SPACES TO IFTA-RETURN-LINE
               STRING '*** ' RPT-COUNT-EDITED ' FUEL TICKET(S) WITH '
                   'NO PURCHASE JURISDICTION - NO TAX-PAID CREDIT ***'
                   DELIMITED BY SIZE INTO IFTA-RETURN-LINE
               WRITE IFTA-RETURN-LINE
           END-IF
           IF WS-NO-RATE-COUNT > 0
               MOVE WS-NO-RATE-COUNT TO RPT-COUNT-EDITED
               MOVE SPACES TO IFTA-RETURN-LINE
               STRING '*** ' RPT-COUNT-EDITED ' JURISDICTION(S) WITH '
                   'NO TAX RATE ON FILE - PRICED AT ZERO ***'
                   DELIMITED BY SIZE INTO IFTA-RETURN-LINE
               WRITE IFTA-RETURN-LINE
           END-IF.
