      *****************************************************************
      * Program name:    UNITPROF
      * Original author: Dave Nicolette
      *
      * Monthly profitability by truck and by route.
      *
      * FLEETCST says what a unit costs to keep running and FUELRPT
      * what it burns, but nothing said what it earns. For the month
      * of the business date, through the business date, this report
      * puts against each unit and each route:
      *   - revenue: every UNIT-LOAD-FILE line loaded on the unit in
      *     the month, priced at what INVOICE-HISTORY-FILE billed the
      *     order for that SKU (a line not yet invoiced is counted
      *     and left out);
      *   - fuel: FUEL-TICKET-FILE purchases in the month, at the
      *     cost the card provider charged, or at the standard cost
      *     per gallon for a keyed ticket with no cost on it;
      *   - maintenance: parts and labor on work orders closed in
      *     the month;
      *   - driver: the hours of every shift checked in during the
      *     month, paired with its check-out the way DRVPAY pairs
      *     them, at the driver's straight-time rate, plus each
      *     route assignment's miles at the driver's mileage rate.
      * A unit's miles are the lengths of the routes it was assigned
      * in the month. What a unit earned or spent on a day is shared
      * among the routes it ran that day by their miles, its month's
      * maintenance among the routes it ran in the month; a cost on a
      * day the unit ran no route is shown against NO ROUTE. Units
      * and routes are each ranked by contribution - revenue less
      * fuel, maintenance and driver cost - with contribution per
      * mile, so it shows which trucks and routes are worth keeping.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  UNITPROF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROUTE-FILE ASSIGN TO "ROUTE-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DRIVER-MASTER-FILE ASSIGN TO "DRIVER-MASTER-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DRIVER-ASSIGNMENT-FILE
               ASSIGN TO "DRIVER-ASSIGNMENT-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INVOICE-HISTORY-FILE
               ASSIGN TO "INVOICE-HISTORY-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT UNIT-LOAD-FILE ASSIGN TO "UNIT-LOAD-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNIT-LOAD-STATUS.
           SELECT FUEL-TICKET-FILE ASSIGN TO "FUEL-TICKET-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WORK-ORDER-FILE ASSIGN TO "WORK-ORDER-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHECK-IN-LOG ASSIGN TO "CHECK-IN-LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROFIT-REPORT-FILE
               ASSIGN TO "UNIT-ROUTE-PROFIT-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ROUTE-FILE.
       COPY ROUTEPRF.

       FD  DRIVER-MASTER-FILE.
       COPY DRVMAST.

       FD  DRIVER-ASSIGNMENT-FILE.
       COPY DRVASGN.

       FD  INVOICE-HISTORY-FILE.
       COPY INVHIST.

       FD  UNIT-LOAD-FILE.
       COPY UNITLOAD.

       FD  FUEL-TICKET-FILE.
       COPY FUELTKT.

       FD  WORK-ORDER-FILE.
       COPY WORKORDR.

       FD  CHECK-IN-LOG.
       COPY CHECKIN.

       FD  PROFIT-REPORT-FILE.
       01  PROFIT-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILLER.
           05  WS-UNIT-LOAD-STATUS      PIC XX.
           05  WS-ROUTE-EOF-FLAG        PIC X VALUE 'N'.
               88  END-OF-ROUTE-FILE        VALUE 'Y'.
           05  WS-DRIVER-EOF-FLAG       PIC X VALUE 'N'.
               88  END-OF-DRIVER-MASTER     VALUE 'Y'.
           05  WS-ASSIGN-EOF-FLAG       PIC X VALUE 'N'.
               88  END-OF-ASSIGNMENT-FILE   VALUE 'Y'.
           05  WS-HISTORY-EOF-FLAG      PIC X VALUE 'N'.
               88  END-OF-INVOICE-HISTORY   VALUE 'Y'.
           05  WS-UNIT-LOAD-EOF-FLAG    PIC X VALUE 'N'.
               88  END-OF-UNIT-LOAD-FILE    VALUE 'Y'.
           05  WS-TICKET-EOF-FLAG       PIC X VALUE 'N'.
               88  END-OF-TICKET-FILE       VALUE 'Y'.
           05  WS-ORDER-EOF-FLAG        PIC X VALUE 'N'.
               88  END-OF-WORK-ORDER-FILE   VALUE 'Y'.
           05  WS-LOG-EOF-FLAG          PIC X VALUE 'N'.
               88  END-OF-CHECK-IN-LOG      VALUE 'Y'.
      * Set when any table overfills: figures missing part of the
      * month would rank the wrong trucks, so nothing is printed.
           05  WS-CAPACITY-FLAG         PIC X VALUE 'N'.
               88  A-TABLE-IS-OVER-CAPACITY VALUE 'Y'.
           05  WS-FOUND-FLAG            PIC X.
               88  ENTRY-WAS-FOUND          VALUE 'Y'.
           05  WS-SORT-SWAPPED-FLAG     PIC X.
               88  A-SWAP-WAS-MADE          VALUE 'Y'.
           05  WS-CURRENT-INVOICE-FLAG  PIC X.
               88  CURRENT-INVOICE-PRICES-LOAD VALUE 'Y'.
           05  WS-CURRENT-ORDER-NUMBER  PIC X(08).
           05  WS-CURRENT-EXCHANGE-RATE PIC S9(03)V9(06).
           05  WS-RUN-DATE              PIC X(08).
           05  WS-MONTH-START-DATE      PIC X(08).
           05  WS-ROUTE-LENGTH-COUNT    PIC S9(04) VALUE 0.
           05  WS-DRIVER-COUNT          PIC S9(04) VALUE 0.
           05  WS-ASSIGN-COUNT          PIC S9(05) VALUE 0.
           05  WS-PRICE-COUNT           PIC S9(05) VALUE 0.
           05  WS-LOG-COUNT             PIC S9(05) VALUE 0.
           05  WS-UNIT-COUNT            PIC S9(04) VALUE 0.
           05  WS-ROUTE-COUNT           PIC S9(04) VALUE 0.
           05  WORKING-INDEX            PIC S9(05).
           05  WS-SORT-INDEX            PIC S9(05).
           05  WS-MATCH-INDEX           PIC S9(05).
           05  WS-PAIR-INDEX            PIC S9(05).
           05  WS-DRIVER-INDEX          PIC S9(04).
           05  WS-UNPRICED-LOAD-COUNT   PIC S9(05) VALUE 0.
           05  WS-STANDARD-COST-TICKETS PIC S9(05) VALUE 0.
           05  WS-OPEN-SHIFT-COUNT      PIC S9(05) VALUE 0.
           05  WS-UNALLOCATED-SHIFTS    PIC S9(05) VALUE 0.
           05  WS-UNRATED-ASSIGNMENTS   PIC S9(05) VALUE 0.
           05  WS-UNKNOWN-ROUTE-COUNT   PIC S9(05) VALUE 0.
           05  WS-UNALLOCATED-DRIVER-COST PIC S9(07)V99 VALUE 0.
      * What POST-BY-ASSIGNMENT shares out and how: the amount, its
      * cost category, the unit or driver and day whose route
      * assignments share it (a blank date takes the whole month),
      * and whether the shares also post to the assignments' units.
           05  WS-POST-AMOUNT           PIC S9(07)V99.
           05  WS-POST-CATEGORY         PIC X.
               88  POST-IS-REVENUE          VALUE 'R'.
               88  POST-IS-FUEL             VALUE 'F'.
               88  POST-IS-MAINTENANCE      VALUE 'M'.
               88  POST-IS-DRIVER           VALUE 'D'.
           05  WS-POST-MATCH-BY         PIC X.
               88  POST-MATCHES-UNIT        VALUE 'U'.
               88  POST-MATCHES-DRIVER      VALUE 'E'.
           05  WS-POST-UNIT-ID          PIC X(06).
           05  WS-POST-EMPLOYEE-ID      PIC X(06).
           05  WS-POST-DATE             PIC X(08).
           05  WS-POST-TO-UNIT-FLAG     PIC X.
               88  POST-SHARES-TO-UNIT      VALUE 'Y'.
           05  WS-POST-MATCH-COUNT      PIC S9(05).
           05  WS-POST-MATCH-SEEN       PIC S9(05).
           05  WS-POST-WEIGHT-TOTAL     PIC 9(07)V9.
           05  WS-POST-WEIGHT           PIC 9(07)V9.
           05  WS-POST-SPLIT-FLAG       PIC X.
               88  POST-SPLITS-EVENLY       VALUE 'Y'.
           05  WS-POST-SHARE            PIC S9(07)V99.
           05  WS-POST-ALLOCATED        PIC S9(07)V99.
           05  WS-ASSIGNMENT-MATCH-FLAG PIC X.
               88  ASSIGNMENT-MATCHES       VALUE 'Y'.
           05  WS-LOOKUP-UNIT-ID        PIC X(06).
           05  WS-LOOKUP-ROUTE-ID       PIC X(08).
           05  WS-LINE-REVENUE          PIC S9(07)V99.
           05  WS-TICKET-COST           PIC S9(07)V99.
           05  WS-ORDER-COST            PIC S9(07)V99.
           05  WS-SHIFT-COST            PIC S9(07)V99.
           05  WS-MILEAGE-PAY           PIC S9(07)V99.
           05  WS-IN-SECONDS            PIC S9(07).
           05  WS-OUT-SECONDS           PIC S9(07).
           05  WS-DATE-NUMERIC          PIC 9(08).
           05  WS-IN-DATE-INTEGER       PIC S9(09).
           05  WS-OUT-DATE-INTEGER      PIC S9(09).
           05  WS-DUTY-HOURS            PIC S9(03)V99.
           05  WS-TOTAL-REVENUE         PIC S9(09)V99 VALUE 0.
           05  WS-TOTAL-FUEL-COST       PIC S9(09)V99 VALUE 0.
           05  WS-TOTAL-MAINT-COST      PIC S9(09)V99 VALUE 0.
           05  WS-TOTAL-DRIVER-COST     PIC S9(09)V99 VALUE 0.
           05  WS-TOTAL-CONTRIBUTION    PIC S9(09)V99 VALUE 0.
           05  WS-TOTAL-MILES           PIC 9(07)V9 VALUE 0.

      * Meters in a statute mile, for the ROUTE-FILE segment lengths.
       01  METERS-PER-MILE              PIC 9(04)V999 VALUE 1609.344.
      * Cost per gallon for a keyed fuel ticket, which carries no
      * cost of its own.
       01  STANDARD-FUEL-COST-PER-GALLON PIC 9(01)V999 VALUE 4.250.
      * Route the month's costs on a day a unit ran no route are
      * shown against.
       01  NO-ROUTE-ID                  PIC X(08) VALUE 'NO ROUTE'.

       01  WS-TIME-PARTS.
           05  WS-TIME-HH               PIC 9(02).
           05  WS-TIME-MM               PIC 9(02).
           05  WS-TIME-SS               PIC 9(02).

       01  RPT-AMOUNT-EDITED            PIC Z(8)9.99-.
       01  RPT-MILES-EDITED             PIC ZZZ,ZZ9.9.
       01  RPT-PER-MILE-EDITED          PIC ZZ,ZZ9.99-.
       01  RPT-COUNT-EDITED             PIC ZZZZ9.

       01  WS-ERROR-LOG-FIELDS.
           05  WS-ERR-PROGRAM-NAME      PIC X(08) VALUE 'UNITPROF'.
           05  WS-ERR-PARAGRAPH-NAME    PIC X(30).
           05  WS-ERR-DESCRIPTION       PIC X(60).
           05  WS-ERR-OFFENDING-DATA    PIC X(30).

      * Route lengths, the sum of each route's segment lengths.
       01  ROUTE-LENGTH-TABLE.
           05  ROUTE-LENGTH-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-ROUTE-LENGTH-COUNT
                   INDEXED BY ROUTE-LENGTH-IDX.
               10  RLT-ROUTE-ID         PIC X(08).
               10  RLT-LENGTH-METERS    PIC S9(09).

       01  DRIVER-RATE-TABLE.
           05  DRIVER-RATE-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-DRIVER-COUNT
                   INDEXED BY DRIVER-RATE-IDX.
               10  DRT-EMPLOYEE-ID      PIC X(06).
               10  DRT-HOURLY-RATE      PIC 9(03)V99.
               10  DRT-PER-MILE-RATE    PIC 9(01)V999.

      * The month's route assignments, each with its route's miles.
       01  ASSIGNMENT-TABLE.
           05  ASSIGNMENT-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON WS-ASSIGN-COUNT
                   INDEXED BY ASSIGNMENT-IDX.
               10  ASG-DATE             PIC X(08).
               10  ASG-EMPLOYEE-ID      PIC X(06).
               10  ASG-UNIT-ID          PIC X(06).
               10  ASG-ROUTE-ID         PIC X(08).
               10  ASG-MILES            PIC 9(05)V9.

      * What each order was billed for each SKU, from the order's
      * invoices in history, converted to home currency at the
      * invoice's exchange rate so it can be set against home
      * currency costs.
       01  ORDER-PRICE-TABLE.
           05  ORDER-PRICE-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-PRICE-COUNT
                   INDEXED BY ORDER-PRICE-IDX.
               10  OPR-ORDER-NUMBER     PIC X(08).
               10  OPR-SKU              PIC X(10).
               10  OPR-UNIT-PRICE       PIC S9(07)V99.

      * The month's check-ins and check-outs, in file order, which
      * is time order.
       01  LOG-TABLE.
           05  LOG-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON WS-LOG-COUNT
                   INDEXED BY LOG-IDX.
               10  LOG-TBL-EMPLOYEE-ID  PIC X(06).
               10  LOG-TBL-DATE         PIC X(08).
               10  LOG-TBL-TIME         PIC X(08).
               10  LOG-TBL-ENTRY-TYPE   PIC X.
                   88  LOG-TBL-CHECK-IN     VALUES 'I' ' '.
                   88  LOG-TBL-CHECK-OUT    VALUE 'O'.
               10  LOG-TBL-PAIR-KEY     PIC X(80).
               10  LOG-TBL-MATCHED-FLAG PIC X.
                   88  LOG-TBL-MATCHED      VALUE 'Y'.

       01  UNIT-PROFIT-TABLE.
           05  UNIT-PROFIT-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-UNIT-COUNT
                   INDEXED BY UNIT-PROFIT-IDX.
               10  UNP-UNIT-ID          PIC X(06).
               10  UNP-REVENUE          PIC S9(09)V99.
               10  UNP-FUEL-COST        PIC S9(09)V99.
               10  UNP-MAINT-COST       PIC S9(09)V99.
               10  UNP-DRIVER-COST      PIC S9(09)V99.
               10  UNP-CONTRIBUTION     PIC S9(09)V99.
               10  UNP-MILES            PIC 9(07)V9.
               10  UNP-PER-MILE         PIC S9(05)V99.

       01  UNIT-PROFIT-SWAP-AREA        PIC X(76).

       01  ROUTE-PROFIT-TABLE.
           05  ROUTE-PROFIT-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-ROUTE-COUNT
                   INDEXED BY ROUTE-PROFIT-IDX.
               10  RTP-ROUTE-ID         PIC X(08).
               10  RTP-REVENUE          PIC S9(09)V99.
               10  RTP-FUEL-COST        PIC S9(09)V99.
               10  RTP-MAINT-COST       PIC S9(09)V99.
               10  RTP-DRIVER-COST      PIC S9(09)V99.
               10  RTP-CONTRIBUTION     PIC S9(09)V99.
               10  RTP-MILES            PIC 9(07)V9.
               10  RTP-PER-MILE         PIC S9(05)V99.

       01  ROUTE-PROFIT-SWAP-AREA       PIC X(78).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           CALL 'BUSDATE' USING WS-RUN-DATE
           END-CALL
           MOVE WS-RUN-DATE TO WS-MONTH-START-DATE
           MOVE '01' TO WS-MONTH-START-DATE(7:2)
           PERFORM LOAD-ROUTE-LENGTHS
           PERFORM LOAD-DRIVER-RATES
           PERFORM LOAD-MONTH-ASSIGNMENTS
           PERFORM LOAD-ORDER-PRICES
           PERFORM LOAD-MONTH-CHECK-INS
           IF A-TABLE-IS-OVER-CAPACITY
               DISPLAY 'UNITPROF: the month exceeds the report '
                   'table capacity - no report written'
               MOVE 'MAIN-LOGIC' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'month exceeds profitability table capacity'
                   TO WS-ERR-DESCRIPTION
               MOVE WS-RUN-DATE TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-UNITPROF-ERROR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM POST-ASSIGNMENT-MILES
           PERFORM POST-LOAD-REVENUE
           PERFORM POST-FUEL-COST
           PERFORM POST-MAINTENANCE-COST
           PERFORM POST-SHIFT-COST
           IF A-TABLE-IS-OVER-CAPACITY
               DISPLAY 'UNITPROF: more units or routes than the '
                   'report holds - no report written'
               MOVE 'MAIN-LOGIC' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'units or routes exceed report table capacity'
                   TO WS-ERR-DESCRIPTION
               MOVE WS-RUN-DATE TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-UNITPROF-ERROR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM RANK-UNIT-PROFITS
           PERFORM RANK-ROUTE-PROFITS
           OPEN OUTPUT PROFIT-REPORT-FILE
           PERFORM WRITE-PROFIT-REPORT-HEADER
           PERFORM WRITE-UNIT-SECTION
           PERFORM WRITE-ROUTE-SECTION
           PERFORM WRITE-PROFIT-REPORT-NOTES
           CLOSE PROFIT-REPORT-FILE
           MOVE WS-TOTAL-CONTRIBUTION TO RPT-AMOUNT-EDITED
           MOVE WS-UNIT-COUNT TO RPT-COUNT-EDITED
           DISPLAY 'UNITPROF: ' RPT-COUNT-EDITED ' unit(s), '
               'contribution ' RPT-AMOUNT-EDITED
           GOBACK.

      *---------------------------------------------------------------
      * Calls the shared LOGERROR routine to append one record to
      * ERROR-LOG-FILE for the problem just found. WS-ERR-PARAGRAPH-
      * NAME, WS-ERR-DESCRIPTION and WS-ERR-OFFENDING-DATA must be set
      * by the calling paragraph before this is performed.

       LOG-UNITPROF-ERROR.
           CALL 'LOGERROR' USING WS-ERR-PROGRAM-NAME
               WS-ERR-PARAGRAPH-NAME WS-ERR-DESCRIPTION
               WS-ERR-OFFENDING-DATA
           END-CALL.

      *---------------------------------------------------------------
      * Sums each route's segment lengths.

       LOAD-ROUTE-LENGTHS.
           OPEN INPUT ROUTE-FILE
           PERFORM UNTIL END-OF-ROUTE-FILE
               READ ROUTE-FILE
                   AT END
                       SET END-OF-ROUTE-FILE TO TRUE
                   NOT AT END
                       PERFORM ADD-TO-ROUTE-LENGTH
               END-READ
           END-PERFORM
           CLOSE ROUTE-FILE.

      *---------------------------------------------------------------
      * Adds the segment just read to its route's length.

       ADD-TO-ROUTE-LENGTH.
           SET ROUTE-LENGTH-IDX TO 1
           SEARCH ROUTE-LENGTH-ENTRY
               AT END
                   IF WS-ROUTE-LENGTH-COUNT = 500
                       SET A-TABLE-IS-OVER-CAPACITY TO TRUE
                   ELSE
                       ADD 1 TO WS-ROUTE-LENGTH-COUNT
                       MOVE RSG-ROUTE-ID
                           TO RLT-ROUTE-ID(WS-ROUTE-LENGTH-COUNT)
                       MOVE RSG-LENGTH-METERS
                           TO RLT-LENGTH-METERS(WS-ROUTE-LENGTH-COUNT)
                   END-IF
               WHEN RLT-ROUTE-ID(ROUTE-LENGTH-IDX) = RSG-ROUTE-ID
                   ADD RSG-LENGTH-METERS
                       TO RLT-LENGTH-METERS(ROUTE-LENGTH-IDX)
           END-SEARCH.

      *---------------------------------------------------------------
      * Loads each driver's straight-time and mileage rates. Rates
      * left blank on the master load as zero.

       LOAD-DRIVER-RATES.
           OPEN INPUT DRIVER-MASTER-FILE
           PERFORM UNTIL END-OF-DRIVER-MASTER
               READ DRIVER-MASTER-FILE
                   AT END
                       SET END-OF-DRIVER-MASTER TO TRUE
                   NOT AT END
                       IF WS-DRIVER-COUNT = 200
                           SET A-TABLE-IS-OVER-CAPACITY TO TRUE
                       ELSE
                           ADD 1 TO WS-DRIVER-COUNT
                           MOVE DRV-EMPLOYEE-ID
                               TO DRT-EMPLOYEE-ID(WS-DRIVER-COUNT)
                           MOVE 0 TO DRT-HOURLY-RATE(WS-DRIVER-COUNT)
                           MOVE 0
                               TO DRT-PER-MILE-RATE(WS-DRIVER-COUNT)
                           IF DRV-HOURLY-RATE NUMERIC
                               MOVE DRV-HOURLY-RATE
                                   TO DRT-HOURLY-RATE(WS-DRIVER-COUNT)
                           END-IF
                           IF DRV-PER-MILE-RATE NUMERIC
                               MOVE DRV-PER-MILE-RATE
                                   TO DRT-PER-MILE-RATE
                                       (WS-DRIVER-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DRIVER-MASTER-FILE.

      *---------------------------------------------------------------
      * Loads the month's route assignments with each route's miles.
      * An assignment to a route not on ROUTE-FILE carries no miles
      * and is counted.

       LOAD-MONTH-ASSIGNMENTS.
           OPEN INPUT DRIVER-ASSIGNMENT-FILE
           PERFORM UNTIL END-OF-ASSIGNMENT-FILE
               READ DRIVER-ASSIGNMENT-FILE
                   AT END
                       SET END-OF-ASSIGNMENT-FILE TO TRUE
                   NOT AT END
                       IF DAS-ASSIGN-DATE NOT < WS-MONTH-START-DATE
                           AND DAS-ASSIGN-DATE NOT > WS-RUN-DATE
                           PERFORM ADD-ONE-ASSIGNMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DRIVER-ASSIGNMENT-FILE.

      *---------------------------------------------------------------
      * Adds the assignment just read to the assignment table.

       ADD-ONE-ASSIGNMENT.
           IF WS-ASSIGN-COUNT = 3000
               SET A-TABLE-IS-OVER-CAPACITY TO TRUE
           ELSE
               ADD 1 TO WS-ASSIGN-COUNT
               MOVE DAS-ASSIGN-DATE TO ASG-DATE(WS-ASSIGN-COUNT)
               MOVE DAS-EMPLOYEE-ID TO ASG-EMPLOYEE-ID(WS-ASSIGN-COUNT)
               MOVE DAS-UNIT-ID TO ASG-UNIT-ID(WS-ASSIGN-COUNT)
               MOVE DAS-ROUTE-ID TO ASG-ROUTE-ID(WS-ASSIGN-COUNT)
               MOVE 0 TO ASG-MILES(WS-ASSIGN-COUNT)
               SET ROUTE-LENGTH-IDX TO 1
               SEARCH ROUTE-LENGTH-ENTRY
                   AT END
                       ADD 1 TO WS-UNKNOWN-ROUTE-COUNT
                   WHEN RLT-ROUTE-ID(ROUTE-LENGTH-IDX) = DAS-ROUTE-ID
                       COMPUTE ASG-MILES(WS-ASSIGN-COUNT) ROUNDED =
                           RLT-LENGTH-METERS(ROUTE-LENGTH-IDX)
                               / METERS-PER-MILE
               END-SEARCH
           END-IF.

      *---------------------------------------------------------------
      * Loads what each order was billed per SKU. Credit memos and
      * reversals are left out - they unbill, they do not price -
      * and so are freight and other charge lines, which belong to
      * the invoice rather than to anything on the truck.

       LOAD-ORDER-PRICES.
           MOVE 'N' TO WS-CURRENT-INVOICE-FLAG
           OPEN INPUT INVOICE-HISTORY-FILE
           PERFORM UNTIL END-OF-INVOICE-HISTORY
               READ INVOICE-HISTORY-FILE
                   AT END
                       SET END-OF-INVOICE-HISTORY TO TRUE
                   NOT AT END
                       IF IHR-IS-HEADER
                           MOVE 'N' TO WS-CURRENT-INVOICE-FLAG
                           MOVE IHR-ORDER-NUMBER
                               TO WS-CURRENT-ORDER-NUMBER
                           IF IHR-EXCHANGE-RATE IS NUMERIC
                               AND IHR-EXCHANGE-RATE > 0
                               MOVE IHR-EXCHANGE-RATE
                                   TO WS-CURRENT-EXCHANGE-RATE
                           ELSE
                               MOVE 1 TO WS-CURRENT-EXCHANGE-RATE
                           END-IF
                           IF IHR-ORDER-NUMBER NOT = SPACES
                               AND NOT IHR-IS-CREDIT-MEMO
                               AND NOT IHR-IS-A-REVERSAL
                               SET CURRENT-INVOICE-PRICES-LOAD
                                   TO TRUE
                           END-IF
                       ELSE
                           IF IHR-IS-LINE
                               AND CURRENT-INVOICE-PRICES-LOAD
                               AND NOT IHR-LINE-IS-A-CHARGE
                               PERFORM ADD-ONE-ORDER-PRICE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INVOICE-HISTORY-FILE.

      *---------------------------------------------------------------
      * Records the invoice line's price for its order and SKU, once,
      * in home currency. Invoices written before the exchange rate
      * was kept in history carry spaces there and were billed in
      * home currency.

       ADD-ONE-ORDER-PRICE.
           SET ORDER-PRICE-IDX TO 1
           SEARCH ORDER-PRICE-ENTRY
               AT END
                   IF WS-PRICE-COUNT = 5000
                       SET A-TABLE-IS-OVER-CAPACITY TO TRUE
                   ELSE
                       ADD 1 TO WS-PRICE-COUNT
                       MOVE WS-CURRENT-ORDER-NUMBER
                           TO OPR-ORDER-NUMBER(WS-PRICE-COUNT)
                       MOVE IHR-LINE-SKU TO OPR-SKU(WS-PRICE-COUNT)
                       COMPUTE OPR-UNIT-PRICE(WS-PRICE-COUNT)
                           ROUNDED = IHR-LINE-UNIT-PRICE
                               * WS-CURRENT-EXCHANGE-RATE
                   END-IF
               WHEN OPR-ORDER-NUMBER(ORDER-PRICE-IDX)
                       = WS-CURRENT-ORDER-NUMBER
                   AND OPR-SKU(ORDER-PRICE-IDX) = IHR-LINE-SKU
                   CONTINUE
           END-SEARCH.

      *---------------------------------------------------------------
      * Loads the month's check-ins and check-outs. Records are
      * paired by employee ID, or by name on records written before
      * the ID was captured, the way DRVPAY pairs them.

       LOAD-MONTH-CHECK-INS.
           OPEN INPUT CHECK-IN-LOG
           PERFORM UNTIL END-OF-CHECK-IN-LOG
               READ CHECK-IN-LOG
                   AT END
                       SET END-OF-CHECK-IN-LOG TO TRUE
                   NOT AT END
                       IF CKI-DATE NOT < WS-MONTH-START-DATE
                           AND CKI-DATE NOT > WS-RUN-DATE
                           PERFORM ADD-ONE-LOG-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHECK-IN-LOG.

      *---------------------------------------------------------------
      * Adds the check-in log record just read to the log table.

       ADD-ONE-LOG-ENTRY.
           IF WS-LOG-COUNT = 3000
               SET A-TABLE-IS-OVER-CAPACITY TO TRUE
           ELSE
               ADD 1 TO WS-LOG-COUNT
               MOVE CKI-EMPLOYEE-ID TO LOG-TBL-EMPLOYEE-ID(WS-LOG-COUNT)
               MOVE CKI-DATE TO LOG-TBL-DATE(WS-LOG-COUNT)
               MOVE CKI-TIME TO LOG-TBL-TIME(WS-LOG-COUNT)
               MOVE CKI-ENTRY-TYPE TO LOG-TBL-ENTRY-TYPE(WS-LOG-COUNT)
               IF CKI-EMPLOYEE-ID = SPACES
                   MOVE CKI-NAME TO LOG-TBL-PAIR-KEY(WS-LOG-COUNT)
               ELSE
                   MOVE CKI-EMPLOYEE-ID
                       TO LOG-TBL-PAIR-KEY(WS-LOG-COUNT)
               END-IF
               MOVE 'N' TO LOG-TBL-MATCHED-FLAG(WS-LOG-COUNT)
           END-IF.

      *---------------------------------------------------------------
      * Credits each assignment's miles to its unit and route, and
      * charges its miles at the driver's mileage rate as driver
      * cost of that unit and route.

       POST-ASSIGNMENT-MILES.
           PERFORM VARYING ASSIGNMENT-IDX FROM 1 BY 1
                   UNTIL ASSIGNMENT-IDX > WS-ASSIGN-COUNT
               MOVE ASG-UNIT-ID(ASSIGNMENT-IDX) TO WS-LOOKUP-UNIT-ID
               PERFORM FIND-OR-ADD-UNIT
               MOVE ASG-ROUTE-ID(ASSIGNMENT-IDX) TO WS-LOOKUP-ROUTE-ID
               PERFORM FIND-OR-ADD-ROUTE
               IF ENTRY-WAS-FOUND
                   ADD ASG-MILES(ASSIGNMENT-IDX)
                       TO UNP-MILES(UNIT-PROFIT-IDX)
                   ADD ASG-MILES(ASSIGNMENT-IDX)
                       TO RTP-MILES(ROUTE-PROFIT-IDX)
                   MOVE 0 TO WS-MILEAGE-PAY
                   SET DRIVER-RATE-IDX TO 1
                   SEARCH DRIVER-RATE-ENTRY
                       AT END
                           ADD 1 TO WS-UNRATED-ASSIGNMENTS
                       WHEN DRT-EMPLOYEE-ID(DRIVER-RATE-IDX)
                               = ASG-EMPLOYEE-ID(ASSIGNMENT-IDX)
                           COMPUTE WS-MILEAGE-PAY ROUNDED =
                               ASG-MILES(ASSIGNMENT-IDX)
                                 * DRT-PER-MILE-RATE(DRIVER-RATE-IDX)
                   END-SEARCH
                   ADD WS-MILEAGE-PAY
                       TO UNP-DRIVER-COST(UNIT-PROFIT-IDX)
                   ADD WS-MILEAGE-PAY
                       TO RTP-DRIVER-COST(ROUTE-PROFIT-IDX)
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Prices each load line put on a unit in the month at what its
      * order was billed for the SKU, credits the unit, and shares
      * it among the routes the unit ran that day.

       POST-LOAD-REVENUE.
           OPEN INPUT UNIT-LOAD-FILE
           IF WS-UNIT-LOAD-STATUS NOT = '00'
               SET END-OF-UNIT-LOAD-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-UNIT-LOAD-FILE
               READ UNIT-LOAD-FILE
                   AT END
                       SET END-OF-UNIT-LOAD-FILE TO TRUE
                   NOT AT END
                       IF ULD-LOAD-DATE NOT < WS-MONTH-START-DATE
                           AND ULD-LOAD-DATE NOT > WS-RUN-DATE
                           PERFORM POST-ONE-LOAD-LINE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-UNIT-LOAD-STATUS = '00' OR '10'
               CLOSE UNIT-LOAD-FILE
           END-IF.

      *---------------------------------------------------------------
      * Posts the load line just read, or counts it as not yet
      * invoiced.

       POST-ONE-LOAD-LINE.
           MOVE 'N' TO WS-FOUND-FLAG
           SET ORDER-PRICE-IDX TO 1
           SEARCH ORDER-PRICE-ENTRY
               AT END
                   CONTINUE
               WHEN OPR-ORDER-NUMBER(ORDER-PRICE-IDX)
                       = ULD-ORDER-NUMBER
                   AND OPR-SKU(ORDER-PRICE-IDX) = ULD-SKU
                   SET ENTRY-WAS-FOUND TO TRUE
                   COMPUTE WS-LINE-REVENUE =
                       ULD-QTY-SHIPPED
                         * OPR-UNIT-PRICE(ORDER-PRICE-IDX)
           END-SEARCH
           IF NOT ENTRY-WAS-FOUND
               ADD 1 TO WS-UNPRICED-LOAD-COUNT
           ELSE
               MOVE ULD-UNIT-ID TO WS-LOOKUP-UNIT-ID
               PERFORM FIND-OR-ADD-UNIT
               IF ENTRY-WAS-FOUND
                   ADD WS-LINE-REVENUE TO UNP-REVENUE(UNIT-PROFIT-IDX)
               END-IF
               MOVE WS-LINE-REVENUE TO WS-POST-AMOUNT
               SET POST-IS-REVENUE TO TRUE
               SET POST-MATCHES-UNIT TO TRUE
               MOVE ULD-UNIT-ID TO WS-POST-UNIT-ID
               MOVE ULD-LOAD-DATE TO WS-POST-DATE
               MOVE 'N' TO WS-POST-TO-UNIT-FLAG
               PERFORM POST-BY-ASSIGNMENT
           END-IF.

      *---------------------------------------------------------------
      * Charges each fuel purchase in the month to its unit and the
      * routes the unit ran that day.

       POST-FUEL-COST.
           OPEN INPUT FUEL-TICKET-FILE
           PERFORM UNTIL END-OF-TICKET-FILE
               READ FUEL-TICKET-FILE
                   AT END
                       SET END-OF-TICKET-FILE TO TRUE
                   NOT AT END
                       IF FTK-TICKET-DATE NOT < WS-MONTH-START-DATE
                           AND FTK-TICKET-DATE NOT > WS-RUN-DATE
                           PERFORM POST-ONE-FUEL-TICKET
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FUEL-TICKET-FILE.

      *---------------------------------------------------------------
      * Posts the fuel ticket just read at its own cost, or at the
      * standard cost per gallon when it carries none.

       POST-ONE-FUEL-TICKET.
           IF FTK-FUEL-COST NUMERIC AND FTK-FUEL-COST > 0
               MOVE FTK-FUEL-COST TO WS-TICKET-COST
           ELSE
               ADD 1 TO WS-STANDARD-COST-TICKETS
               COMPUTE WS-TICKET-COST ROUNDED =
                   FTK-GALLONS * STANDARD-FUEL-COST-PER-GALLON
           END-IF
           MOVE FTK-UNIT-ID TO WS-LOOKUP-UNIT-ID
           PERFORM FIND-OR-ADD-UNIT
           IF ENTRY-WAS-FOUND
               ADD WS-TICKET-COST TO UNP-FUEL-COST(UNIT-PROFIT-IDX)
           END-IF
           MOVE WS-TICKET-COST TO WS-POST-AMOUNT
           SET POST-IS-FUEL TO TRUE
           SET POST-MATCHES-UNIT TO TRUE
           MOVE FTK-UNIT-ID TO WS-POST-UNIT-ID
           MOVE FTK-TICKET-DATE TO WS-POST-DATE
           MOVE 'N' TO WS-POST-TO-UNIT-FLAG
           PERFORM POST-BY-ASSIGNMENT.

      *---------------------------------------------------------------
      * Charges the parts and labor on each work order closed in the
      * month to its unit, and shares it among the routes the unit
      * ran in the month - the wear was earned across all of them.

       POST-MAINTENANCE-COST.
           OPEN INPUT WORK-ORDER-FILE
           PERFORM UNTIL END-OF-WORK-ORDER-FILE
               READ WORK-ORDER-FILE
                   AT END
                       SET END-OF-WORK-ORDER-FILE TO TRUE
                   NOT AT END
                       IF WKO-IS-CLOSED
                           AND WKO-CLOSE-DATE NOT < WS-MONTH-START-DATE
                           AND WKO-CLOSE-DATE NOT > WS-RUN-DATE
                           PERFORM POST-ONE-WORK-ORDER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WORK-ORDER-FILE.

      *---------------------------------------------------------------
      * Posts the closed work order just read.

       POST-ONE-WORK-ORDER.
           MOVE 0 TO WS-ORDER-COST
           IF WKO-PARTS-COST NUMERIC
               ADD WKO-PARTS-COST TO WS-ORDER-COST
           END-IF
           IF WKO-LABOR-COST NUMERIC
               ADD WKO-LABOR-COST TO WS-ORDER-COST
           END-IF
           MOVE WKO-UNIT-ID TO WS-LOOKUP-UNIT-ID
           PERFORM FIND-OR-ADD-UNIT
           IF ENTRY-WAS-FOUND
               ADD WS-ORDER-COST TO UNP-MAINT-COST(UNIT-PROFIT-IDX)
           END-IF
           MOVE WS-ORDER-COST TO WS-POST-AMOUNT
           SET POST-IS-MAINTENANCE TO TRUE
           SET POST-MATCHES-UNIT TO TRUE
           MOVE WKO-UNIT-ID TO WS-POST-UNIT-ID
           MOVE SPACES TO WS-POST-DATE
           MOVE 'N' TO WS-POST-TO-UNIT-FLAG
           PERFORM POST-BY-ASSIGNMENT.

      *---------------------------------------------------------------
      * Pairs each check-in in the month with the driver's next
      * check-out and charges the shift's hours at the driver's
      * straight-time rate to the units and routes the driver was
      * assigned that day. A shift never checked out is counted and
      * left out; one for a driver not on the master, or with no
      * assignment that day, is totalled as driver cost that could
      * not be put against a truck.

       POST-SHIFT-COST.
           PERFORM VARYING WORKING-INDEX FROM 1 BY 1
                   UNTIL WORKING-INDEX > WS-LOG-COUNT
               IF LOG-TBL-CHECK-IN(WORKING-INDEX)
                   AND NOT LOG-TBL-MATCHED(WORKING-INDEX)
                   SET LOG-TBL-MATCHED(WORKING-INDEX) TO TRUE
                   PERFORM FIND-MATCHING-CHECK-OUT
                   IF WS-MATCH-INDEX = 0
                       ADD 1 TO WS-OPEN-SHIFT-COUNT
                   ELSE
                       SET LOG-TBL-MATCHED(WS-MATCH-INDEX) TO TRUE
                       PERFORM COMPUTE-SHIFT-HOURS
                       PERFORM POST-ONE-SHIFT
                   END-IF
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Finds the first unmatched check-out after WORKING-INDEX for
      * the same driver, leaving WS-MATCH-INDEX at zero when there is
      * none.

       FIND-MATCHING-CHECK-OUT.
           MOVE 0 TO WS-MATCH-INDEX
           PERFORM VARYING WS-PAIR-INDEX FROM WORKING-INDEX BY 1
                   UNTIL WS-PAIR-INDEX > WS-LOG-COUNT
                      OR WS-MATCH-INDEX > 0
               IF LOG-TBL-CHECK-OUT(WS-PAIR-INDEX)
                   AND NOT LOG-TBL-MATCHED(WS-PAIR-INDEX)
                   AND LOG-TBL-PAIR-KEY(WS-PAIR-INDEX)
                       = LOG-TBL-PAIR-KEY(WORKING-INDEX)
                   MOVE WS-PAIR-INDEX TO WS-MATCH-INDEX
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Computes the hours between the check-in at WORKING-INDEX and
      * the check-out at WS-MATCH-INDEX, across midnight.

       COMPUTE-SHIFT-HOURS.
           MOVE LOG-TBL-TIME(WORKING-INDEX)(1:6) TO WS-TIME-PARTS
           COMPUTE WS-IN-SECONDS =
               WS-TIME-HH * 3600 + WS-TIME-MM * 60 + WS-TIME-SS
           MOVE LOG-TBL-TIME(WS-MATCH-INDEX)(1:6) TO WS-TIME-PARTS
           COMPUTE WS-OUT-SECONDS =
               WS-TIME-HH * 3600 + WS-TIME-MM * 60 + WS-TIME-SS
           MOVE LOG-TBL-DATE(WORKING-INDEX) TO WS-DATE-NUMERIC
           COMPUTE WS-IN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC)
           MOVE LOG-TBL-DATE(WS-MATCH-INDEX) TO WS-DATE-NUMERIC
           COMPUTE WS-OUT-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC)
           COMPUTE WS-DUTY-HOURS ROUNDED =
               ((WS-OUT-DATE-INTEGER - WS-IN-DATE-INTEGER) * 86400
                   + WS-OUT-SECONDS - WS-IN-SECONDS) / 3600
           IF WS-DUTY-HOURS < 0
               MOVE 0 TO WS-DUTY-HOURS
           END-IF.

      *---------------------------------------------------------------
      * Prices the shift starting at WORKING-INDEX and shares it
      * among the driver's assignments that day.

       POST-ONE-SHIFT.
           MOVE 0 TO WS-SHIFT-COST
           MOVE 'N' TO WS-FOUND-FLAG
           IF LOG-TBL-EMPLOYEE-ID(WORKING-INDEX) NOT = SPACES
               SET DRIVER-RATE-IDX TO 1
               SEARCH DRIVER-RATE-ENTRY
                   AT END
                       CONTINUE
                   WHEN DRT-EMPLOYEE-ID(DRIVER-RATE-IDX)
                           = LOG-TBL-EMPLOYEE-ID(WORKING-INDEX)
                       SET ENTRY-WAS-FOUND TO TRUE
                       COMPUTE WS-SHIFT-COST ROUNDED =
                           WS-DUTY-HOURS
                             * DRT-HOURLY-RATE(DRIVER-RATE-IDX)
               END-SEARCH
           END-IF
           IF NOT ENTRY-WAS-FOUND
               ADD 1 TO WS-UNALLOCATED-SHIFTS
           ELSE
               MOVE WS-SHIFT-COST TO WS-POST-AMOUNT
               SET POST-IS-DRIVER TO TRUE
               SET POST-MATCHES-DRIVER TO TRUE
               MOVE LOG-TBL-EMPLOYEE-ID(WORKING-INDEX)
                   TO WS-POST-EMPLOYEE-ID
               MOVE LOG-TBL-DATE(WORKING-INDEX) TO WS-POST-DATE
               SET POST-SHARES-TO-UNIT TO TRUE
               PERFORM POST-BY-ASSIGNMENT
           END-IF.

      *---------------------------------------------------------------
      * Shares WS-POST-AMOUNT among the route assignments of the unit
      * (or driver) on WS-POST-DATE - or across the month when the
      * date is blank - in proportion to their miles, or evenly when
      * none of them has any. The last share takes the rounding, so
      * the shares always add back to the amount. With no assignment
      * to share it, a unit's amount goes to NO ROUTE and a driver's
      * to the unallocated driver cost.

       POST-BY-ASSIGNMENT.
           MOVE 0 TO WS-POST-MATCH-COUNT
           MOVE 0 TO WS-POST-WEIGHT-TOTAL
           PERFORM VARYING ASSIGNMENT-IDX FROM 1 BY 1
                   UNTIL ASSIGNMENT-IDX > WS-ASSIGN-COUNT
               PERFORM CHECK-ASSIGNMENT-MATCHES
               IF ASSIGNMENT-MATCHES
                   ADD 1 TO WS-POST-MATCH-COUNT
                   ADD ASG-MILES(ASSIGNMENT-IDX)
                       TO WS-POST-WEIGHT-TOTAL
               END-IF
           END-PERFORM
           IF WS-POST-MATCH-COUNT = 0
               IF POST-MATCHES-DRIVER
                   ADD 1 TO WS-UNALLOCATED-SHIFTS
                   ADD WS-POST-AMOUNT TO WS-UNALLOCATED-DRIVER-COST
               ELSE
                   MOVE NO-ROUTE-ID TO WS-LOOKUP-ROUTE-ID
                   PERFORM FIND-OR-ADD-ROUTE
                   MOVE WS-POST-AMOUNT TO WS-POST-SHARE
                   IF ENTRY-WAS-FOUND
                       PERFORM ADD-SHARE-TO-ROUTE
                   END-IF
               END-IF
           ELSE
               MOVE 'N' TO WS-POST-SPLIT-FLAG
               IF WS-POST-WEIGHT-TOTAL = 0
                   SET POST-SPLITS-EVENLY TO TRUE
                   MOVE WS-POST-MATCH-COUNT TO WS-POST-WEIGHT-TOTAL
               END-IF
               MOVE 0 TO WS-POST-MATCH-SEEN
               MOVE 0 TO WS-POST-ALLOCATED
               PERFORM VARYING ASSIGNMENT-IDX FROM 1 BY 1
                       UNTIL ASSIGNMENT-IDX > WS-ASSIGN-COUNT
                   PERFORM CHECK-ASSIGNMENT-MATCHES
                   IF ASSIGNMENT-MATCHES
                       PERFORM POST-ONE-SHARE
                   END-IF
               END-PERFORM
           END-IF.

      *---------------------------------------------------------------
      * Sets the match flag when the assignment ASSIGNMENT-IDX points
      * at belongs to the unit or driver, and day, being shared to.

       CHECK-ASSIGNMENT-MATCHES.
           MOVE 'N' TO WS-ASSIGNMENT-MATCH-FLAG
           IF WS-POST-DATE = SPACES
               OR ASG-DATE(ASSIGNMENT-IDX) = WS-POST-DATE
               IF POST-MATCHES-UNIT
                   IF ASG-UNIT-ID(ASSIGNMENT-IDX) = WS-POST-UNIT-ID
                       SET ASSIGNMENT-MATCHES TO TRUE
                   END-IF
               ELSE
                   IF ASG-EMPLOYEE-ID(ASSIGNMENT-IDX)
                           = WS-POST-EMPLOYEE-ID
                       SET ASSIGNMENT-MATCHES TO TRUE
                   END-IF
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Posts the share of WS-POST-AMOUNT belonging to the matching
      * assignment ASSIGNMENT-IDX points at.

       POST-ONE-SHARE.
           ADD 1 TO WS-POST-MATCH-SEEN
           IF WS-POST-MATCH-SEEN = WS-POST-MATCH-COUNT
               COMPUTE WS-POST-SHARE =
                   WS-POST-AMOUNT - WS-POST-ALLOCATED
           ELSE
               IF POST-SPLITS-EVENLY
                   MOVE 1 TO WS-POST-WEIGHT
               ELSE
                   MOVE ASG-MILES(ASSIGNMENT-IDX) TO WS-POST-WEIGHT
               END-IF
               COMPUTE WS-POST-SHARE ROUNDED =
                   WS-POST-AMOUNT * WS-POST-WEIGHT
                     / WS-POST-WEIGHT-TOTAL
           END-IF
           ADD WS-POST-SHARE TO WS-POST-ALLOCATED
           MOVE ASG-ROUTE-ID(ASSIGNMENT-IDX) TO WS-LOOKUP-ROUTE-ID
           PERFORM FIND-OR-ADD-ROUTE
           IF ENTRY-WAS-FOUND
               PERFORM ADD-SHARE-TO-ROUTE
           END-IF
           IF POST-SHARES-TO-UNIT
               MOVE ASG-UNIT-ID(ASSIGNMENT-IDX) TO WS-LOOKUP-UNIT-ID
               PERFORM FIND-OR-ADD-UNIT
               IF ENTRY-WAS-FOUND
                   ADD WS-POST-SHARE
                       TO UNP-DRIVER-COST(UNIT-PROFIT-IDX)
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Adds WS-POST-SHARE to the route ROUTE-PROFIT-IDX points at,
      * under the category being posted.

       ADD-SHARE-TO-ROUTE.
           EVALUATE TRUE
               WHEN POST-IS-REVENUE
                   ADD WS-POST-SHARE TO RTP-REVENUE(ROUTE-PROFIT-IDX)
               WHEN POST-IS-FUEL
                   ADD WS-POST-SHARE TO RTP-FUEL-COST(ROUTE-PROFIT-IDX)
               WHEN POST-IS-MAINTENANCE
                   ADD WS-POST-SHARE
                       TO RTP-MAINT-COST(ROUTE-PROFIT-IDX)
               WHEN OTHER
                   ADD WS-POST-SHARE
                       TO RTP-DRIVER-COST(ROUTE-PROFIT-IDX)
           END-EVALUATE.

      *---------------------------------------------------------------
      * Leaves UNIT-PROFIT-IDX pointing at WS-LOOKUP-UNIT-ID's entry,
      * opening a fresh one the first time the unit is seen. The
      * found flag is left off only when the table is full.

       FIND-OR-ADD-UNIT.
           MOVE 'N' TO WS-FOUND-FLAG
           SET UNIT-PROFIT-IDX TO 1
           SEARCH UNIT-PROFIT-ENTRY
               AT END
                   IF WS-UNIT-COUNT = 200
                       SET A-TABLE-IS-OVER-CAPACITY TO TRUE
                   ELSE
                       ADD 1 TO WS-UNIT-COUNT
                       SET UNIT-PROFIT-IDX TO WS-UNIT-COUNT
                       MOVE 0 TO UNP-REVENUE(UNIT-PROFIT-IDX)
                                 UNP-FUEL-COST(UNIT-PROFIT-IDX)
                                 UNP-MAINT-COST(UNIT-PROFIT-IDX)
                                 UNP-DRIVER-COST(UNIT-PROFIT-IDX)
                                 UNP-CONTRIBUTION(UNIT-PROFIT-IDX)
                                 UNP-MILES(UNIT-PROFIT-IDX)
                                 UNP-PER-MILE(UNIT-PROFIT-IDX)
                       MOVE WS-LOOKUP-UNIT-ID
                           TO UNP-UNIT-ID(UNIT-PROFIT-IDX)
                       SET ENTRY-WAS-FOUND TO TRUE
                   END-IF
               WHEN UNP-UNIT-ID(UNIT-PROFIT-IDX) = WS-LOOKUP-UNIT-ID
                   SET ENTRY-WAS-FOUND TO TRUE
           END-SEARCH.

      *---------------------------------------------------------------
      * Leaves ROUTE-PROFIT-IDX pointing at WS-LOOKUP-ROUTE-ID's
      * entry, opening a fresh one the first time the route is seen.
      * The found flag is left off only when the table is full.

       FIND-OR-ADD-ROUTE.
           MOVE 'N' TO WS-FOUND-FLAG
           SET ROUTE-PROFIT-IDX TO 1
           SEARCH ROUTE-PROFIT-ENTRY
               AT END
                   IF WS-ROUTE-COUNT = 500
                       SET A-TABLE-IS-OVER-CAPACITY TO TRUE
                   ELSE
                       ADD 1 TO WS-ROUTE-COUNT
                       SET ROUTE-PROFIT-IDX TO WS-ROUTE-COUNT
                       MOVE 0 TO RTP-REVENUE(ROUTE-PROFIT-IDX)
                                 RTP-FUEL-COST(ROUTE-PROFIT-IDX)
                                 RTP-MAINT-COST(ROUTE-PROFIT-IDX)
                                 RTP-DRIVER-COST(ROUTE-PROFIT-IDX)
                                 RTP-CONTRIBUTION(ROUTE-PROFIT-IDX)
                                 RTP-MILES(ROUTE-PROFIT-IDX)
                                 RTP-PER-MILE(ROUTE-PROFIT-IDX)
                       MOVE WS-LOOKUP-ROUTE-ID
                           TO RTP-ROUTE-ID(ROUTE-PROFIT-IDX)
                       SET ENTRY-WAS-FOUND TO TRUE
                   END-IF
               WHEN RTP-ROUTE-ID(ROUTE-PROFIT-IDX) = WS-LOOKUP-ROUTE-ID
                   SET ENTRY-WAS-FOUND TO TRUE
           END-SEARCH.

      *---------------------------------------------------------------
      * Sets each unit's contribution and contribution per mile, and
      * sorts the units highest contribution first, the same
      * neighbor-exchange MARGNRPT ranks with.

       RANK-UNIT-PROFITS.
           PERFORM VARYING WORKING-INDEX FROM 1 BY 1
                   UNTIL WORKING-INDEX > WS-UNIT-COUNT
               COMPUTE UNP-CONTRIBUTION(WORKING-INDEX) =
                   UNP-REVENUE(WORKING-INDEX)
                     - UNP-FUEL-COST(WORKING-INDEX)
                     - UNP-MAINT-COST(WORKING-INDEX)
                     - UNP-DRIVER-COST(WORKING-INDEX)
               MOVE 0 TO UNP-PER-MILE(WORKING-INDEX)
               IF UNP-MILES(WORKING-INDEX) > 0
                   COMPUTE UNP-PER-MILE(WORKING-INDEX) ROUNDED =
                       UNP-CONTRIBUTION(WORKING-INDEX)
                         / UNP-MILES(WORKING-INDEX)
               END-IF
           END-PERFORM
           SET A-SWAP-WAS-MADE TO TRUE
           PERFORM UNTIL NOT A-SWAP-WAS-MADE
               MOVE 'N' TO WS-SORT-SWAPPED-FLAG
               PERFORM VARYING WS-SORT-INDEX FROM 1 BY 1
                       UNTIL WS-SORT-INDEX >= WS-UNIT-COUNT
                   IF UNP-CONTRIBUTION(WS-SORT-INDEX)
                           < UNP-CONTRIBUTION(WS-SORT-INDEX + 1)
                       MOVE UNIT-PROFIT-ENTRY(WS-SORT-INDEX)
                           TO UNIT-PROFIT-SWAP-AREA
                       MOVE UNIT-PROFIT-ENTRY(WS-SORT-INDEX + 1)
                           TO UNIT-PROFIT-ENTRY(WS-SORT-INDEX)
                       MOVE UNIT-PROFIT-SWAP-AREA
                           TO UNIT-PROFIT-ENTRY(WS-SORT-INDEX + 1)
                       SET A-SWAP-WAS-MADE TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.

      *---------------------------------------------------------------
      * Sets each route's contribution and contribution per mile,
      * and sorts the routes highest contribution first.

       RANK-ROUTE-PROFITS.
           PERFORM VARYING WORKING-INDEX FROM 1 BY 1
                   UNTIL WORKING-INDEX > WS-ROUTE-COUNT
               COMPUTE RTP-CONTRIBUTION(WORKING-INDEX) =
                   RTP-REVENUE(WORKING-INDEX)
                     - RTP-FUEL-COST(WORKING-INDEX)
                     - RTP-MAINT-COST(WORKING-INDEX)
                     - RTP-DRIVER-COST(WORKING-INDEX)
               MOVE 0 TO RTP-PER-MILE(WORKING-INDEX)
               IF RTP-MILES(WORKING-INDEX) > 0
                   COMPUTE RTP-PER-MILE(WORKING-INDEX) ROUNDED =
                       RTP-CONTRIBUTION(WORKING-INDEX)
                         / RTP-MILES(WORKING-INDEX)
               END-IF
           END-PERFORM
           SET A-SWAP-WAS-MADE TO TRUE
           PERFORM UNTIL NOT A-SWAP-WAS-MADE
               MOVE 'N' TO WS-SORT-SWAPPED-FLAG
               PERFORM VARYING WS-SORT-INDEX FROM 1 BY 1
                       UNTIL WS-SORT-INDEX >= WS-ROUTE-COUNT
                   IF RTP-CONTRIBUTION(WS-SORT-INDEX)
                           < RTP-CONTRIBUTION(WS-SORT-INDEX + 1)
                       MOVE ROUTE-PROFIT-ENTRY(WS-SORT-INDEX)
                           TO ROUTE-PROFIT-SWAP-AREA
                       MOVE ROUTE-PROFIT-ENTRY(WS-SORT-INDEX + 1)
                           TO ROUTE-PROFIT-ENTRY(WS-SORT-INDEX)
                       MOVE ROUTE-PROFIT-SWAP-AREA
                           TO ROUTE-PROFIT-ENTRY(WS-SORT-INDEX + 1)
                       SET A-SWAP-WAS-MADE TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.

      *---------------------------------------------------------------
      * Writes the heading block of the report.

       WRITE-PROFIT-REPORT-HEADER.
           MOVE SPACES TO PROFIT-REPORT-LINE
           MOVE 'ACME DISTRIBUTING CO.' TO PROFIT-REPORT-LINE
           WRITE PROFIT-REPORT-LINE
           MOVE SPACES TO PROFIT-REPORT-LINE
           STRING 'MONTHLY PROFITABILITY BY UNIT AND ROUTE - '
               WS-MONTH-START-DATE ' THROUGH ' WS-RUN-DATE
               DELIMITED BY SIZE INTO PROFIT-REPORT-LINE
           WRITE PROFIT-REPORT-LINE.

      *---------------------------------------------------------------
      * Writes the column headings under a section title already in
      * the report line.

       WRITE-COLUMN-HEADINGS.
           WRITE PROFIT-REPORT-LINE
           MOVE SPACES TO PROFIT-REPORT-LINE
           STRING 'RANK  ID           REVENUE      FUEL COST    '
               'MAINT COST   DRIVER COST  CONTRIBUTION     MILES'
               '  PER MILE'
               DELIMITED BY SIZE INTO PROFIT-REPORT-LINE
           WRITE PROFIT-REPORT-LINE.

      *---------------------------------------------------------------
      * Writes the units, ranked, with the fleet totals.

       WRITE-UNIT-SECTION.
           MOVE SPACES TO PROFIT-REPORT-LINE
           WRITE PROFIT-REPORT-LINE
           MOVE 'BY UNIT - RANKED BY CONTRIBUTION' TO PROFIT-REPORT-LINE
           PERFORM WRITE-COLUMN-HEADINGS
           PERFORM VARYING WORKING-INDEX FROM 1 BY 1
                   UNTIL WORKING-INDEX > WS-UNIT-COUNT
               ADD UNP-REVENUE(WORKING-INDEX) TO WS-TOTAL-REVENUE
               ADD UNP-FUEL-COST(WORKING-INDEX) TO WS-TOTAL-FUEL-COST
               ADD UNP-MAINT-COST(WORKING-INDEX)
                   TO WS-TOTAL-MAINT-COST
               ADD UNP-DRIVER-COST(WORKING-INDEX)
                   TO WS-TOTAL-DRIVER-COST
               ADD UNP-CONTRIBUTION(WORKING-INDEX)
                   TO WS-TOTAL-CONTRIBUTION
               ADD UNP-MILES(WORKING-INDEX) TO WS-TOTAL-MILES
               MOVE SPACES TO PROFIT-REPORT-LINE
               MOVE WORKING-INDEX TO RPT-COUNT-EDITED
               MOVE RPT-COUNT-EDITED TO PROFIT-REPORT-LINE(1:5)
               MOVE UNP-UNIT-ID(WORKING-INDEX)
                   TO PROFIT-REPORT-LINE(7:8)
               MOVE UNP-REVENUE(WORKING-INDEX) TO RPT-AMOUNT-EDITED
               MOVE RPT-AMOUNT-EDITED TO PROFIT-REPORT-LINE(15:13)
               MOVE UNP-FUEL-COST(WORKING-INDEX) TO RPT-AMOUNT-EDITED
               MOVE RPT-AMOUNT-EDITED TO PROFIT-REPORT-LINE(28:13)
               MOVE UNP-MAINT-COST(WORKING-INDEX) TO RPT-AMOUNT-EDITED
               MOVE RPT-AMOUNT-EDITED TO PROFIT-REPORT-LINE(41:13)
               MOVE UNP-DRIVER-COST(WORKING-INDEX)
                   TO RPT-AMOUNT-EDITED
               MOVE RPT-AMOUNT-EDITED TO PROFIT-REPORT-LINE(54:13)
               MOVE UNP-CONTRIBUTION(WORKING-INDEX)
                   TO RPT-AMOUNT-EDITED
               MOVE RPT-AMOUNT-EDITED TO PROFIT-REPORT-LINE(67:13)
               MOVE UNP-MILES(WORKING-INDEX) TO RPT-MILES-EDITED
               MOVE RPT-MILES-EDITED TO PROFIT-REPORT-LINE(81:9)
               IF UNP-MILES(WORKING-INDEX) > 0
                   MOVE UNP-PER-MILE(WORKING-INDEX)
                       TO RPT-PER-MILE-EDITED
                   MOVE RPT-PER-MILE-EDITED
                       TO PROFIT-REPORT-LINE(90:10)
               END-IF
               WRITE PROFIT-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO PROFIT-REPORT-LINE
           MOVE 'FLEET' TO PROFIT-REPORT-LINE(7:8)
           MOVE WS-TOTAL-REVENUE TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED TO PROFIT-REPORT-LINE(15:13)
           MOVE WS-TOTAL-FUEL-COST TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED TO PROFIT-REPORT-LINE(28:13)
           MOVE WS-TOTAL-MAINT-COST TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED TO PROFIT-REPORT-LINE(41:13)
           MOVE WS-TOTAL-DRIVER-COST TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED TO PROFIT-REPORT-LINE(54:13)
           MOVE WS-TOTAL-CONTRIBUTION TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED TO PROFIT-REPORT-LINE(67:13)
           MOVE WS-TOTAL-MILES TO RPT-MILES-EDITED
           MOVE RPT-MILES-EDITED TO PROFIT-REPORT-LINE(81:9)
           WRITE PROFIT-REPORT-LINE.

      *---------------------------------------------------------------
      * Writes the routes, ranked.

       WRITE-ROUTE-SECTION.
           MOVE SPACES TO PROFIT-REPORT-LINE
           WRITE PROFIT-REPORT-LINE
           MOVE 'BY ROUTE - RANKED BY CONTRIBUTION'
               TO PROFIT-REPORT-LINE
           PERFORM WRITE-COLUMN-HEADINGS
           PERFORM VARYING WORKING-INDEX FROM 1 BY 1
                   UNTIL WORKING-INDEX > WS-ROUTE-COUNT
               MOVE SPACES TO PROFIT-REPORT-LINE
               MOVE WORKING-INDEX TO RPT-COUNT-EDITED
               MOVE RPT-COUNT-EDITED TO PROFIT-REPORT-LINE(1:5)
               MOVE RTP-ROUTE-ID(WORKING-INDEX)
                   TO PROFIT-REPORT-LINE(7:8)
               MOVE RTP-REVENUE(WORKING-INDEX) TO RPT-AMOUNT-EDITED
               MOVE RPT-AMOUNT-EDITED TO PROFIT-REPORT-LINE(15:13)
               MOVE RTP-FUEL-COST(WORKING-INDEX) TO RPT-AMOUNT-EDITED
               MOVE RPT-AMOUNT-EDITED TO PROFIT-REPORT-LINE(28:13)
               MOVE RTP-MAINT-COST(WORKING-INDEX) TO RPT-AMOUNT-EDITED
               MOVE RPT-AMOUNT-EDITED TO PROFIT-REPORT-LINE(41:13)
               MOVE RTP-DRIVER-COST(WORKING-INDEX)
                   TO RPT-AMOUNT-EDITED
               MOVE RPT-AMOUNT-EDITED TO PROFIT-REPORT-LINE(54:13)
               MOVE RTP-CONTRIBUTION(WORKING-INDEX)
                   TO RPT-AMOUNT-EDITED
               MOVE RPT-AMOUNT-EDITED TO PROFIT-REPORT-LINE(67:13)
               MOVE RTP-MILES(WORKING-INDEX) TO RPT-MILES-EDITED
               MOVE RPT-MILES-EDITED TO PROFIT-REPORT-LINE(81:9)
               IF RTP-MILES(WORKING-INDEX) > 0
                   MOVE RTP-PER-MILE(WORKING-INDEX)
                       TO RPT-PER-MILE-EDITED
                   MOVE RPT-PER-MILE-EDITED
                       TO PROFIT-REPORT-LINE(90:10)
               END-IF
               WRITE PROFIT-REPORT-LINE
           END-PERFORM.

      *---------------------------------------------------------------
      * Writes what the figures leave out, so nobody retires a truck
      * on a month that was not all there.

       WRITE-PROFIT-REPORT-NOTES.
           MOVE SPACES TO PROFIT-REPORT-LINE
           WRITE PROFIT-REPORT-LINE
           IF WS-UNPRICED-LOAD-COUNT > 0
               MOVE WS-UNPRICED-LOAD-COUNT TO RPT-COUNT-EDITED
               MOVE SPACES TO PROFIT-REPORT-LINE
               STRING '*** ' RPT-COUNT-EDITED ' LOAD LINE(S) NOT YET '
                   'INVOICED - NO REVENUE TAKEN ***'
                   DELIMITED BY SIZE INTO PROFIT-REPORT-LINE
               WRITE PROFIT-REPORT-LINE
           END-IF
           IF WS-STANDARD-COST-TICKETS > 0
               MOVE WS-STANDARD-COST-TICKETS TO RPT-COUNT-EDITED
               MOVE SPACES TO PROFIT-REPORT-LINE
               STRING '*** ' RPT-COUNT-EDITED ' FUEL TICKET(S) WITH '
                   'NO COST - PRICED AT STANDARD COST PER GALLON ***'
                   DELIMITED BY SIZE INTO PROFIT-REPORT-LINE
               WRITE PROFIT-REPORT-LINE
           END-IF
           IF WS-OPEN-SHIFT-COUNT > 0
               MOVE WS-OPEN-SHIFT-COUNT TO RPT-COUNT-EDITED
               MOVE SPACES TO PROFIT-REPORT-LINE
               STRING '*** ' RPT-COUNT-EDITED ' SHIFT(S) NOT CHECKED '
                   'OUT - HOURS NOT COSTED ***'
                   DELIMITED BY SIZE INTO PROFIT-REPORT-LINE
               WRITE PROFIT-REPORT-LINE
           END-IF
           IF WS-UNALLOCATED-SHIFTS > 0
               MOVE WS-UNALLOCATED-SHIFTS TO RPT-COUNT-EDITED
               MOVE WS-UNALLOCATED-DRIVER-COST TO RPT-AMOUNT-EDITED
               MOVE SPACES TO PROFIT-REPORT-LINE
               STRING '*** ' RPT-COUNT-EDITED ' SHIFT(S) WITH NO '
                   'RATED DRIVER OR NO ASSIGNMENT - '
                   RPT-AMOUNT-EDITED ' NOT CHARGED TO ANY UNIT ***'
                   DELIMITED BY SIZE INTO PROFIT-REPORT-LINE
               WRITE PROFIT-REPORT-LINE
           END-IF
           IF WS-UNKNOWN-ROUTE-COUNT > 0
               MOVE WS-UNKNOWN-ROUTE-COUNT TO RPT-COUNT-EDITED
               MOVE SPACES TO PROFIT-REPORT-LINE
               STRING '*** ' RPT-COUNT-EDITED ' ASSIGNMENT(S) TO '
                   'ROUTES NOT ON ROUTE-FILE - NO MILES ***'
                   DELIMITED BY SIZE INTO PROFIT-REPORT-LINE
               WRITE PROFIT-REPORT-LINE
           END-IF
           IF WS-UNRATED-ASSIGNMENTS > 0
               MOVE WS-UNRATED-ASSIGNMENTS TO RPT-COUNT-EDITED
               MOVE SPACES TO PROFIT-REPORT-LINE
               STRING '*** ' RPT-COUNT-EDITED ' ASSIGNMENT(S) FOR '
                   'DRIVERS NOT ON THE MASTER - NO MILEAGE PAY ***'
                   DELIMITED BY SIZE INTO PROFIT-REPORT-LINE
               WRITE PROFIT-REPORT-LINE
           END-IF.
