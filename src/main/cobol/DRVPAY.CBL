      *****************************************************************
      * Program name:    DRVPAY
      * Original author: Dave Nicolette
      *
      * Weekly driver pay register and payroll interface.
      *
      * Pays the drivers for the pay period - the run date and the
      * six days before it, the same week HOURSRPT reports - from
      * the shifts on CHECK-IN-LOG instead of timecards. Check-ins
      * pair with the next check-out for the same employee ID the
      * way HOURSRPT pairs them, across midnight, and a shift is
      * paid in the week it was checked out: the log is read from
      * the day before the period so a shift started on the last
      * night of the prior week is paid in this one, a shift that
      * ended before the period was paid last week and is passed
      * over, and a check-in on the run date not yet checked out is
      * an open shift carried to next week's run. Each shift is
      * matched to the driver's DRIVER-ASSIGNMENT-FILE records for
      * the check-in date, which say which routes were driven on
      * which unit: the routes' lengths summed from ROUTE-FILE
      * segments are the shift's miles, and a hazmat line on the
      * unit's UNIT-LOAD-FILE record for that date earns the hazmat
      * premium. Hours past forty in the week are paid at the
      * overtime rate, all at the rates on DRIVER-MASTER-FILE.
      *
      * Prints DRIVER-PAY-REGISTER by driver and writes
      * PAYROLL-INTERFACE-FILE for the payroll provider. A shift
      * that cannot be paid as it stands - never checked out, a
      * check-out with no check-in, no employee ID, a driver not on
      * the master or without a pay rate, no route assignment for
      * the day, or a route missing from ROUTE-FILE - is held out of
      * the pay and listed on DRIVER-PAY-EXCEPTION-REPORT, to be put
      * right and the week rerun before payroll closes. The rerun
      * replaces the register and the interface file.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DRVPAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRIVER-MASTER-FILE ASSIGN TO "DRIVER-MASTER-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRIVER-STATUS.
           SELECT CHECK-IN-LOG ASSIGN TO "CHECK-IN-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT DRIVER-ASSIGNMENT-FILE
               ASSIGN TO "DRIVER-ASSIGNMENT-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSIGN-STATUS.
           SELECT ROUTE-FILE ASSIGN TO "ROUTE-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROUTE-STATUS.
           SELECT UNIT-LOAD-FILE ASSIGN TO "UNIT-LOAD-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNIT-LOAD-STATUS.
           SELECT PAYROLL-INTERFACE-FILE
               ASSIGN TO "PAYROLL-INTERFACE-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAY-REGISTER-FILE ASSIGN TO "DRIVER-PAY-REGISTER"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAY-EXCEPTION-FILE
               ASSIGN TO "DRIVER-PAY-EXCEPTION-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DRIVER-MASTER-FILE.
       COPY DRVMAST.

       FD  CHECK-IN-LOG.
       COPY CHECKIN.

       FD  DRIVER-ASSIGNMENT-FILE.
       COPY DRVASGN.

       FD  ROUTE-FILE.
       COPY ROUTEPRF.

       FD  UNIT-LOAD-FILE.
       COPY UNITLOAD.

       FD  PAYROLL-INTERFACE-FILE.
       COPY PAYINTF.

       FD  PAY-REGISTER-FILE.
       01  PAY-REGISTER-LINE            PIC X(132).

       FD  PAY-EXCEPTION-FILE.
       01  PAY-EXCEPTION-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILLER.
           05  WS-DRIVER-STATUS         PIC XX.
           05  WS-LOG-STATUS            PIC XX.
           05  WS-ASSIGN-STATUS         PIC XX.
           05  WS-ROUTE-STATUS          PIC XX.
           05  WS-UNIT-LOAD-STATUS      PIC XX.
           05  WS-DRIVER-EOF-FLAG       PIC X VALUE 'N'.
               88  END-OF-DRIVER-MASTER     VALUE 'Y'.
           05  WS-LOG-EOF-FLAG          PIC X VALUE 'N'.
               88  END-OF-CHECK-IN-LOG      VALUE 'Y'.
           05  WS-ASSIGN-EOF-FLAG       PIC X VALUE 'N'.
               88  END-OF-ASSIGNMENT-FILE   VALUE 'Y'.
           05  WS-ROUTE-EOF-FLAG        PIC X VALUE 'N'.
               88  END-OF-ROUTE-FILE        VALUE 'Y'.
           05  WS-UNIT-LOAD-EOF-FLAG    PIC X VALUE 'N'.
               88  END-OF-UNIT-LOAD-FILE    VALUE 'Y'.
           05  WS-DRIVER-COUNT          PIC S9(04) VALUE 0.
           05  WS-LOG-COUNT             PIC S9(05) VALUE 0.
           05  WS-ASSIGN-COUNT          PIC S9(05) VALUE 0.
           05  WS-ROUTE-COUNT           PIC S9(04) VALUE 0.
           05  WS-HAZMAT-LOAD-COUNT     PIC S9(05) VALUE 0.
           05  WS-SHIFT-COUNT           PIC S9(05) VALUE 0.
           05  WS-PAID-SHIFT-COUNT      PIC S9(05) VALUE 0.
           05  WS-HELD-SHIFT-COUNT      PIC S9(05) VALUE 0.
           05  WS-DRIVERS-PAID-COUNT    PIC S9(05) VALUE 0.
      * Set when any table overfills: a pay run that silently left
      * out shifts would short someone's check, so the run stops
      * before anything is written.
           05  WS-CAPACITY-FLAG         PIC X VALUE 'N'.
               88  A-TABLE-IS-OVER-CAPACITY VALUE 'Y'.
           05  WS-FOUND-FLAG            PIC X.
               88  ENTRY-WAS-FOUND          VALUE 'Y'.
           05  WS-ASSIGN-FOUND-FLAG     PIC X.
               88  AN-ASSIGNMENT-WAS-FOUND  VALUE 'Y'.
           05  WS-ROUTE-MISSING-FLAG    PIC X.
               88  AN-ASSIGNED-ROUTE-IS-MISSING VALUE 'Y'.
           05  WS-MATCH-INDEX           PIC S9(05).
           05  WS-PAIR-INDEX            PIC S9(05).
           05  WS-DRIVER-INDEX          PIC S9(04).
           05  WS-ROUTE-INDEX           PIC S9(04).
           05  WORKING-INDEX            PIC S9(05).
           05  WS-SHIFT-INDEX           PIC S9(05).
           05  WS-ASSIGN-INDEX          PIC S9(05).
           05  WS-HAZMAT-INDEX          PIC S9(05).
           05  WS-IN-SECONDS            PIC S9(07).
           05  WS-OUT-SECONDS           PIC S9(07).
           05  WS-DATE-NUMERIC          PIC 9(08).
           05  WS-IN-DATE-INTEGER       PIC S9(09).
           05  WS-OUT-DATE-INTEGER      PIC S9(09).
           05  WS-DUTY-HOURS            PIC S9(03)V99.
           05  WS-RUN-DATE              PIC X(08).
           05  WS-RUN-DATE-NUMERIC      PIC 9(08).
           05  WS-RUN-DATE-INTEGER      PIC S9(09).
           05  WS-PERIOD-START-DATE     PIC X(08).
           05  WS-PERIOD-START-NUMERIC  PIC 9(08).
      * The log, assignments and hazmat loads are read from the day
      * before the period, for the shifts that cross into it.
           05  WS-LOAD-START-DATE       PIC X(08).
           05  WS-LOAD-START-NUMERIC    PIC 9(08).
           05  WS-CARRIED-SHIFT-COUNT   PIC S9(05) VALUE 0.
           05  WS-EXCEPTION-REASON      PIC X(40).
           05  WS-OVERTIME-RATE         PIC 9(03)V99.
           05  WS-TOTAL-HOURS           PIC S9(05)V99 VALUE 0.
           05  WS-TOTAL-GROSS-PAY       PIC S9(08)V99 VALUE 0.
           05  WS-DRIVER-NAME           PIC X(42).
           05  WS-COMPONENT-LABEL       PIC X(20).
           05  WS-COMPONENT-QUANTITY    PIC X(08).

      * Hours in a pay week paid at straight time; the rest are
      * overtime.
       01  WEEKLY-OVERTIME-THRESHOLD    PIC 9(02)V99 VALUE 40.
      * Time and a half, for a driver with no overtime rate of their
      * own on the master.
       01  DEFAULT-OVERTIME-FACTOR      PIC 9V9 VALUE 1.5.
      * Meters in a statute mile, for the ROUTE-FILE segment lengths.
       01  METERS-PER-MILE              PIC 9(04)V999 VALUE 1609.344.

       01  WS-TIME-PARTS.
           05  WS-TIME-HH               PIC 9(02).
           05  WS-TIME-MM               PIC 9(02).
           05  WS-TIME-SS               PIC 9(02).

       01  RPT-HOURS-EDITED             PIC ZZZ9.99-.
       01  RPT-MILES-EDITED             PIC ZZZZ9.9.
       01  RPT-RATE-EDITED              PIC ZZ9.999.
       01  RPT-AMOUNT-EDITED            PIC Z(8)9.99-.
       01  RPT-COUNT-EDITED             PIC ZZZZ9.

       01  WS-ERROR-LOG-FIELDS.
           05  WS-ERR-PROGRAM-NAME      PIC X(08) VALUE 'DRVPAY'.
           05  WS-ERR-PARAGRAPH-NAME    PIC X(30).
           05  WS-ERR-DESCRIPTION       PIC X(60).
           05  WS-ERR-OFFENDING-DATA    PIC X(30).

      * The roster with its pay rates, and the week's pay piled up
      * for each driver as the shifts are priced.
       01  DRIVER-PAY-TABLE.
           05  DRIVER-PAY-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-DRIVER-COUNT
                   INDEXED BY DRIVER-PAY-IDX.
               10  DPT-EMPLOYEE-ID      PIC X(06).
               10  DPT-FAMILY-NAME      PIC X(20).
               10  DPT-GIVEN-NAME       PIC X(20).
               10  DPT-HOURLY-RATE      PIC 9(03)V99.
               10  DPT-OVERTIME-RATE    PIC 9(03)V99.
               10  DPT-PER-MILE-RATE    PIC 9(01)V999.
               10  DPT-HAZMAT-PREMIUM   PIC 9(03)V99.
               10  DPT-SHIFT-COUNT      PIC S9(03).
               10  DPT-TOTAL-HOURS      PIC S9(03)V99.
               10  DPT-REGULAR-HOURS    PIC S9(03)V99.
               10  DPT-OVERTIME-HOURS   PIC S9(03)V99.
               10  DPT-MILES            PIC S9(05)V9.
               10  DPT-HAZMAT-SHIFTS    PIC S9(03).
               10  DPT-REGULAR-PAY      PIC S9(05)V99.
               10  DPT-OVERTIME-PAY     PIC S9(05)V99.
               10  DPT-MILEAGE-PAY      PIC S9(05)V99.
               10  DPT-HAZMAT-PAY       PIC S9(05)V99.
               10  DPT-GROSS-PAY        PIC S9(06)V99.

      * The pay period's log records, in file order, which is time
      * order.
       01  LOG-TABLE.
           05  LOG-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-LOG-COUNT
                   INDEXED BY LOG-IDX.
               10  LOG-TBL-NAME         PIC X(80).
               10  LOG-TBL-EMPLOYEE-ID  PIC X(06).
               10  LOG-TBL-DATE         PIC X(08).
               10  LOG-TBL-TIME         PIC X(08).
               10  LOG-TBL-ENTRY-TYPE   PIC X.
                   88  LOG-TBL-CHECK-IN     VALUES 'I' ' '.
                   88  LOG-TBL-CHECK-OUT    VALUE 'O'.
               10  LOG-TBL-PAIR-KEY     PIC X(80).
               10  LOG-TBL-MATCHED-FLAG PIC X.
                   88  LOG-TBL-MATCHED      VALUE 'Y'.

      * The pay period's assignments. An assignment's miles and
      * hazmat premium go to the first shift that claims it, so a
      * driver who checks in twice on one day is not paid the route
      * twice.
       01  ASSIGNMENT-TABLE.
           05  ASSIGNMENT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-ASSIGN-COUNT
                   INDEXED BY ASSIGNMENT-IDX.
               10  ASG-DATE             PIC X(08).
               10  ASG-EMPLOYEE-ID      PIC X(06).
               10  ASG-UNIT-ID          PIC X(06).
               10  ASG-ROUTE-ID         PIC X(08).
               10  ASG-CLAIMED-FLAG     PIC X.
                   88  ASG-IS-CLAIMED       VALUE 'Y'.

      * Route lengths, the sum of each route's segment lengths.
       01  ROUTE-LENGTH-TABLE.
           05  ROUTE-LENGTH-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-ROUTE-COUNT
                   INDEXED BY ROUTE-LENGTH-IDX.
               10  RLT-ROUTE-ID         PIC X(08).
               10  RLT-LENGTH-METERS    PIC S9(09).

      * Units that carried a hazmat line on a date in the period.
       01  HAZMAT-LOAD-TABLE.
           05  HAZMAT-LOAD-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-HAZMAT-LOAD-COUNT
                   INDEXED BY HAZMAT-LOAD-IDX.
               10  HLT-UNIT-ID          PIC X(06).
               10  HLT-LOAD-DATE        PIC X(08).

      * Every shift of the period, paid or held. A check-out with no
      * check-in is carried here as a held shift with no check-in
      * time.
       01  SHIFT-TABLE.
           05  SHIFT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-SHIFT-COUNT
                   INDEXED BY SHIFT-IDX.
               10  SHF-EMPLOYEE-ID      PIC X(06).
               10  SHF-NAME             PIC X(80).
               10  SHF-DRIVER-INDEX     PIC S9(04).
               10  SHF-DATE             PIC X(08).
               10  SHF-IN-TIME          PIC X(08).
               10  SHF-OUT-TIME         PIC X(08).
               10  SHF-HOURS            PIC S9(03)V99.
               10  SHF-ROUTE-ID         PIC X(08).
               10  SHF-MILES            PIC S9(05)V9.
               10  SHF-HAZMAT-FLAG      PIC X.
                   88  SHF-CARRIED-HAZMAT   VALUE 'Y'.
               10  SHF-STATUS-FLAG      PIC X.
                   88  SHF-IS-PAID          VALUE 'P'.
                   88  SHF-IS-HELD          VALUE 'H'.
               10  SHF-EXCEPTION-REASON PIC X(40).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           CALL 'BUSDATE' USING WS-RUN-DATE
           END-CALL
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUMERIC
           COMPUTE WS-RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUMERIC)
           COMPUTE WS-PERIOD-START-NUMERIC =
               FUNCTION DATE-OF-INTEGER(WS-RUN-DATE-INTEGER - 6)
           MOVE WS-PERIOD-START-NUMERIC TO WS-PERIOD-START-DATE
           COMPUTE WS-LOAD-START-NUMERIC =
               FUNCTION DATE-OF-INTEGER(WS-RUN-DATE-INTEGER - 7)
           MOVE WS-LOAD-START-NUMERIC TO WS-LOAD-START-DATE
           PERFORM LOAD-DRIVER-MASTER
           PERFORM LOAD-CHECK-IN-LOG
           PERFORM LOAD-ASSIGNMENTS
           PERFORM LOAD-ROUTE-LENGTHS
           PERFORM LOAD-HAZMAT-LOADS
           IF A-TABLE-IS-OVER-CAPACITY
               DISPLAY 'DRVPAY: the pay period exceeds the pay run '
                   'table capacity - no pay computed, no files '
                   'written'
               MOVE 'MAIN-LOGIC' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'pay period exceeds pay run table capacity'
                   TO WS-ERR-DESCRIPTION
               MOVE WS-RUN-DATE TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-DRVPAY-ERROR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM PAIR-SHIFTS
           PERFORM PRICE-SHIFTS
           PERFORM COMPUTE-DRIVER-PAY
           PERFORM WRITE-PAY-REGISTER
           PERFORM WRITE-PAYROLL-INTERFACE
           PERFORM WRITE-EXCEPTION-REPORT
           DISPLAY 'DRVPAY: ' WS-DRIVERS-PAID-COUNT ' driver(s) '
               'paid for ' WS-PAID-SHIFT-COUNT ' shift(s), '
               WS-HELD-SHIFT-COUNT ' shift(s) held as exceptions, '
               WS-CARRIED-SHIFT-COUNT ' open shift(s) carried to '
               'next week'
           IF WS-HELD-SHIFT-COUNT > 0
               DISPLAY 'DRVPAY: resolve the shifts on '
                   'DRIVER-PAY-EXCEPTION-REPORT and rerun before '
                   'payroll closes'
           END-IF
           GOBACK.

      *---------------------------------------------------------------
      * Calls the shared LOGERROR routine to append one record to
      * ERROR-LOG-FILE for the problem just found. WS-ERR-PARAGRAPH-
      * NAME, WS-ERR-DESCRIPTION and WS-ERR-OFFENDING-DATA must be set
      * by the calling paragraph before this is performed.

       LOG-DRVPAY-ERROR.
           CALL 'LOGERROR' USING WS-ERR-PROGRAM-NAME
               WS-ERR-PARAGRAPH-NAME WS-ERR-DESCRIPTION
               WS-ERR-OFFENDING-DATA
           END-CALL.

      *---------------------------------------------------------------
      * Loads the roster and its pay rates. Rates left blank on a
      * record written before drivers carried them load as zero, and
      * a driver with no hourly rate has their shifts held.

       LOAD-DRIVER-MASTER.
           OPEN INPUT DRIVER-MASTER-FILE
           IF WS-DRIVER-STATUS NOT = '00'
               SET END-OF-DRIVER-MASTER TO TRUE
           END-IF
           PERFORM UNTIL END-OF-DRIVER-MASTER
               READ DRIVER-MASTER-FILE
                   AT END
                       SET END-OF-DRIVER-MASTER TO TRUE
                   NOT AT END
                       IF WS-DRIVER-COUNT = 200
                           SET A-TABLE-IS-OVER-CAPACITY TO TRUE
                           SET END-OF-DRIVER-MASTER TO TRUE
                       ELSE
                           ADD 1 TO WS-DRIVER-COUNT
                           PERFORM LOAD-ONE-DRIVER
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DRIVER-STATUS = '00' OR '10'
               CLOSE DRIVER-MASTER-FILE
           END-IF.

      *---------------------------------------------------------------
      * Fills the table entry for the driver just read, with the
      * week's accumulators at zero.

       LOAD-ONE-DRIVER.
           MOVE 0 TO DPT-HOURLY-RATE(WS-DRIVER-COUNT)
                     DPT-OVERTIME-RATE(WS-DRIVER-COUNT)
                     DPT-PER-MILE-RATE(WS-DRIVER-COUNT)
                     DPT-HAZMAT-PREMIUM(WS-DRIVER-COUNT)
                     DPT-SHIFT-COUNT(WS-DRIVER-COUNT)
                     DPT-TOTAL-HOURS(WS-DRIVER-COUNT)
                     DPT-REGULAR-HOURS(WS-DRIVER-COUNT)
                     DPT-OVERTIME-HOURS(WS-DRIVER-COUNT)
                     DPT-MILES(WS-DRIVER-COUNT)
                     DPT-HAZMAT-SHIFTS(WS-DRIVER-COUNT)
                     DPT-REGULAR-PAY(WS-DRIVER-COUNT)
                     DPT-OVERTIME-PAY(WS-DRIVER-COUNT)
                     DPT-MILEAGE-PAY(WS-DRIVER-COUNT)
                     DPT-HAZMAT-PAY(WS-DRIVER-COUNT)
                     DPT-GROSS-PAY(WS-DRIVER-COUNT)
           MOVE DRV-EMPLOYEE-ID TO DPT-EMPLOYEE-ID(WS-DRIVER-COUNT)
           MOVE DRV-FAMILY-NAME TO DPT-FAMILY-NAME(WS-DRIVER-COUNT)
           MOVE DRV-GIVEN-NAME TO DPT-GIVEN-NAME(WS-DRIVER-COUNT)
           IF DRV-HOURLY-RATE IS NUMERIC
               MOVE DRV-HOURLY-RATE
                   TO DPT-HOURLY-RATE(WS-DRIVER-COUNT)
           END-IF
           IF DRV-OVERTIME-RATE IS NUMERIC
               MOVE DRV-OVERTIME-RATE
                   TO DPT-OVERTIME-RATE(WS-DRIVER-COUNT)
           END-IF
           IF DRV-PER-MILE-RATE IS NUMERIC
               MOVE DRV-PER-MILE-RATE
                   TO DPT-PER-MILE-RATE(WS-DRIVER-COUNT)
           END-IF
           IF DRV-HAZMAT-PREMIUM IS NUMERIC
               MOVE DRV-HAZMAT-PREMIUM
                   TO DPT-HAZMAT-PREMIUM(WS-DRIVER-COUNT)
           END-IF.

      *---------------------------------------------------------------
      * Loads the pay period's check-in-log records, and the day
      * before it for the shifts that cross into the period. Older
      * records stay on the log and out of this week's pay. The
      * pairing key is the employee ID, or the name on a
      * record written before check-in was keyed by ID so that such
      * a record still pairs and can be listed.

       LOAD-CHECK-IN-LOG.
           OPEN INPUT CHECK-IN-LOG
           IF WS-LOG-STATUS NOT = '00'
               SET END-OF-CHECK-IN-LOG TO TRUE
           END-IF
           PERFORM UNTIL END-OF-CHECK-IN-LOG
               READ CHECK-IN-LOG
                   AT END
                       SET END-OF-CHECK-IN-LOG TO TRUE
                   NOT AT END
                       IF CKI-DATE < WS-LOAD-START-DATE
                               OR CKI-DATE > WS-RUN-DATE
                           CONTINUE
                       ELSE
                       IF WS-LOG-COUNT = 2000
                           SET A-TABLE-IS-OVER-CAPACITY TO TRUE
                           SET END-OF-CHECK-IN-LOG TO TRUE
                       ELSE
                           ADD 1 TO WS-LOG-COUNT
                           MOVE CKI-NAME
                               TO LOG-TBL-NAME(WS-LOG-COUNT)
                           MOVE CKI-EMPLOYEE-ID
                               TO LOG-TBL-EMPLOYEE-ID(WS-LOG-COUNT)
                           MOVE CKI-DATE
                               TO LOG-TBL-DATE(WS-LOG-COUNT)
                           MOVE CKI-TIME
                               TO LOG-TBL-TIME(WS-LOG-COUNT)
                           MOVE CKI-ENTRY-TYPE
                               TO LOG-TBL-ENTRY-TYPE(WS-LOG-COUNT)
                           IF CKI-EMPLOYEE-ID = SPACES
                               MOVE CKI-NAME
                                   TO LOG-TBL-PAIR-KEY(WS-LOG-COUNT)
                           ELSE
                               MOVE CKI-EMPLOYEE-ID
                                   TO LOG-TBL-PAIR-KEY(WS-LOG-COUNT)
                           END-IF
                           MOVE 'N'
                               TO LOG-TBL-MATCHED-FLAG(WS-LOG-COUNT)
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LOG-STATUS = '00' OR '10'
               CLOSE CHECK-IN-LOG
           END-IF.

      *---------------------------------------------------------------
      * Loads the pay period's route assignments, from the day
      * before it for a shift checked in that night.

       LOAD-ASSIGNMENTS.
           OPEN INPUT DRIVER-ASSIGNMENT-FILE
           IF WS-ASSIGN-STATUS NOT = '00'
               SET END-OF-ASSIGNMENT-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-ASSIGNMENT-FILE
               READ DRIVER-ASSIGNMENT-FILE
                   AT END
                       SET END-OF-ASSIGNMENT-FILE TO TRUE
                   NOT AT END
                       IF DAS-ASSIGN-DATE < WS-LOAD-START-DATE
                               OR DAS-ASSIGN-DATE > WS-RUN-DATE
                           CONTINUE
                       ELSE
                       IF WS-ASSIGN-COUNT = 2000
                           SET A-TABLE-IS-OVER-CAPACITY TO TRUE
                           SET END-OF-ASSIGNMENT-FILE TO TRUE
                       ELSE
                           ADD 1 TO WS-ASSIGN-COUNT
                           MOVE DAS-ASSIGN-DATE
                               TO ASG-DATE(WS-ASSIGN-COUNT)
                           MOVE DAS-EMPLOYEE-ID
                               TO ASG-EMPLOYEE-ID(WS-ASSIGN-COUNT)
                           MOVE DAS-UNIT-ID
                               TO ASG-UNIT-ID(WS-ASSIGN-COUNT)
                           MOVE DAS-ROUTE-ID
                               TO ASG-ROUTE-ID(WS-ASSIGN-COUNT)
                           MOVE 'N'
                               TO ASG-CLAIMED-FLAG(WS-ASSIGN-COUNT)
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ASSIGN-STATUS = '00' OR '10'
               CLOSE DRIVER-ASSIGNMENT-FILE
           END-IF.

      *---------------------------------------------------------------
      * Sums each route's segment lengths into its total length.

       LOAD-ROUTE-LENGTHS.
           OPEN INPUT ROUTE-FILE
           IF WS-ROUTE-STATUS NOT = '00'
               SET END-OF-ROUTE-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-ROUTE-FILE
               READ ROUTE-FILE
                   AT END
                       SET END-OF-ROUTE-FILE TO TRUE
                   NOT AT END
                       PERFORM ADD-TO-ROUTE-LENGTH
               END-READ
           END-PERFORM
           IF WS-ROUTE-STATUS = '00' OR '10'
               CLOSE ROUTE-FILE
           END-IF.

      *---------------------------------------------------------------
      * Rolls one segment into its route's length.

       ADD-TO-ROUTE-LENGTH.
           MOVE 'N' TO WS-FOUND-FLAG
           SET ROUTE-LENGTH-IDX TO 1
           SEARCH ROUTE-LENGTH-ENTRY
               AT END
                   CONTINUE
               WHEN RLT-ROUTE-ID(ROUTE-LENGTH-IDX) = RSG-ROUTE-ID
                   SET ENTRY-WAS-FOUND TO TRUE
                   ADD RSG-LENGTH-METERS
                       TO RLT-LENGTH-METERS(ROUTE-LENGTH-IDX)
           END-SEARCH
           IF NOT ENTRY-WAS-FOUND
               IF WS-ROUTE-COUNT = 500
                   SET A-TABLE-IS-OVER-CAPACITY TO TRUE
                   SET END-OF-ROUTE-FILE TO TRUE
               ELSE
                   ADD 1 TO WS-ROUTE-COUNT
                   MOVE RSG-ROUTE-ID TO RLT-ROUTE-ID(WS-ROUTE-COUNT)
                   MOVE RSG-LENGTH-METERS
                       TO RLT-LENGTH-METERS(WS-ROUTE-COUNT)
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Loads the units that carried a hazmat line on each date of
      * the pay period and the day before it, once per unit and
      * date.

       LOAD-HAZMAT-LOADS.
           OPEN INPUT UNIT-LOAD-FILE
           IF WS-UNIT-LOAD-STATUS NOT = '00'
               SET END-OF-UNIT-LOAD-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-UNIT-LOAD-FILE
               READ UNIT-LOAD-FILE
                   AT END
                       SET END-OF-UNIT-LOAD-FILE TO TRUE
                   NOT AT END
                       IF ULD-LINE-IS-HAZMAT
                               AND ULD-LOAD-DATE
                                   NOT < WS-LOAD-START-DATE
                               AND ULD-LOAD-DATE NOT > WS-RUN-DATE
                           PERFORM ADD-HAZMAT-LOAD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-UNIT-LOAD-STATUS = '00' OR '10'
               CLOSE UNIT-LOAD-FILE
           END-IF.

      *---------------------------------------------------------------
      * Records the unit and date of the hazmat line just read
      * unless they are already on the table.

       ADD-HAZMAT-LOAD.
           MOVE 'N' TO WS-FOUND-FLAG
           SET HAZMAT-LOAD-IDX TO 1
           SEARCH HAZMAT-LOAD-ENTRY
               AT END
                   CONTINUE
               WHEN HLT-UNIT-ID(HAZMAT-LOAD-IDX) = ULD-UNIT-ID
                   AND HLT-LOAD-DATE(HAZMAT-LOAD-IDX) = ULD-LOAD-DATE
                   SET ENTRY-WAS-FOUND TO TRUE
           END-SEARCH
           IF NOT ENTRY-WAS-FOUND
               IF WS-HAZMAT-LOAD-COUNT = 2000
                   SET A-TABLE-IS-OVER-CAPACITY TO TRUE
                   SET END-OF-UNIT-LOAD-FILE TO TRUE
               ELSE
                   ADD 1 TO WS-HAZMAT-LOAD-COUNT
                   MOVE ULD-UNIT-ID
                       TO HLT-UNIT-ID(WS-HAZMAT-LOAD-COUNT)
                   MOVE ULD-LOAD-DATE
                       TO HLT-LOAD-DATE(WS-HAZMAT-LOAD-COUNT)
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Walks the log in order the way HOURSRPT does: each check-in
      * takes the next unmatched check-out for the same driver as
      * its shift end, even across midnight. A shift checked out
      * before the period belongs to last week's pay and is passed
      * over; a check-in on the run date with no check-out yet is
      * still on the road and is carried to next week, when the log
      * is read from this run date. A check-in never checked out,
      * and a check-out in the period left over once every check-in
      * has taken its own, are held as exceptions.

       PAIR-SHIFTS.
           PERFORM VARYING WORKING-INDEX FROM 1 BY 1
                   UNTIL WORKING-INDEX > WS-LOG-COUNT
               IF LOG-TBL-CHECK-IN(WORKING-INDEX)
                   AND NOT LOG-TBL-MATCHED(WORKING-INDEX)
                   PERFORM FIND-MATCHING-CHECK-OUT
                   EVALUATE TRUE
                       WHEN WS-MATCH-INDEX > 0
                           AND LOG-TBL-DATE(WS-MATCH-INDEX)
                               < WS-PERIOD-START-DATE
                           PERFORM PASS-OVER-PRIOR-WEEK-SHIFT
                       WHEN WS-MATCH-INDEX = 0
                           AND LOG-TBL-DATE(WORKING-INDEX)
                               = WS-RUN-DATE
                           SET LOG-TBL-MATCHED(WORKING-INDEX) TO TRUE
                           ADD 1 TO WS-CARRIED-SHIFT-COUNT
                       WHEN OTHER
                           PERFORM ADD-PAIRED-SHIFT
                   END-EVALUATE
               END-IF
           END-PERFORM
           PERFORM VARYING WORKING-INDEX FROM 1 BY 1
                   UNTIL WORKING-INDEX > WS-LOG-COUNT
               IF LOG-TBL-CHECK-OUT(WORKING-INDEX)
                   AND NOT LOG-TBL-MATCHED(WORKING-INDEX)
                   AND LOG-TBL-DATE(WORKING-INDEX)
                       NOT < WS-PERIOD-START-DATE
                   PERFORM ADD-ORPHAN-CHECK-OUT
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Passes over the shift at WORKING-INDEX, checked out before
      * the period and so paid last week. Its day's assignments are
      * marked claimed: last week's run paid their routes to it, and
      * a later shift checked in the same day must not be paid them
      * again.

       PASS-OVER-PRIOR-WEEK-SHIFT.
           SET LOG-TBL-MATCHED(WORKING-INDEX) TO TRUE
           SET LOG-TBL-MATCHED(WS-MATCH-INDEX) TO TRUE
           PERFORM VARYING WS-ASSIGN-INDEX FROM 1 BY 1
                   UNTIL WS-ASSIGN-INDEX > WS-ASSIGN-COUNT
               IF ASG-EMPLOYEE-ID(WS-ASSIGN-INDEX)
                       = LOG-TBL-EMPLOYEE-ID(WORKING-INDEX)
                   AND ASG-DATE(WS-ASSIGN-INDEX)
                       = LOG-TBL-DATE(WORKING-INDEX)
                   SET ASG-IS-CLAIMED(WS-ASSIGN-INDEX) TO TRUE
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
      * Adds the shift starting at WORKING-INDEX to SHIFT-TABLE,
      * with its hours when a check-out was found and held as never
      * checked out when none was.

       ADD-PAIRED-SHIFT.
           SET LOG-TBL-MATCHED(WORKING-INDEX) TO TRUE
           ADD 1 TO WS-SHIFT-COUNT
           MOVE WS-SHIFT-COUNT TO WS-SHIFT-INDEX
           PERFORM CLEAR-SHIFT-ENTRY
           MOVE LOG-TBL-EMPLOYEE-ID(WORKING-INDEX)
               TO SHF-EMPLOYEE-ID(WS-SHIFT-INDEX)
           MOVE LOG-TBL-NAME(WORKING-INDEX)
               TO SHF-NAME(WS-SHIFT-INDEX)
           MOVE LOG-TBL-DATE(WORKING-INDEX)
               TO SHF-DATE(WS-SHIFT-INDEX)
           MOVE LOG-TBL-TIME(WORKING-INDEX)
               TO SHF-IN-TIME(WS-SHIFT-INDEX)
           SET SHF-IS-PAID(WS-SHIFT-INDEX) TO TRUE
           IF WS-MATCH-INDEX > 0
               SET LOG-TBL-MATCHED(WS-MATCH-INDEX) TO TRUE
               MOVE LOG-TBL-TIME(WS-MATCH-INDEX)
                   TO SHF-OUT-TIME(WS-SHIFT-INDEX)
               PERFORM COMPUTE-SHIFT-HOURS
               MOVE WS-DUTY-HOURS TO SHF-HOURS(WS-SHIFT-INDEX)
           ELSE
               MOVE 'NEVER CHECKED OUT' TO WS-EXCEPTION-REASON
               PERFORM HOLD-SHIFT
           END-IF.

      *---------------------------------------------------------------
      * Adds a check-out that no check-in in the pay period claimed
      * as a held shift, dated by the check-out.

       ADD-ORPHAN-CHECK-OUT.
           SET LOG-TBL-MATCHED(WORKING-INDEX) TO TRUE
           ADD 1 TO WS-SHIFT-COUNT
           MOVE WS-SHIFT-COUNT TO WS-SHIFT-INDEX
           PERFORM CLEAR-SHIFT-ENTRY
           MOVE LOG-TBL-EMPLOYEE-ID(WORKING-INDEX)
               TO SHF-EMPLOYEE-ID(WS-SHIFT-INDEX)
           MOVE LOG-TBL-NAME(WORKING-INDEX)
               TO SHF-NAME(WS-SHIFT-INDEX)
           MOVE LOG-TBL-DATE(WORKING-INDEX)
               TO SHF-DATE(WS-SHIFT-INDEX)
           MOVE LOG-TBL-TIME(WORKING-INDEX)
               TO SHF-OUT-TIME(WS-SHIFT-INDEX)
           SET SHF-IS-PAID(WS-SHIFT-INDEX) TO TRUE
           MOVE 'CHECK-OUT WITH NO CHECK-IN' TO WS-EXCEPTION-REASON
           PERFORM HOLD-SHIFT.

      *---------------------------------------------------------------
      * Clears the shift table entry at WS-SHIFT-INDEX before a new
      * shift is built in it.

       CLEAR-SHIFT-ENTRY.
           MOVE SPACES TO SHF-EMPLOYEE-ID(WS-SHIFT-INDEX)
                          SHF-NAME(WS-SHIFT-INDEX)
                          SHF-DATE(WS-SHIFT-INDEX)
                          SHF-IN-TIME(WS-SHIFT-INDEX)
                          SHF-OUT-TIME(WS-SHIFT-INDEX)
                          SHF-ROUTE-ID(WS-SHIFT-INDEX)
                          SHF-HAZMAT-FLAG(WS-SHIFT-INDEX)
                          SHF-STATUS-FLAG(WS-SHIFT-INDEX)
                          SHF-EXCEPTION-REASON(WS-SHIFT-INDEX)
           MOVE 0 TO SHF-DRIVER-INDEX(WS-SHIFT-INDEX)
                     SHF-HOURS(WS-SHIFT-INDEX)
                     SHF-MILES(WS-SHIFT-INDEX).

      *---------------------------------------------------------------
      * Computes the hours between the check-in at WORKING-INDEX and
      * the check-out at WS-MATCH-INDEX, the day difference carried
      * in so an overnight shift counts its full length.

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
      * Holds the shift WS-SHIFT-INDEX points at out of the pay for
      * the reason in WS-EXCEPTION-REASON. Only the first reason
      * found is kept.

       HOLD-SHIFT.
           IF SHF-IS-PAID(WS-SHIFT-INDEX)
               ADD 1 TO WS-HELD-SHIFT-COUNT
               SET SHF-IS-HELD(WS-SHIFT-INDEX) TO TRUE
               MOVE WS-EXCEPTION-REASON
                   TO SHF-EXCEPTION-REASON(WS-SHIFT-INDEX)
           END-IF.

      *---------------------------------------------------------------
      * Prices each shift still payable after pairing: finds the
      * driver and the driver's rates, then the day's assignments
      * for the miles and any hazmat premium. A shift that falls
      * short of any of these is held.

       PRICE-SHIFTS.
           PERFORM VARYING WS-SHIFT-INDEX FROM 1 BY 1
                   UNTIL WS-SHIFT-INDEX > WS-SHIFT-COUNT
               IF SHF-IS-PAID(WS-SHIFT-INDEX)
                   PERFORM PRICE-ONE-SHIFT
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Prices the shift WS-SHIFT-INDEX points at.

       PRICE-ONE-SHIFT.
           MOVE 0 TO WS-DRIVER-INDEX
           IF SHF-EMPLOYEE-ID(WS-SHIFT-INDEX) = SPACES
               MOVE 'NO EMPLOYEE ID ON CHECK-IN'
                   TO WS-EXCEPTION-REASON
               PERFORM HOLD-SHIFT
           ELSE
               PERFORM FIND-SHIFT-DRIVER
           END-IF
           IF SHF-IS-PAID(WS-SHIFT-INDEX)
               IF WS-DRIVER-INDEX = 0
                   MOVE 'NOT ON DRIVER MASTER' TO WS-EXCEPTION-REASON
                   PERFORM HOLD-SHIFT
               ELSE
                   IF DPT-HOURLY-RATE(WS-DRIVER-INDEX) = 0
                       MOVE 'NO PAY RATE ON DRIVER MASTER'
                           TO WS-EXCEPTION-REASON
                       PERFORM HOLD-SHIFT
                   END-IF
               END-IF
           END-IF
           IF SHF-IS-PAID(WS-SHIFT-INDEX)
               MOVE WS-DRIVER-INDEX
                   TO SHF-DRIVER-INDEX(WS-SHIFT-INDEX)
               PERFORM CLAIM-SHIFT-ASSIGNMENTS
               IF NOT AN-ASSIGNMENT-WAS-FOUND
                   MOVE 'NO ROUTE ASSIGNMENT FOR SHIFT DATE'
                       TO WS-EXCEPTION-REASON
                   PERFORM HOLD-SHIFT
               END-IF
               IF AN-ASSIGNED-ROUTE-IS-MISSING
                   MOVE 'ASSIGNED ROUTE NOT ON ROUTE-FILE'
                       TO WS-EXCEPTION-REASON
                   PERFORM HOLD-SHIFT
               END-IF
           END-IF
           IF SHF-IS-PAID(WS-SHIFT-INDEX)
               ADD 1 TO WS-PAID-SHIFT-COUNT
               ADD 1 TO DPT-SHIFT-COUNT(WS-DRIVER-INDEX)
               ADD SHF-HOURS(WS-SHIFT-INDEX)
                   TO DPT-TOTAL-HOURS(WS-DRIVER-INDEX)
               ADD SHF-MILES(WS-SHIFT-INDEX)
                   TO DPT-MILES(WS-DRIVER-INDEX)
               IF SHF-CARRIED-HAZMAT(WS-SHIFT-INDEX)
                   ADD 1 TO DPT-HAZMAT-SHIFTS(WS-DRIVER-INDEX)
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Locates the shift's employee on the roster, leaving
      * WS-DRIVER-INDEX at zero when the employee is not there.

       FIND-SHIFT-DRIVER.
           SET DRIVER-PAY-IDX TO 1
           SEARCH DRIVER-PAY-ENTRY
               AT END
                   CONTINUE
               WHEN DPT-EMPLOYEE-ID(DRIVER-PAY-IDX)
                       = SHF-EMPLOYEE-ID(WS-SHIFT-INDEX)
                   SET WS-DRIVER-INDEX TO DRIVER-PAY-IDX
           END-SEARCH.

      *---------------------------------------------------------------
      * Claims the driver's unclaimed assignments for the shift's
      * date: each route's length goes into the shift's miles, and a
      * unit with a hazmat line that day marks the shift hazmat. An
      * assignment already claimed by the day's earlier shift still
      * counts as found, so the second shift is paid its hours
      * without paying the route again.

       CLAIM-SHIFT-ASSIGNMENTS.
           MOVE 'N' TO WS-ASSIGN-FOUND-FLAG
           MOVE 'N' TO WS-ROUTE-MISSING-FLAG
           PERFORM VARYING WS-ASSIGN-INDEX FROM 1 BY 1
                   UNTIL WS-ASSIGN-INDEX > WS-ASSIGN-COUNT
               IF ASG-EMPLOYEE-ID(WS-ASSIGN-INDEX)
                       = SHF-EMPLOYEE-ID(WS-SHIFT-INDEX)
                   AND ASG-DATE(WS-ASSIGN-INDEX)
                       = SHF-DATE(WS-SHIFT-INDEX)
                   SET AN-ASSIGNMENT-WAS-FOUND TO TRUE
                   IF NOT ASG-IS-CLAIMED(WS-ASSIGN-INDEX)
                       SET ASG-IS-CLAIMED(WS-ASSIGN-INDEX) TO TRUE
                       PERFORM ADD-ASSIGNMENT-TO-SHIFT
                   END-IF
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Adds the route and hazmat load of the assignment at
      * WS-ASSIGN-INDEX to the shift.

       ADD-ASSIGNMENT-TO-SHIFT.
           IF SHF-ROUTE-ID(WS-SHIFT-INDEX) = SPACES
               MOVE ASG-ROUTE-ID(WS-ASSIGN-INDEX)
                   TO SHF-ROUTE-ID(WS-SHIFT-INDEX)
           END-IF
           MOVE 0 TO WS-ROUTE-INDEX
           SET ROUTE-LENGTH-IDX TO 1
           SEARCH ROUTE-LENGTH-ENTRY
               AT END
                   CONTINUE
               WHEN RLT-ROUTE-ID(ROUTE-LENGTH-IDX)
                       = ASG-ROUTE-ID(WS-ASSIGN-INDEX)
                   SET WS-ROUTE-INDEX TO ROUTE-LENGTH-IDX
           END-SEARCH
           IF WS-ROUTE-INDEX = 0
               SET AN-ASSIGNED-ROUTE-IS-MISSING TO TRUE
           ELSE
               COMPUTE SHF-MILES(WS-SHIFT-INDEX) ROUNDED =
                   SHF-MILES(WS-SHIFT-INDEX)
                   + RLT-LENGTH-METERS(WS-ROUTE-INDEX)
                       / METERS-PER-MILE
           END-IF
           PERFORM VARYING WS-HAZMAT-INDEX FROM 1 BY 1
                   UNTIL WS-HAZMAT-INDEX > WS-HAZMAT-LOAD-COUNT
               IF HLT-UNIT-ID(WS-HAZMAT-INDEX)
                       = ASG-UNIT-ID(WS-ASSIGN-INDEX)
                   AND HLT-LOAD-DATE(WS-HAZMAT-INDEX)
                       = ASG-DATE(WS-ASSIGN-INDEX)
                   SET SHF-CARRIED-HAZMAT(WS-SHIFT-INDEX) TO TRUE
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Splits each paid driver's week at the overtime threshold and
      * prices the hours, miles, and hazmat shifts at the driver's
      * rates. A driver with no overtime rate of their own is paid
      * time and a half.

       COMPUTE-DRIVER-PAY.
           PERFORM VARYING WS-DRIVER-INDEX FROM 1 BY 1
                   UNTIL WS-DRIVER-INDEX > WS-DRIVER-COUNT
               IF DPT-SHIFT-COUNT(WS-DRIVER-INDEX) > 0
                   PERFORM COMPUTE-ONE-DRIVER-PAY
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Prices the week of the driver WS-DRIVER-INDEX points at.

       COMPUTE-ONE-DRIVER-PAY.
           ADD 1 TO WS-DRIVERS-PAID-COUNT
           IF DPT-TOTAL-HOURS(WS-DRIVER-INDEX)
                   > WEEKLY-OVERTIME-THRESHOLD
               MOVE WEEKLY-OVERTIME-THRESHOLD
                   TO DPT-REGULAR-HOURS(WS-DRIVER-INDEX)
               COMPUTE DPT-OVERTIME-HOURS(WS-DRIVER-INDEX) =
                   DPT-TOTAL-HOURS(WS-DRIVER-INDEX)
                   - WEEKLY-OVERTIME-THRESHOLD
           ELSE
               MOVE DPT-TOTAL-HOURS(WS-DRIVER-INDEX)
                   TO DPT-REGULAR-HOURS(WS-DRIVER-INDEX)
               MOVE 0 TO DPT-OVERTIME-HOURS(WS-DRIVER-INDEX)
           END-IF
           IF DPT-OVERTIME-RATE(WS-DRIVER-INDEX) = 0
               COMPUTE WS-OVERTIME-RATE ROUNDED =
                   DPT-HOURLY-RATE(WS-DRIVER-INDEX)
                   * DEFAULT-OVERTIME-FACTOR
           ELSE
               MOVE DPT-OVERTIME-RATE(WS-DRIVER-INDEX)
                   TO WS-OVERTIME-RATE
           END-IF
           MOVE WS-OVERTIME-RATE TO DPT-OVERTIME-RATE(WS-DRIVER-INDEX)
           COMPUTE DPT-REGULAR-PAY(WS-DRIVER-INDEX) ROUNDED =
               DPT-REGULAR-HOURS(WS-DRIVER-INDEX)
               * DPT-HOURLY-RATE(WS-DRIVER-INDEX)
           COMPUTE DPT-OVERTIME-PAY(WS-DRIVER-INDEX) ROUNDED =
               DPT-OVERTIME-HOURS(WS-DRIVER-INDEX) * WS-OVERTIME-RATE
           COMPUTE DPT-MILEAGE-PAY(WS-DRIVER-INDEX) ROUNDED =
               DPT-MILES(WS-DRIVER-INDEX)
               * DPT-PER-MILE-RATE(WS-DRIVER-INDEX)
           COMPUTE DPT-HAZMAT-PAY(WS-DRIVER-INDEX) =
               DPT-HAZMAT-SHIFTS(WS-DRIVER-INDEX)
               * DPT-HAZMAT-PREMIUM(WS-DRIVER-INDEX)
           COMPUTE DPT-GROSS-PAY(WS-DRIVER-INDEX) =
               DPT-REGULAR-PAY(WS-DRIVER-INDEX)
               + DPT-OVERTIME-PAY(WS-DRIVER-INDEX)
               + DPT-MILEAGE-PAY(WS-DRIVER-INDEX)
               + DPT-HAZMAT-PAY(WS-DRIVER-INDEX)
           ADD DPT-TOTAL-HOURS(WS-DRIVER-INDEX) TO WS-TOTAL-HOURS
           ADD DPT-GROSS-PAY(WS-DRIVER-INDEX) TO WS-TOTAL-GROSS-PAY.

      *---------------------------------------------------------------
      * Prints the pay register: for each driver paid, the shifts
      * and the week's pay by component, then the run totals.

       WRITE-PAY-REGISTER.
           OPEN OUTPUT PAY-REGISTER-FILE
           MOVE 'ACME DISTRIBUTING CO.' TO PAY-REGISTER-LINE
           WRITE PAY-REGISTER-LINE
           MOVE SPACES TO PAY-REGISTER-LINE
           STRING 'DRIVER PAY REGISTER - PAY PERIOD '
               WS-PERIOD-START-DATE ' THROUGH ' WS-RUN-DATE
               DELIMITED BY SIZE INTO PAY-REGISTER-LINE
           WRITE PAY-REGISTER-LINE
           PERFORM VARYING WS-DRIVER-INDEX FROM 1 BY 1
                   UNTIL WS-DRIVER-INDEX > WS-DRIVER-COUNT
               IF DPT-SHIFT-COUNT(WS-DRIVER-INDEX) > 0
                   PERFORM WRITE-DRIVER-REGISTER-BLOCK
               END-IF
           END-PERFORM
           MOVE SPACES TO PAY-REGISTER-LINE
           WRITE PAY-REGISTER-LINE
           MOVE WS-DRIVERS-PAID-COUNT TO RPT-COUNT-EDITED
           MOVE SPACES TO PAY-REGISTER-LINE
           STRING 'DRIVERS PAID:        ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO PAY-REGISTER-LINE
           WRITE PAY-REGISTER-LINE
           MOVE WS-PAID-SHIFT-COUNT TO RPT-COUNT-EDITED
           MOVE SPACES TO PAY-REGISTER-LINE
           STRING 'SHIFTS PAID:         ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO PAY-REGISTER-LINE
           WRITE PAY-REGISTER-LINE
           MOVE WS-HELD-SHIFT-COUNT TO RPT-COUNT-EDITED
           MOVE SPACES TO PAY-REGISTER-LINE
           STRING 'SHIFTS HELD:         ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO PAY-REGISTER-LINE
           WRITE PAY-REGISTER-LINE
           MOVE WS-TOTAL-GROSS-PAY TO RPT-AMOUNT-EDITED
           MOVE SPACES TO PAY-REGISTER-LINE
           STRING 'TOTAL GROSS PAY:     ' RPT-AMOUNT-EDITED
               DELIMITED BY SIZE INTO PAY-REGISTER-LINE
           WRITE PAY-REGISTER-LINE
           IF WS-HELD-SHIFT-COUNT > 0
               MOVE SPACES TO PAY-REGISTER-LINE
               STRING '*** SHIFTS HELD ON THE EXCEPTION REPORT ARE '
                   'NOT IN THIS PAY - RESOLVE AND RERUN BEFORE '
                   'PAYROLL CLOSES ***'
                   DELIMITED BY SIZE INTO PAY-REGISTER-LINE
               WRITE PAY-REGISTER-LINE
           END-IF
           CLOSE PAY-REGISTER-FILE.

      *---------------------------------------------------------------
      * Prints one driver's block of the register.

       WRITE-DRIVER-REGISTER-BLOCK.
           MOVE SPACES TO PAY-REGISTER-LINE
           WRITE PAY-REGISTER-LINE
           MOVE SPACES TO WS-DRIVER-NAME
           STRING DPT-FAMILY-NAME(WS-DRIVER-INDEX) DELIMITED BY '  '
               ', ' DELIMITED BY SIZE
               DPT-GIVEN-NAME(WS-DRIVER-INDEX) DELIMITED BY '  '
               INTO WS-DRIVER-NAME
           MOVE SPACES TO PAY-REGISTER-LINE
           STRING DPT-EMPLOYEE-ID(WS-DRIVER-INDEX) '  '
               WS-DRIVER-NAME DELIMITED BY SIZE
               INTO PAY-REGISTER-LINE
           WRITE PAY-REGISTER-LINE
           MOVE SPACES TO PAY-REGISTER-LINE
           STRING '    DATE      IN        OUT          HOURS  '
               'ROUTE       MILES' DELIMITED BY SIZE
               INTO PAY-REGISTER-LINE
           WRITE PAY-REGISTER-LINE
           PERFORM VARYING WS-SHIFT-INDEX FROM 1 BY 1
                   UNTIL WS-SHIFT-INDEX > WS-SHIFT-COUNT
               IF SHF-IS-PAID(WS-SHIFT-INDEX)
                   AND SHF-DRIVER-INDEX(WS-SHIFT-INDEX)
                       = WS-DRIVER-INDEX
                   PERFORM WRITE-SHIFT-REGISTER-LINE
               END-IF
           END-PERFORM
           MOVE 'REGULAR HOURS' TO WS-COMPONENT-LABEL
           MOVE DPT-REGULAR-HOURS(WS-DRIVER-INDEX)
               TO RPT-HOURS-EDITED
           MOVE RPT-HOURS-EDITED TO WS-COMPONENT-QUANTITY
           MOVE DPT-HOURLY-RATE(WS-DRIVER-INDEX) TO RPT-RATE-EDITED
           MOVE DPT-REGULAR-PAY(WS-DRIVER-INDEX)
               TO RPT-AMOUNT-EDITED
           PERFORM WRITE-PAY-COMPONENT-LINE
           MOVE 'OVERTIME HOURS' TO WS-COMPONENT-LABEL
           MOVE DPT-OVERTIME-HOURS(WS-DRIVER-INDEX)
               TO RPT-HOURS-EDITED
           MOVE RPT-HOURS-EDITED TO WS-COMPONENT-QUANTITY
           MOVE DPT-OVERTIME-RATE(WS-DRIVER-INDEX) TO RPT-RATE-EDITED
           MOVE DPT-OVERTIME-PAY(WS-DRIVER-INDEX)
               TO RPT-AMOUNT-EDITED
           PERFORM WRITE-PAY-COMPONENT-LINE
           MOVE 'ROUTE MILES' TO WS-COMPONENT-LABEL
           MOVE DPT-MILES(WS-DRIVER-INDEX) TO RPT-MILES-EDITED
           MOVE SPACES TO WS-COMPONENT-QUANTITY
           MOVE RPT-MILES-EDITED TO WS-COMPONENT-QUANTITY(1:7)
           MOVE DPT-PER-MILE-RATE(WS-DRIVER-INDEX)
               TO RPT-RATE-EDITED
           MOVE DPT-MILEAGE-PAY(WS-DRIVER-INDEX)
               TO RPT-AMOUNT-EDITED
           PERFORM WRITE-PAY-COMPONENT-LINE
           MOVE 'HAZMAT SHIFTS' TO WS-COMPONENT-LABEL
           MOVE DPT-HAZMAT-SHIFTS(WS-DRIVER-INDEX)
               TO RPT-COUNT-EDITED
           MOVE SPACES TO WS-COMPONENT-QUANTITY
           MOVE RPT-COUNT-EDITED TO WS-COMPONENT-QUANTITY(1:5)
           MOVE DPT-HAZMAT-PREMIUM(WS-DRIVER-INDEX)
               TO RPT-RATE-EDITED
           MOVE DPT-HAZMAT-PAY(WS-DRIVER-INDEX)
               TO RPT-AMOUNT-EDITED
           PERFORM WRITE-PAY-COMPONENT-LINE
           MOVE SPACES TO PAY-REGISTER-LINE
           MOVE 'GROSS PAY' TO PAY-REGISTER-LINE(5:9)
           MOVE DPT-GROSS-PAY(WS-DRIVER-INDEX) TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED TO PAY-REGISTER-LINE(46:13)
           WRITE PAY-REGISTER-LINE.

      *---------------------------------------------------------------
      * Prints one paid shift of the driver's block.

       WRITE-SHIFT-REGISTER-LINE.
           MOVE SPACES TO PAY-REGISTER-LINE
           MOVE SHF-DATE(WS-SHIFT-INDEX) TO PAY-REGISTER-LINE(5:8)
           MOVE SHF-IN-TIME(WS-SHIFT-INDEX)
               TO PAY-REGISTER-LINE(15:8)
           MOVE SHF-OUT-TIME(WS-SHIFT-INDEX)
               TO PAY-REGISTER-LINE(25:8)
           MOVE SHF-HOURS(WS-SHIFT-INDEX) TO RPT-HOURS-EDITED
           MOVE RPT-HOURS-EDITED TO PAY-REGISTER-LINE(35:8)
           MOVE SHF-ROUTE-ID(WS-SHIFT-INDEX)
               TO PAY-REGISTER-LINE(45:8)
           MOVE SHF-MILES(WS-SHIFT-INDEX) TO RPT-MILES-EDITED
           MOVE RPT-MILES-EDITED TO PAY-REGISTER-LINE(55:7)
           IF SHF-CARRIED-HAZMAT(WS-SHIFT-INDEX)
               MOVE 'HAZMAT' TO PAY-REGISTER-LINE(64:6)
           END-IF
           WRITE PAY-REGISTER-LINE.

      *---------------------------------------------------------------
      * Prints one pay component line: the label, the quantity, the
      * rate, and the amount, set by the calling paragraph.

       WRITE-PAY-COMPONENT-LINE.
           MOVE SPACES TO PAY-REGISTER-LINE
           MOVE WS-COMPONENT-LABEL TO PAY-REGISTER-LINE(5:20)
           MOVE WS-COMPONENT-QUANTITY TO PAY-REGISTER-LINE(25:8)
           MOVE ' @ ' TO PAY-REGISTER-LINE(33:3)
           MOVE RPT-RATE-EDITED TO PAY-REGISTER-LINE(36:7)
           MOVE RPT-AMOUNT-EDITED TO PAY-REGISTER-LINE(46:13)
           WRITE PAY-REGISTER-LINE.

      *---------------------------------------------------------------
      * Writes the payroll provider's file: one detail record per
      * driver paid and the control trailer. Written fresh each run,
      * so the rerun after the exceptions are resolved replaces it.

       WRITE-PAYROLL-INTERFACE.
           OPEN OUTPUT PAYROLL-INTERFACE-FILE
           PERFORM VARYING WS-DRIVER-INDEX FROM 1 BY 1
                   UNTIL WS-DRIVER-INDEX > WS-DRIVER-COUNT
               IF DPT-SHIFT-COUNT(WS-DRIVER-INDEX) > 0
                   MOVE SPACES TO PAYROLL-INTERFACE-RECORD
                   SET PYI-IS-DETAIL TO TRUE
                   MOVE WS-PERIOD-START-DATE TO PYI-PERIOD-START-DATE
                   MOVE WS-RUN-DATE TO PYI-PERIOD-END-DATE
                   MOVE DPT-EMPLOYEE-ID(WS-DRIVER-INDEX)
                       TO PYI-EMPLOYEE-ID
                   MOVE DPT-REGULAR-HOURS(WS-DRIVER-INDEX)
                       TO PYI-REGULAR-HOURS
                   MOVE DPT-OVERTIME-HOURS(WS-DRIVER-INDEX)
                       TO PYI-OVERTIME-HOURS
                   MOVE DPT-MILES(WS-DRIVER-INDEX) TO PYI-MILES
                   MOVE DPT-HAZMAT-SHIFTS(WS-DRIVER-INDEX)
                       TO PYI-HAZMAT-SHIFTS
                   MOVE DPT-REGULAR-PAY(WS-DRIVER-INDEX)
                       TO PYI-REGULAR-PAY
                   MOVE DPT-OVERTIME-PAY(WS-DRIVER-INDEX)
                       TO PYI-OVERTIME-PAY
                   MOVE DPT-MILEAGE-PAY(WS-DRIVER-INDEX)
                       TO PYI-MILEAGE-PAY
                   MOVE DPT-HAZMAT-PAY(WS-DRIVER-INDEX)
                       TO PYI-HAZMAT-PAY
                   MOVE DPT-GROSS-PAY(WS-DRIVER-INDEX)
                       TO PYI-GROSS-PAY
                   WRITE PAYROLL-INTERFACE-RECORD
               END-IF
           END-PERFORM
           MOVE SPACES TO PAYROLL-INTERFACE-RECORD
           SET PYI-IS-TRAILER TO TRUE
           MOVE WS-PERIOD-START-DATE TO PYI-PERIOD-START-DATE
           MOVE WS-RUN-DATE TO PYI-PERIOD-END-DATE
           MOVE WS-DRIVERS-PAID-COUNT TO PYI-DETAIL-COUNT
           MOVE WS-TOTAL-HOURS TO PYI-TOTAL-HOURS
           MOVE WS-TOTAL-GROSS-PAY TO PYI-TOTAL-GROSS-PAY
           MOVE WS-HELD-SHIFT-COUNT TO PYI-HELD-SHIFT-COUNT
           WRITE PAYROLL-INTERFACE-RECORD
           CLOSE PAYROLL-INTERFACE-FILE.

      *---------------------------------------------------------------
      * Lists every held shift with the reason it was held, and logs
      * each one so the error-log review sees the open items too.

       WRITE-EXCEPTION-REPORT.
           OPEN OUTPUT PAY-EXCEPTION-FILE
           MOVE 'ACME DISTRIBUTING CO.' TO PAY-EXCEPTION-LINE
           WRITE PAY-EXCEPTION-LINE
           MOVE SPACES TO PAY-EXCEPTION-LINE
           STRING 'DRIVER PAY EXCEPTIONS - PAY PERIOD '
               WS-PERIOD-START-DATE ' THROUGH ' WS-RUN-DATE
               DELIMITED BY SIZE INTO PAY-EXCEPTION-LINE
           WRITE PAY-EXCEPTION-LINE
           MOVE SPACES TO PAY-EXCEPTION-LINE
           WRITE PAY-EXCEPTION-LINE
           MOVE SPACES TO PAY-EXCEPTION-LINE
           STRING 'EMPL    DRIVER                          DATE      '
               'IN        OUT       REASON' DELIMITED BY SIZE
               INTO PAY-EXCEPTION-LINE
           WRITE PAY-EXCEPTION-LINE
           PERFORM VARYING WS-SHIFT-INDEX FROM 1 BY 1
                   UNTIL WS-SHIFT-INDEX > WS-SHIFT-COUNT
               IF SHF-IS-HELD(WS-SHIFT-INDEX)
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO PAY-EXCEPTION-LINE
           WRITE PAY-EXCEPTION-LINE
           MOVE WS-HELD-SHIFT-COUNT TO RPT-COUNT-EDITED
           MOVE SPACES TO PAY-EXCEPTION-LINE
           STRING 'SHIFTS HELD: ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO PAY-EXCEPTION-LINE
           WRITE PAY-EXCEPTION-LINE
           MOVE WS-CARRIED-SHIFT-COUNT TO RPT-COUNT-EDITED
           MOVE SPACES TO PAY-EXCEPTION-LINE
           STRING 'OPEN SHIFTS CARRIED TO NEXT WEEK: ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO PAY-EXCEPTION-LINE
           WRITE PAY-EXCEPTION-LINE
           CLOSE PAY-EXCEPTION-FILE.

      *---------------------------------------------------------------
      * Prints and logs the held shift WS-SHIFT-INDEX points at.

       WRITE-EXCEPTION-LINE.
           MOVE SPACES TO PAY-EXCEPTION-LINE
           MOVE SHF-EMPLOYEE-ID(WS-SHIFT-INDEX)
               TO PAY-EXCEPTION-LINE(1:6)
           MOVE SHF-NAME(WS-SHIFT-INDEX)(1:30)
               TO PAY-EXCEPTION-LINE(9:30)
           MOVE SHF-DATE(WS-SHIFT-INDEX) TO PAY-EXCEPTION-LINE(41:8)
           MOVE SHF-IN-TIME(WS-SHIFT-INDEX)
               TO PAY-EXCEPTION-LINE(51:8)
           MOVE SHF-OUT-TIME(WS-SHIFT-INDEX)
               TO PAY-EXCEPTION-LINE(61:8)
           MOVE SHF-EXCEPTION-REASON(WS-SHIFT-INDEX)
               TO PAY-EXCEPTION-LINE(71:40)
           WRITE PAY-EXCEPTION-LINE
           MOVE 'WRITE-EXCEPTION-LINE' TO WS-ERR-PARAGRAPH-NAME
           MOVE SPACES TO WS-ERR-DESCRIPTION
           STRING 'pay shift held: '
               SHF-EXCEPTION-REASON(WS-SHIFT-INDEX)
               DELIMITED BY SIZE INTO WS-ERR-DESCRIPTION
           MOVE SPACES TO WS-ERR-OFFENDING-DATA
           STRING SHF-EMPLOYEE-ID(WS-SHIFT-INDEX) ' '
               SHF-DATE(WS-SHIFT-INDEX)
               DELIMITED BY SIZE INTO WS-ERR-OFFENDING-DATA
           PERFORM LOG-DRVPAY-ERROR.
