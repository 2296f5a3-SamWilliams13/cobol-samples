      *****************************************************************
      * Program name:    PMSCHED
      * Original author: Dave Nicolette
      *
      * Preventive maintenance scheduler for non-brake service.
      *
      * MAINTSCH schedules brake service from heat load; this run
      * does the same for everything on the wall calendar - oil
      * changes, tire rotations, the annual DOT inspection - from
      * PM-SCHEDULE-FILE. Each unit's current mileage is the highest
      * odometer reading on FUEL-TICKET-FILE or on a CHECK-IN-LOG
      * check-out for the unit. Preventive orders the shop has signed
      * off since the last run move their item's last-service date
      * and mileage forward (the mileage being the unit's highest
      * reading on or before the sign-off date). Every item whose
      * mileage or day interval has been reached then gets a work
      * order on WORK-ORDER-FILE, unless one is already open for it,
      * and the PM due report lists what is due, overdue, or coming
      * due, with how far past due each item is. A lapsed dispatch-
      * blocking item is flagged; DISPATCH refuses the unit until the
      * item is signed off and this run has recorded it.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PMSCHED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PM-SCHEDULE-FILE ASSIGN TO "PM-SCHEDULE-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PM-SCHEDULE-STATUS.
           SELECT WORK-ORDER-FILE ASSIGN TO "WORK-ORDER-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FUEL-TICKET-FILE ASSIGN TO "FUEL-TICKET-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHECK-IN-LOG ASSIGN TO "CHECK-IN-LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PM-DUE-REPORT-FILE
               ASSIGN TO "PM-DUE-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PM-SCHEDULE-FILE.
       COPY PMITEM.

       FD  WORK-ORDER-FILE.
       COPY WORKORDR.

       FD  FUEL-TICKET-FILE.
       COPY FUELTKT.

       FD  CHECK-IN-LOG.
       COPY CHECKIN.

       FD  PM-DUE-REPORT-FILE.
       01  PM-DUE-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILLER.
           05  WS-SCHEDULE-EOF-FLAG     PIC X VALUE 'N'.
               88  END-OF-SCHEDULE-FILE     VALUE 'Y'.
           05  WS-ORDER-EOF-FLAG        PIC X VALUE 'N'.
               88  END-OF-WORK-ORDER-FILE   VALUE 'Y'.
           05  WS-TICKET-EOF-FLAG       PIC X VALUE 'N'.
               88  END-OF-TICKET-FILE       VALUE 'Y'.
           05  WS-LOG-EOF-FLAG          PIC X VALUE 'N'.
               88  END-OF-CHECK-IN-LOG      VALUE 'Y'.
           05  WS-PM-SCHEDULE-STATUS    PIC XX.
           05  WS-SCHEDULE-OVERFLOW-FLAG PIC X VALUE 'N'.
               88  SCHEDULE-OVER-CAPACITY   VALUE 'Y'.
           05  WS-ITEM-DUE-FLAG         PIC X.
               88  ITEM-IS-DUE              VALUE 'Y'.
           05  WS-ITEM-DUE-SOON-FLAG    PIC X.
               88  ITEM-IS-DUE-SOON         VALUE 'Y'.
           05  WS-ITEM-LAPSED-FLAG      PIC X.
               88  ITEM-HAS-LAPSED          VALUE 'Y'.
           05  WS-SCHEDULE-COUNT        PIC S9(04) VALUE 0.
           05  WS-NEXT-ORDER-NUMBER     PIC 9(06) VALUE 0.
           05  WS-ORDERS-OPENED         PIC S9(04) VALUE 0.
           05  WS-ITEMS-SERVICED        PIC S9(04) VALUE 0.
           05  WS-DUE-COUNT             PIC S9(04) VALUE 0.
           05  WS-OVERDUE-COUNT         PIC S9(04) VALUE 0.
           05  WS-DUE-SOON-COUNT        PIC S9(04) VALUE 0.
           05  WS-BLOCKED-COUNT         PIC S9(04) VALUE 0.
           05  WORKING-INDEX            PIC S9(04).
           05  WS-RUN-DATE              PIC X(08).
           05  WS-DATE-NUMERIC          PIC 9(08).
           05  WS-RUN-DATE-INTEGER      PIC S9(09).
           05  WS-LAST-DATE-INTEGER     PIC S9(09).
      * The odometer reading being applied and the date it was taken.
           05  WS-READING-UNIT-ID       PIC X(06).
           05  WS-READING-DATE          PIC X(08).
           05  WS-READING-ODOMETER      PIC 9(07).
           05  WS-MILES-PAST-DUE        PIC S9(07).
           05  WS-DAYS-PAST-DUE         PIC S9(05).
      * How far ahead of the interval an item is listed as coming
      * due, so the shop can book it before it is overdue.
           05  PM-DUE-SOON-MILES        PIC 9(05) VALUE 500.
           05  PM-DUE-SOON-DAYS         PIC 9(03) VALUE 14.
      * External name handed to the shared GENBKUP routine before
      * the schedule is rewritten in place.
           05  WS-BACKUP-FILE-NAME      PIC X(40).

       01  RPT-MILES-EDITED             PIC Z,ZZZ,ZZ9.
       01  RPT-PAST-MILES-EDITED        PIC ---,---,--9.
       01  RPT-PAST-DAYS-EDITED         PIC ----9.
       01  RPT-COUNT-EDITED             PIC ZZZ9.

       01  WS-ERROR-LOG-FIELDS.
           05  WS-ERR-PROGRAM-NAME      PIC X(08) VALUE 'PMSCHED'.
           05  WS-ERR-PARAGRAPH-NAME    PIC X(30).
           05  WS-ERR-DESCRIPTION       PIC X(60).
           05  WS-ERR-OFFENDING-DATA    PIC X(30).

      * The schedule, with each item's open order, any sign-off
      * found since its last service, and its unit's mileage.
       01  PM-SCHEDULE-TABLE.
           05  PM-SCHEDULE-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-SCHEDULE-COUNT
                   INDEXED BY PM-SCHEDULE-IDX.
               10  PMT-UNIT-ID          PIC X(06).
               10  PMT-SERVICE-TYPE     PIC X(04).
               10  PMT-DESCRIPTION      PIC X(20).
               10  PMT-MILEAGE-INTERVAL PIC 9(06).
               10  PMT-DAY-INTERVAL     PIC 9(04).
               10  PMT-LAST-SERVICE-DATE PIC X(08).
               10  PMT-LAST-SERVICE-MILEAGE PIC 9(07).
               10  PMT-BLOCKS-DISPATCH-FLAG PIC X.
                   88  PMT-BLOCKS-DISPATCH  VALUE 'Y'.
               10  PMT-OPEN-ORDER-NUMBER PIC 9(06).
               10  PMT-SIGNOFF-DATE     PIC X(08).
               10  PMT-SIGNOFF-MILEAGE  PIC 9(07).
               10  PMT-CURRENT-MILEAGE  PIC 9(07).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           CALL 'BUSDATE' USING WS-RUN-DATE
           END-CALL
           MOVE WS-RUN-DATE TO WS-DATE-NUMERIC
           COMPUTE WS-RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC)
           PERFORM LOAD-PM-SCHEDULE
           IF SCHEDULE-OVER-CAPACITY
               DISPLAY '*** PMSCHED: PM-SCHEDULE-FILE exceeds the '
                   'table capacity - run refused, nothing written ***'
               MOVE 'LOAD-PM-SCHEDULE' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'PM schedule exceeds table capacity'
                   TO WS-ERR-DESCRIPTION
               MOVE SPACES TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-PMSCHED-ERROR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-PREVENTIVE-ORDERS
           PERFORM APPLY-FUEL-TICKET-READINGS
           PERFORM APPLY-CHECK-OUT-READINGS
           PERFORM VARYING WORKING-INDEX FROM 1 BY 1
                   UNTIL WORKING-INDEX > WS-SCHEDULE-COUNT
               IF PMT-SIGNOFF-DATE(WORKING-INDEX) NOT = SPACES
                   PERFORM RECORD-ITEM-SERVICED
               END-IF
           END-PERFORM
           OPEN OUTPUT PM-DUE-REPORT-FILE
           PERFORM WRITE-PM-DUE-HEADER
           OPEN EXTEND WORK-ORDER-FILE
           PERFORM VARYING WORKING-INDEX FROM 1 BY 1
                   UNTIL WORKING-INDEX > WS-SCHEDULE-COUNT
               PERFORM EVALUATE-ONE-ITEM
           END-PERFORM
           CLOSE WORK-ORDER-FILE
           PERFORM WRITE-PM-DUE-TOTALS
           CLOSE PM-DUE-REPORT-FILE
           PERFORM REWRITE-PM-SCHEDULE
           DISPLAY 'PMSCHED: ' WS-ORDERS-OPENED ' work order(s) '
               'opened, ' WS-ITEMS-SERVICED ' item(s) serviced'
           GOBACK.

      *---------------------------------------------------------------
      * Calls the shared LOGERROR routine to append one record to
      * ERROR-LOG-FILE for the problem just found. WS-ERR-PARAGRAPH-
      * NAME, WS-ERR-DESCRIPTION and WS-ERR-OFFENDING-DATA must be set
      * by the calling paragraph before this is performed.

       LOG-PMSCHED-ERROR.
           CALL 'LOGERROR' USING WS-ERR-PROGRAM-NAME
               WS-ERR-PARAGRAPH-NAME WS-ERR-DESCRIPTION
               WS-ERR-OFFENDING-DATA
           END-CALL.

      *---------------------------------------------------------------
      * Loads PM-SCHEDULE-FILE. A schedule larger than the table
      * refuses the run rather than rewrite the file short. No file
      * yet is an empty schedule; the rewrite creates it.

       LOAD-PM-SCHEDULE.
           OPEN INPUT PM-SCHEDULE-FILE
           IF WS-PM-SCHEDULE-STATUS NOT = '00'
               SET END-OF-SCHEDULE-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-SCHEDULE-FILE
               READ PM-SCHEDULE-FILE
                   AT END
                       SET END-OF-SCHEDULE-FILE TO TRUE
                   NOT AT END
                       IF WS-SCHEDULE-COUNT = 1000
                           SET SCHEDULE-OVER-CAPACITY TO TRUE
                           SET END-OF-SCHEDULE-FILE TO TRUE
                       ELSE
                           ADD 1 TO WS-SCHEDULE-COUNT
                           SET PM-SCHEDULE-IDX TO WS-SCHEDULE-COUNT
                           PERFORM NOTE-ONE-SCHEDULE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PM-SCHEDULE-STATUS = '00' OR '10'
               CLOSE PM-SCHEDULE-FILE
           END-IF.

      *---------------------------------------------------------------
      * Copies the schedule record just read into the table entry
      * PM-SCHEDULE-IDX points at.

       NOTE-ONE-SCHEDULE-ITEM.
           MOVE PMS-UNIT-ID TO PMT-UNIT-ID(PM-SCHEDULE-IDX)
           MOVE PMS-SERVICE-TYPE TO PMT-SERVICE-TYPE(PM-SCHEDULE-IDX)
           MOVE PMS-DESCRIPTION TO PMT-DESCRIPTION(PM-SCHEDULE-IDX)
           MOVE PMS-MILEAGE-INTERVAL
               TO PMT-MILEAGE-INTERVAL(PM-SCHEDULE-IDX)
           MOVE PMS-DAY-INTERVAL TO PMT-DAY-INTERVAL(PM-SCHEDULE-IDX)
           MOVE PMS-LAST-SERVICE-DATE
               TO PMT-LAST-SERVICE-DATE(PM-SCHEDULE-IDX)
           MOVE PMS-LAST-SERVICE-MILEAGE
               TO PMT-LAST-SERVICE-MILEAGE(PM-SCHEDULE-IDX)
           MOVE PMS-BLOCKS-DISPATCH-FLAG
               TO PMT-BLOCKS-DISPATCH-FLAG(PM-SCHEDULE-IDX)
           MOVE 0 TO PMT-OPEN-ORDER-NUMBER(PM-SCHEDULE-IDX)
           MOVE SPACES TO PMT-SIGNOFF-DATE(PM-SCHEDULE-IDX)
           MOVE 0 TO PMT-SIGNOFF-MILEAGE(PM-SCHEDULE-IDX)
           MOVE 0 TO PMT-CURRENT-MILEAGE(PM-SCHEDULE-IDX).

      *---------------------------------------------------------------
      * Reads WORK-ORDER-FILE for the highest order number and, for
      * each preventive order, notes it against its schedule item:
      * an open order so no second one is opened, a sign-off dated
      * after the item's last service so the service is recorded.

       LOAD-PREVENTIVE-ORDERS.
           OPEN INPUT WORK-ORDER-FILE
           PERFORM UNTIL END-OF-WORK-ORDER-FILE
               READ WORK-ORDER-FILE
                   AT END
                       SET END-OF-WORK-ORDER-FILE TO TRUE
                   NOT AT END
                       IF WKO-WORK-ORDER-NUMBER > WS-NEXT-ORDER-NUMBER
                           MOVE WKO-WORK-ORDER-NUMBER
                               TO WS-NEXT-ORDER-NUMBER
                       END-IF
                       IF WKO-IS-PREVENTIVE
                           PERFORM NOTE-ONE-PREVENTIVE-ORDER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WORK-ORDER-FILE.

      *---------------------------------------------------------------
      * Matches the preventive order just read to its schedule item.

       NOTE-ONE-PREVENTIVE-ORDER.
           SET PM-SCHEDULE-IDX TO 1
           SEARCH PM-SCHEDULE-ENTRY
               AT END
                   CONTINUE
               WHEN PMT-UNIT-ID(PM-SCHEDULE-IDX) = WKO-UNIT-ID
                   AND PMT-SERVICE-TYPE(PM-SCHEDULE-IDX)
                       = WKO-DEFECT-CODE
                   IF WKO-IS-OPEN
                       MOVE WKO-WORK-ORDER-NUMBER
                           TO PMT-OPEN-ORDER-NUMBER(PM-SCHEDULE-IDX)
                   ELSE
                       IF WKO-CLOSE-DATE
                               > PMT-LAST-SERVICE-DATE(PM-SCHEDULE-IDX)
                           AND WKO-CLOSE-DATE
                               > PMT-SIGNOFF-DATE(PM-SCHEDULE-IDX)
                           MOVE WKO-CLOSE-DATE
                               TO PMT-SIGNOFF-DATE(PM-SCHEDULE-IDX)
                       END-IF
                   END-IF
           END-SEARCH.

      *---------------------------------------------------------------
      * Applies every fuel-ticket odometer reading to its unit.

       APPLY-FUEL-TICKET-READINGS.
           OPEN INPUT FUEL-TICKET-FILE
           PERFORM UNTIL END-OF-TICKET-FILE
               READ FUEL-TICKET-FILE
                   AT END
                       SET END-OF-TICKET-FILE TO TRUE
                   NOT AT END
                       MOVE FTK-UNIT-ID TO WS-READING-UNIT-ID
                       MOVE FTK-TICKET-DATE TO WS-READING-DATE
                       MOVE FTK-ODOMETER TO WS-READING-ODOMETER
                       PERFORM APPLY-ONE-READING
               END-READ
           END-PERFORM
           CLOSE FUEL-TICKET-FILE.

      *---------------------------------------------------------------
      * Applies every check-out odometer reading to the unit the
      * driver inspected. Check-ins, and check-outs with no unit or
      * no reading, carry no mileage.

       APPLY-CHECK-OUT-READINGS.
           OPEN INPUT CHECK-IN-LOG
           PERFORM UNTIL END-OF-CHECK-IN-LOG
               READ CHECK-IN-LOG
                   AT END
                       SET END-OF-CHECK-IN-LOG TO TRUE
                   NOT AT END
                       IF CKI-IS-CHECK-OUT
                           AND CKI-INSPECTED-UNIT-ID NOT = SPACES
                           AND CKI-ODOMETER NUMERIC
                           AND CKI-ODOMETER > 0
                           MOVE CKI-INSPECTED-UNIT-ID
                               TO WS-READING-UNIT-ID
                           MOVE CKI-DATE TO WS-READING-DATE
                           MOVE CKI-ODOMETER TO WS-READING-ODOMETER
                           PERFORM APPLY-ONE-READING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHECK-IN-LOG.

      *---------------------------------------------------------------
      * Raises the current mileage of every schedule item on the
      * reading's unit, and the sign-off mileage of any item signed
      * off on or after the reading's date.

       APPLY-ONE-READING.
           PERFORM VARYING PM-SCHEDULE-IDX FROM 1 BY 1
                   UNTIL PM-SCHEDULE-IDX > WS-SCHEDULE-COUNT
               IF PMT-UNIT-ID(PM-SCHEDULE-IDX) = WS-READING-UNIT-ID
                   IF WS-READING-ODOMETER
                           > PMT-CURRENT-MILEAGE(PM-SCHEDULE-IDX)
                       MOVE WS-READING-ODOMETER
                           TO PMT-CURRENT-MILEAGE(PM-SCHEDULE-IDX)
                   END-IF
                   IF PMT-SIGNOFF-DATE(PM-SCHEDULE-IDX) NOT = SPACES
                       AND WS-READING-DATE
                           NOT > PMT-SIGNOFF-DATE(PM-SCHEDULE-IDX)
                       AND WS-READING-ODOMETER
                           > PMT-SIGNOFF-MILEAGE(PM-SCHEDULE-IDX)
                       MOVE WS-READING-ODOMETER
                           TO PMT-SIGNOFF-MILEAGE(PM-SCHEDULE-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Moves the item WORKING-INDEX points at forward to its
      * sign-off. With no reading on or before the sign-off date the
      * unit's current mileage is the best figure there is.

       RECORD-ITEM-SERVICED.
           ADD 1 TO WS-ITEMS-SERVICED
           MOVE PMT-SIGNOFF-DATE(WORKING-INDEX)
               TO PMT-LAST-SERVICE-DATE(WORKING-INDEX)
           IF PMT-SIGNOFF-MILEAGE(WORKING-INDEX) > 0
               MOVE PMT-SIGNOFF-MILEAGE(WORKING-INDEX)
                   TO PMT-LAST-SERVICE-MILEAGE(WORKING-INDEX)
           ELSE
               MOVE PMT-CURRENT-MILEAGE(WORKING-INDEX)
                   TO PMT-LAST-SERVICE-MILEAGE(WORKING-INDEX)
           END-IF.

      *---------------------------------------------------------------
      * Works out how far the item WORKING-INDEX points at is past
      * its mileage and day intervals, opens its work order when it
      * is due, and lists it when it is due or coming due. An item
      * never serviced is due now.

       EVALUATE-ONE-ITEM.
           MOVE 'N' TO WS-ITEM-DUE-FLAG
           MOVE 'N' TO WS-ITEM-DUE-SOON-FLAG
           MOVE 'N' TO WS-ITEM-LAPSED-FLAG
           MOVE 0 TO WS-MILES-PAST-DUE
           MOVE 0 TO WS-DAYS-PAST-DUE
           IF PMT-MILEAGE-INTERVAL(WORKING-INDEX) > 0
               COMPUTE WS-MILES-PAST-DUE =
                   PMT-CURRENT-MILEAGE(WORKING-INDEX)
                     - PMT-LAST-SERVICE-MILEAGE(WORKING-INDEX)
                     - PMT-MILEAGE-INTERVAL(WORKING-INDEX)
               IF WS-MILES-PAST-DUE NOT < 0
                   SET ITEM-IS-DUE TO TRUE
               END-IF
               IF WS-MILES-PAST-DUE + PM-DUE-SOON-MILES NOT < 0
                   SET ITEM-IS-DUE-SOON TO TRUE
               END-IF
           END-IF
           IF PMT-DAY-INTERVAL(WORKING-INDEX) > 0
               IF PMT-LAST-SERVICE-DATE(WORKING-INDEX) = SPACES
                   SET ITEM-IS-DUE TO TRUE
                   SET ITEM-HAS-LAPSED TO TRUE
               ELSE
                   MOVE PMT-LAST-SERVICE-DATE(WORKING-INDEX)
                       TO WS-DATE-NUMERIC
                   COMPUTE WS-LAST-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC)
                   COMPUTE WS-DAYS-PAST-DUE =
                       WS-RUN-DATE-INTEGER - WS-LAST-DATE-INTEGER
                         - PMT-DAY-INTERVAL(WORKING-INDEX)
                   IF WS-DAYS-PAST-DUE NOT < 0
                       SET ITEM-IS-DUE TO TRUE
                   END-IF
                   IF WS-DAYS-PAST-DUE > 0
                       SET ITEM-HAS-LAPSED TO TRUE
                   END-IF
                   IF WS-DAYS-PAST-DUE + PM-DUE-SOON-DAYS NOT < 0
                       SET ITEM-IS-DUE-SOON TO TRUE
                   END-IF
               END-IF
           END-IF
           IF ITEM-IS-DUE
               AND PMT-OPEN-ORDER-NUMBER(WORKING-INDEX) = 0
               PERFORM OPEN-PREVENTIVE-ORDER
           END-IF
           IF ITEM-IS-DUE OR ITEM-IS-DUE-SOON
               PERFORM WRITE-PM-DUE-LINE
           END-IF.

      *---------------------------------------------------------------
      * Appends the work order for the item WORKING-INDEX points at.
      * A preventive order does not take the unit out of service.

       OPEN-PREVENTIVE-ORDER.
           ADD 1 TO WS-NEXT-ORDER-NUMBER
           ADD 1 TO WS-ORDERS-OPENED
           MOVE WS-NEXT-ORDER-NUMBER TO WKO-WORK-ORDER-NUMBER
           MOVE WS-NEXT-ORDER-NUMBER
               TO PMT-OPEN-ORDER-NUMBER(WORKING-INDEX)
           MOVE PMT-UNIT-ID(WORKING-INDEX) TO WKO-UNIT-ID
           MOVE WS-RUN-DATE TO WKO-OPEN-DATE
           MOVE 0 TO WKO-ACCUMULATED-MGH
           SET WKO-IS-OPEN TO TRUE
           MOVE SPACES TO WKO-CLOSE-DATE
           MOVE 0 TO WKO-PARTS-COST
           MOVE 0 TO WKO-LABOR-COST
           SET WKO-IS-PREVENTIVE TO TRUE
           MOVE 'N' TO WKO-OUT-OF-SERVICE-HOLD
           MOVE PMT-SERVICE-TYPE(WORKING-INDEX) TO WKO-DEFECT-CODE
           MOVE SPACES TO WKO-REPORTED-BY
           WRITE WORK-ORDER-RECORD.

      *---------------------------------------------------------------
      * Writes the heading block of the PM due report.

       WRITE-PM-DUE-HEADER.
           MOVE SPACES TO PM-DUE-REPORT-LINE
           MOVE 'ACME DISTRIBUTING CO.' TO PM-DUE-REPORT-LINE
           WRITE PM-DUE-REPORT-LINE
           MOVE SPACES TO PM-DUE-REPORT-LINE
           STRING 'PREVENTIVE MAINTENANCE DUE AND OVERDUE - AS OF '
               WS-RUN-DATE
               DELIMITED BY SIZE INTO PM-DUE-REPORT-LINE
           WRITE PM-DUE-REPORT-LINE
           MOVE SPACES TO PM-DUE-REPORT-LINE
           WRITE PM-DUE-REPORT-LINE
           MOVE SPACES TO PM-DUE-REPORT-LINE
           STRING 'UNIT    TYPE  DESCRIPTION           LAST DONE  '
               'CUR MILES  MILES PAST  DAYS PAST  STATUS    W/O'
               DELIMITED BY SIZE INTO PM-DUE-REPORT-LINE
           WRITE PM-DUE-REPORT-LINE.

      *---------------------------------------------------------------
      * Writes the item WORKING-INDEX points at. Miles or days past
      * due are negative while the item is still coming due, and
      * blank for a measure the item is not scheduled on.

       WRITE-PM-DUE-LINE.
           MOVE SPACES TO PM-DUE-REPORT-LINE
           MOVE PMT-UNIT-ID(WORKING-INDEX) TO PM-DUE-REPORT-LINE(1:6)
           MOVE PMT-SERVICE-TYPE(WORKING-INDEX)
               TO PM-DUE-REPORT-LINE(9:4)
           MOVE PMT-DESCRIPTION(WORKING-INDEX)
               TO PM-DUE-REPORT-LINE(15:20)
           IF PMT-LAST-SERVICE-DATE(WORKING-INDEX) = SPACES
               MOVE 'NEVER' TO PM-DUE-REPORT-LINE(37:5)
           ELSE
               MOVE PMT-LAST-SERVICE-DATE(WORKING-INDEX)
                   TO PM-DUE-REPORT-LINE(37:8)
           END-IF
           MOVE PMT-CURRENT-MILEAGE(WORKING-INDEX) TO RPT-MILES-EDITED
           MOVE RPT-MILES-EDITED TO PM-DUE-REPORT-LINE(46:9)
           IF PMT-MILEAGE-INTERVAL(WORKING-INDEX) > 0
               MOVE WS-MILES-PAST-DUE TO RPT-PAST-MILES-EDITED
               MOVE RPT-PAST-MILES-EDITED TO PM-DUE-REPORT-LINE(56:11)
           END-IF
           IF PMT-DAY-INTERVAL(WORKING-INDEX) > 0
               AND PMT-LAST-SERVICE-DATE(WORKING-INDEX) NOT = SPACES
               MOVE WS-DAYS-PAST-DUE TO RPT-PAST-DAYS-EDITED
               MOVE RPT-PAST-DAYS-EDITED TO PM-DUE-REPORT-LINE(71:5)
           END-IF
           EVALUATE TRUE
               WHEN WS-MILES-PAST-DUE > 0 OR ITEM-HAS-LAPSED
                   ADD 1 TO WS-OVERDUE-COUNT
                   MOVE 'OVERDUE' TO PM-DUE-REPORT-LINE(79:7)
               WHEN ITEM-IS-DUE
                   ADD 1 TO WS-DUE-COUNT
                   MOVE 'DUE' TO PM-DUE-REPORT-LINE(79:3)
               WHEN OTHER
                   ADD 1 TO WS-DUE-SOON-COUNT
                   MOVE 'DUE SOON' TO PM-DUE-REPORT-LINE(79:8)
           END-EVALUATE
           IF PMT-OPEN-ORDER-NUMBER(WORKING-INDEX) > 0
               MOVE PMT-OPEN-ORDER-NUMBER(WORKING-INDEX)
                   TO PM-DUE-REPORT-LINE(89:6)
           END-IF
           IF PMT-BLOCKS-DISPATCH(WORKING-INDEX) AND ITEM-HAS-LAPSED
               ADD 1 TO WS-BLOCKED-COUNT
               MOVE '*** LAPSED - DISPATCH BLOCKED ***'
                   TO PM-DUE-REPORT-LINE(97:33)
           END-IF
           WRITE PM-DUE-REPORT-LINE.

      *---------------------------------------------------------------
      * Writes the counts at the bottom of the PM due report.

       WRITE-PM-DUE-TOTALS.
           MOVE SPACES TO PM-DUE-REPORT-LINE
           WRITE PM-DUE-REPORT-LINE
           MOVE SPACES TO PM-DUE-REPORT-LINE
           MOVE WS-OVERDUE-COUNT TO RPT-COUNT-EDITED
           STRING 'OVERDUE: ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO PM-DUE-REPORT-LINE
           MOVE WS-DUE-COUNT TO RPT-COUNT-EDITED
           STRING '   DUE: ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO PM-DUE-REPORT-LINE(14:)
           MOVE WS-DUE-SOON-COUNT TO RPT-COUNT-EDITED
           STRING '   DUE SOON: ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO PM-DUE-REPORT-LINE(26:)
           WRITE PM-DUE-REPORT-LINE
           MOVE SPACES TO PM-DUE-REPORT-LINE
           MOVE WS-ORDERS-OPENED TO RPT-COUNT-EDITED
           STRING 'WORK ORDERS OPENED: ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO PM-DUE-REPORT-LINE
           MOVE WS-BLOCKED-COUNT TO RPT-COUNT-EDITED
           STRING '   UNITS BLOCKED FROM DISPATCH: ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO PM-DUE-REPORT-LINE(25:)
           WRITE PM-DUE-REPORT-LINE.

      *---------------------------------------------------------------
      * Rewrites PM-SCHEDULE-FILE with this run's recorded services.

       REWRITE-PM-SCHEDULE.
           MOVE 'PM-SCHEDULE-FILE'
               TO WS-BACKUP-FILE-NAME
           CALL 'GENBKUP' USING WS-BACKUP-FILE-NAME
           END-CALL
           OPEN OUTPUT PM-SCHEDULE-FILE
           PERFORM VARYING WORKING-INDEX FROM 1 BY 1
                   UNTIL WORKING-INDEX > WS-SCHEDULE-COUNT
               MOVE PMT-UNIT-ID(WORKING-INDEX) TO PMS-UNIT-ID
               MOVE PMT-SERVICE-TYPE(WORKING-INDEX) TO PMS-SERVICE-TYPE
               MOVE PMT-DESCRIPTION(WORKING-INDEX) TO PMS-DESCRIPTION
               MOVE PMT-MILEAGE-INTERVAL(WORKING-INDEX)
                   TO PMS-MILEAGE-INTERVAL
               MOVE PMT-DAY-INTERVAL(WORKING-INDEX)
                   TO PMS-DAY-INTERVAL
               MOVE PMT-LAST-SERVICE-DATE(WORKING-INDEX)
                   TO PMS-LAST-SERVICE-DATE
               MOVE PMT-LAST-SERVICE-MILEAGE(WORKING-INDEX)
                   TO PMS-LAST-SERVICE-MILEAGE
               MOVE PMT-BLOCKS-DISPATCH-FLAG(WORKING-INDEX)
                   TO PMS-BLOCKS-DISPATCH-FLAG
               WRITE PM-SCHEDULE-RECORD
           END-PERFORM
           CLOSE PM-SCHEDULE-FILE.
