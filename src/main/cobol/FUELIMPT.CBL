      *****************************************************************
      * Program name:    FUELIMPT
      * Original author: Dave Nicolette
      *
      * Fuel card transaction intake.
      *
      * Translates the card provider's daily FUEL-CARD-TRANS-FILE
      * into FUEL-TICKET-FILE records, so fuel tickets stop being
      * keyed from the receipts drivers turn in - which is where the
      * odometer errors that throw off FUELRPT's miles per gallon
      * come from. Each purchase's card is mapped to its unit through
      * FUEL-CARD-FILE. A purchase whose date, time, gallons or
      * odometer the provider sent garbled is rejected outright. A
      * purchase that is readable but wrong for the fleet is held on
      * FUEL-CARD-HOLD-FILE, in the provider's layout, for the fleet
      * office to run down:
      *   - the card is not on FUEL-CARD-FILE;
      *   - the unit has been retired off VEHICLE-MASTER-FILE, or is
      *     out of service;
      *   - the gallons are more than the unit's tank holds;
      *   - the odometer is lower than the unit's last reading, from
      *     its fuel tickets and check-out odometers;
      *   - the unit was filled less than an hour before;
      *   - no driver was checked in on the unit through HELLO that
      *     day at the time of the purchase.
      * Every purchase is listed on the import report with what was
      * done with it, and exceptions are logged. The provider's file
      * is consumed and cleared so a day cannot import twice. When
      * the cards, units, readings or check-ins outgrow their tables
      * nothing is imported and the provider's file is left in place
      * for a rerun.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FUELIMPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUEL-CARD-TRANS-FILE
               ASSIGN TO "FUEL-CARD-TRANS-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FUEL-CARD-FILE ASSIGN TO "FUEL-CARD-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VEHICLE-MASTER-FILE ASSIGN TO "VEHICLE-MASTER-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHECK-IN-LOG ASSIGN TO "CHECK-IN-LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FUEL-TICKET-FILE ASSIGN TO "FUEL-TICKET-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FUEL-CARD-HOLD-FILE
               ASSIGN TO "FUEL-CARD-HOLD-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT FUEL-IMPORT-REPORT-FILE
               ASSIGN TO "FUEL-CARD-IMPORT-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FUEL-CARD-TRANS-FILE.
       COPY FUELTXN.

       FD  FUEL-CARD-FILE.
       COPY FUELCARD.

       FD  VEHICLE-MASTER-FILE.
       COPY VEHMAST.

       FD  CHECK-IN-LOG.
       COPY CHECKIN.

       FD  FUEL-TICKET-FILE.
       COPY FUELTKT.

       FD  FUEL-CARD-HOLD-FILE.
       01  FUEL-CARD-HOLD-RECORD        PIC X(73).

       FD  FUEL-IMPORT-REPORT-FILE.
       01  FUEL-IMPORT-REPORT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILLER.
           05  WS-TRANS-EOF-FLAG        PIC X VALUE 'N'.
               88  END-OF-TRANS-FILE        VALUE 'Y'.
           05  WS-CARD-EOF-FLAG         PIC X VALUE 'N'.
               88  END-OF-CARD-FILE         VALUE 'Y'.
           05  WS-VEHICLE-EOF-FLAG      PIC X VALUE 'N'.
               88  END-OF-VEHICLE-MASTER-FILE VALUE 'Y'.
           05  WS-CHECK-IN-EOF-FLAG     PIC X VALUE 'N'.
               88  END-OF-CHECK-IN-LOG      VALUE 'Y'.
           05  WS-TICKET-EOF-FLAG       PIC X VALUE 'N'.
               88  END-OF-TICKET-FILE       VALUE 'Y'.
           05  WS-FOUND-FLAG            PIC X.
               88  ENTRY-WAS-FOUND          VALUE 'Y'.
           05  WS-DATE-VALID-FLAG       PIC X.
               88  TRANS-DATE-IS-VALID      VALUE 'Y'.
           05  WS-DISPOSITION           PIC X(08).
               88  TRANS-IS-IMPORTED        VALUE 'IMPORTED'.
               88  TRANS-IS-HELD            VALUE 'HELD'.
               88  TRANS-IS-REJECTED        VALUE 'REJECTED'.
           05  WS-HOLD-FILE-STATUS      PIC XX.
           05  WS-RUN-DATE              PIC X(08).
           05  WS-CARD-COUNT            PIC S9(04) VALUE 0.
           05  WS-VEHICLE-COUNT         PIC S9(04) VALUE 0.
           05  WS-READING-COUNT         PIC S9(05) VALUE 0.
           05  WS-EVENT-COUNT           PIC S9(05) VALUE 0.
           05  WS-FILL-COUNT            PIC S9(05) VALUE 0.
           05  WS-DROPPED-COUNT         PIC S9(05) VALUE 0.
           05  WS-TRANS-COUNT           PIC S9(05) VALUE 0.
           05  WS-IMPORTED-COUNT        PIC S9(05) VALUE 0.
           05  WS-HELD-COUNT            PIC S9(05) VALUE 0.
           05  WS-REJECTED-COUNT        PIC S9(05) VALUE 0.
           05  WORKING-INDEX            PIC S9(05).
           05  WS-EXCEPTION-REASON      PIC X(40).
           05  WS-TRANS-UNIT-ID         PIC X(06).
           05  WS-TRANS-CAPACITY        PIC 9(04)V9(01).
           05  WS-TRANS-STAMP           PIC X(14).
           05  WS-TRANS-DATE-NUMERIC    PIC 9(08).
           05  WS-TRANS-MINUTE          PIC S9(09).
           05  WS-MINUTES-APART         PIC S9(09).
           05  WS-LAST-ODOMETER         PIC 9(07).
           05  WS-LATEST-EVENT-STAMP    PIC X(14).
           05  WS-LATEST-EVENT-TYPE     PIC X.
               88  DRIVER-IS-CHECKED-IN     VALUE 'I'.
           05  WS-TRANS-TIME-PARTS.
               10  WS-TRANS-HH          PIC 9(02).
               10  WS-TRANS-MM          PIC 9(02).
               10  WS-TRANS-SS          PIC 9(02).

       01  WS-ERROR-LOG-FIELDS.
           05  WS-ERR-PROGRAM-NAME      PIC X(08) VALUE 'FUELIMPT'.
           05  WS-ERR-PARAGRAPH-NAME    PIC X(30).
           05  WS-ERR-DESCRIPTION       PIC X(60).
           05  WS-ERR-OFFENDING-DATA    PIC X(30).

       01  RPT-COUNT-EDITED             PIC ZZZZ9.
       01  RPT-GALLONS-EDITED           PIC Z,ZZ9.999.

       01  CARD-TABLE.
           05  CARD-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-CARD-COUNT
                   INDEXED BY CARD-IDX.
               10  CRD-CARD-NUMBER      PIC X(16).
               10  CRD-UNIT-ID          PIC X(06).
               10  CRD-TANK-CAPACITY    PIC 9(04)V9(01).

       01  VEHICLE-TABLE.
           05  VEHICLE-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-VEHICLE-COUNT
                   INDEXED BY VEHICLE-IDX.
               10  VHM-TBL-UNIT-ID      PIC X(06).
               10  VHM-TBL-OUT-OF-SERVICE-FLAG PIC S9.
                   88  VHM-TBL-OUT-OF-SERVICE   VALUE -1.

      * Every odometer reading known for the fleet: fuel tickets
      * already on file, check-out odometers, and the purchases this
      * run imports. A keyed ticket carries no time, so it is taken
      * as read at the start of its day.
       01  ODOMETER-READING-TABLE.
           05  READING-ENTRY OCCURS 1 TO 9000 TIMES
                   DEPENDING ON WS-READING-COUNT
                   INDEXED BY READING-IDX.
               10  RDG-UNIT-ID          PIC X(06).
               10  RDG-STAMP            PIC X(14).
               10  RDG-ODOMETER         PIC 9(07).

      * Each check-in and check-out HELLO logged against a unit,
      * stamped date and time.
       01  CHECK-IN-EVENT-TABLE.
           05  EVENT-ENTRY OCCURS 1 TO 9000 TIMES
                   DEPENDING ON WS-EVENT-COUNT
                   INDEXED BY EVENT-IDX.
               10  EVT-UNIT-ID          PIC X(06).
               10  EVT-STAMP            PIC X(14).
               10  EVT-ENTRY-TYPE       PIC X.

      * The purchases in this file, imported or held, by unit and
      * minute, so a second fill inside the hour is caught whatever
      * order the provider sent them in.
       01  FILL-TABLE.
           05  FILL-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-FILL-COUNT
                   INDEXED BY FILL-IDX.
               10  FIL-UNIT-ID          PIC X(06).
               10  FIL-MINUTE           PIC S9(09).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           CALL 'BUSDATE' USING WS-RUN-DATE
           END-CALL
           PERFORM LOAD-FUEL-CARDS
           PERFORM LOAD-VEHICLE-MASTER
           PERFORM LOAD-TICKET-ODOMETERS
           PERFORM LOAD-CHECK-IN-EVENTS
           IF WS-DROPPED-COUNT > 0
               DISPLAY 'FUELIMPT: ' WS-DROPPED-COUNT ' reference '
                   'record(s) exceed table capacity - nothing imported'
               MOVE 'MAIN-LOGIC' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'reference data exceeds table capacity'
                   TO WS-ERR-DESCRIPTION
               MOVE WS-RUN-DATE TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-FUELIMPT-ERROR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT FUEL-IMPORT-REPORT-FILE
           PERFORM WRITE-IMPORT-REPORT-HEADER
           OPEN INPUT FUEL-CARD-TRANS-FILE
           OPEN EXTEND FUEL-TICKET-FILE
           OPEN EXTEND FUEL-CARD-HOLD-FILE
           IF WS-HOLD-FILE-STATUS = '35'
               OPEN OUTPUT FUEL-CARD-HOLD-FILE
           END-IF
           PERFORM UNTIL END-OF-TRANS-FILE
               READ FUEL-CARD-TRANS-FILE
                   AT END
                       SET END-OF-TRANS-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TRANS-COUNT
                       PERFORM IMPORT-ONE-PURCHASE
               END-READ
           END-PERFORM
           CLOSE FUEL-CARD-HOLD-FILE
           CLOSE FUEL-TICKET-FILE
           CLOSE FUEL-CARD-TRANS-FILE
           PERFORM CLEAR-FUEL-CARD-TRANS-FILE
           PERFORM WRITE-IMPORT-REPORT-TOTALS
           CLOSE FUEL-IMPORT-REPORT-FILE
           DISPLAY 'FUELIMPT: ' WS-IMPORTED-COUNT ' purchase(s) '
               'imported, ' WS-HELD-COUNT ' held, ' WS-REJECTED-COUNT
               ' rejected'
           GOBACK.

      *---------------------------------------------------------------
      * Calls the shared LOGERROR routine to append one record to
      * ERROR-LOG-FILE for the problem just found. WS-ERR-PARAGRAPH-
      * NAME, WS-ERR-DESCRIPTION and WS-ERR-OFFENDING-DATA must be set
      * by the calling paragraph before this is performed.

       LOG-FUELIMPT-ERROR.
           CALL 'LOGERROR' USING WS-ERR-PROGRAM-NAME
               WS-ERR-PARAGRAPH-NAME WS-ERR-DESCRIPTION
               WS-ERR-OFFENDING-DATA
           END-CALL.

      *---------------------------------------------------------------
      * Loads the card-to-unit cross reference.

       LOAD-FUEL-CARDS.
           OPEN INPUT FUEL-CARD-FILE
           PERFORM UNTIL END-OF-CARD-FILE
               READ FUEL-CARD-FILE
                   AT END
                       SET END-OF-CARD-FILE TO TRUE
                   NOT AT END
                       IF WS-CARD-COUNT < 500
                           ADD 1 TO WS-CARD-COUNT
                           MOVE FCD-CARD-NUMBER
                               TO CRD-CARD-NUMBER(WS-CARD-COUNT)
                           MOVE FCD-UNIT-ID
                               TO CRD-UNIT-ID(WS-CARD-COUNT)
                           MOVE FCD-TANK-CAPACITY-GALLONS
                               TO CRD-TANK-CAPACITY(WS-CARD-COUNT)
                       ELSE
                           ADD 1 TO WS-DROPPED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FUEL-CARD-FILE.

      *---------------------------------------------------------------
      * Loads the fleet's units and whether each is in service. A
      * retired unit is no longer on the master.

       LOAD-VEHICLE-MASTER.
           OPEN INPUT VEHICLE-MASTER-FILE
           PERFORM UNTIL END-OF-VEHICLE-MASTER-FILE
               READ VEHICLE-MASTER-FILE
                   AT END
                       SET END-OF-VEHICLE-MASTER-FILE TO TRUE
                   NOT AT END
                       IF WS-VEHICLE-COUNT < 200
                           ADD 1 TO WS-VEHICLE-COUNT
                           MOVE VHM-UNIT-ID
                               TO VHM-TBL-UNIT-ID(WS-VEHICLE-COUNT)
                           MOVE VHM-OUT-OF-SERVICE-FLAG
                               TO VHM-TBL-OUT-OF-SERVICE-FLAG
                                   (WS-VEHICLE-COUNT)
                       ELSE
                           ADD 1 TO WS-DROPPED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VEHICLE-MASTER-FILE.

      *---------------------------------------------------------------
      * Loads the odometer on every fuel ticket already on file.

       LOAD-TICKET-ODOMETERS.
           OPEN INPUT FUEL-TICKET-FILE
           PERFORM UNTIL END-OF-TICKET-FILE
               READ FUEL-TICKET-FILE
                   AT END
                       SET END-OF-TICKET-FILE TO TRUE
                   NOT AT END
                       IF FTK-ODOMETER NUMERIC
                           IF WS-READING-COUNT < 9000
                               ADD 1 TO WS-READING-COUNT
                               MOVE FTK-UNIT-ID
                                   TO RDG-UNIT-ID(WS-READING-COUNT)
                               MOVE SPACES
                                   TO RDG-STAMP(WS-READING-COUNT)
                               STRING FTK-TICKET-DATE '000000'
                                   DELIMITED BY SIZE
                                   INTO RDG-STAMP(WS-READING-COUNT)
                               MOVE FTK-ODOMETER
                                   TO RDG-ODOMETER(WS-READING-COUNT)
                           ELSE
                               ADD 1 TO WS-DROPPED-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FUEL-TICKET-FILE.

      *---------------------------------------------------------------
      * Loads every check-in and check-out logged against a unit,
      * and each check-out's odometer as a reading.

       LOAD-CHECK-IN-EVENTS.
           OPEN INPUT CHECK-IN-LOG
           PERFORM UNTIL END-OF-CHECK-IN-LOG
               READ CHECK-IN-LOG
                   AT END
                       SET END-OF-CHECK-IN-LOG TO TRUE
                   NOT AT END
                       IF CKI-INSPECTED-UNIT-ID NOT = SPACES
                           PERFORM NOTE-ONE-CHECK-IN-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHECK-IN-LOG.

      *---------------------------------------------------------------
      * Adds the check-in log record just read to the event table,
      * and a check-out's odometer to the readings.

       NOTE-ONE-CHECK-IN-EVENT.
           IF WS-EVENT-COUNT < 9000
               ADD 1 TO WS-EVENT-COUNT
               MOVE CKI-INSPECTED-UNIT-ID TO EVT-UNIT-ID(WS-EVENT-COUNT)
               MOVE SPACES TO EVT-STAMP(WS-EVENT-COUNT)
               STRING CKI-DATE CKI-TIME(1:6)
                   DELIMITED BY SIZE INTO EVT-STAMP(WS-EVENT-COUNT)
               IF CKI-IS-CHECK-OUT
                   MOVE 'O' TO EVT-ENTRY-TYPE(WS-EVENT-COUNT)
               ELSE
                   MOVE 'I' TO EVT-ENTRY-TYPE(WS-EVENT-COUNT)
               END-IF
           ELSE
               ADD 1 TO WS-DROPPED-COUNT
           END-IF
           IF CKI-IS-CHECK-OUT
               AND CKI-ODOMETER NUMERIC
               AND CKI-ODOMETER > 0
               IF WS-READING-COUNT < 9000
                   ADD 1 TO WS-READING-COUNT
                   MOVE CKI-INSPECTED-UNIT-ID
                       TO RDG-UNIT-ID(WS-READING-COUNT)
                   MOVE SPACES TO RDG-STAMP(WS-READING-COUNT)
                   STRING CKI-DATE CKI-TIME(1:6)
                       DELIMITED BY SIZE
                       INTO RDG-STAMP(WS-READING-COUNT)
                   MOVE CKI-ODOMETER TO RDG-ODOMETER(WS-READING-COUNT)
               ELSE
                   ADD 1 TO WS-DROPPED-COUNT
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Validates the purchase just read and imports it as a fuel
      * ticket, holds it, or rejects it.

       IMPORT-ONE-PURCHASE.
           MOVE SPACES TO WS-EXCEPTION-REASON
           MOVE SPACES TO WS-TRANS-UNIT-ID
           MOVE 0 TO WS-TRANS-CAPACITY
           PERFORM CHECK-PURCHASE-READABLE
           IF WS-EXCEPTION-REASON NOT = SPACES
               SET TRANS-IS-REJECTED TO TRUE
           ELSE
               PERFORM CHECK-PURCHASE-FOR-FLEET
               IF WS-EXCEPTION-REASON NOT = SPACES
                   SET TRANS-IS-HELD TO TRUE
               ELSE
                   SET TRANS-IS-IMPORTED TO TRUE
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN TRANS-IS-IMPORTED
                   ADD 1 TO WS-IMPORTED-COUNT
                   PERFORM WRITE-FUEL-TICKET
               WHEN TRANS-IS-HELD
                   ADD 1 TO WS-HELD-COUNT
                   MOVE FUEL-CARD-TRANS-RECORD TO FUEL-CARD-HOLD-RECORD
                   WRITE FUEL-CARD-HOLD-RECORD
               WHEN OTHER
                   ADD 1 TO WS-REJECTED-COUNT
           END-EVALUATE
           PERFORM WRITE-PURCHASE-LINE
           IF NOT TRANS-IS-IMPORTED
               MOVE 'IMPORT-ONE-PURCHASE' TO WS-ERR-PARAGRAPH-NAME
               MOVE SPACES TO WS-ERR-DESCRIPTION
               STRING 'fuel card purchase ' WS-DISPOSITION ': '
                   WS-EXCEPTION-REASON
                   DELIMITED BY SIZE INTO WS-ERR-DESCRIPTION
               MOVE SPACES TO WS-ERR-OFFENDING-DATA
               STRING FCT-CARD-NUMBER ' ' FCT-TRANS-DATE
                   DELIMITED BY SIZE INTO WS-ERR-OFFENDING-DATA
               PERFORM LOG-FUELIMPT-ERROR
           END-IF.

      *---------------------------------------------------------------
      * Rejects a purchase the provider sent garbled: a date that is
      * not real or is still to come, a time that is not a time, or
      * gallons or an odometer that are not numbers.

       CHECK-PURCHASE-READABLE.
           CALL 'DATECHK' USING FCT-TRANS-DATE WS-DATE-VALID-FLAG
           END-CALL
           EVALUATE TRUE
               WHEN NOT TRANS-DATE-IS-VALID
                   MOVE 'PURCHASE DATE NOT A VALID DATE'
                       TO WS-EXCEPTION-REASON
               WHEN FCT-TRANS-DATE > WS-RUN-DATE
                   MOVE 'PURCHASE DATE IN THE FUTURE'
                       TO WS-EXCEPTION-REASON
               WHEN FCT-TRANS-TIME NOT NUMERIC
                   MOVE 'PURCHASE TIME NOT NUMERIC'
                       TO WS-EXCEPTION-REASON
               WHEN FCT-GALLONS NOT NUMERIC
                   MOVE 'GALLONS NOT NUMERIC' TO WS-EXCEPTION-REASON
               WHEN FCT-GALLONS = 0
                   MOVE 'NO GALLONS ON PURCHASE' TO WS-EXCEPTION-REASON
               WHEN FCT-ODOMETER NOT NUMERIC
                   MOVE 'ODOMETER NOT NUMERIC' TO WS-EXCEPTION-REASON
               WHEN OTHER
                   MOVE FCT-TRANS-TIME TO WS-TRANS-TIME-PARTS
                   IF WS-TRANS-HH > 23 OR WS-TRANS-MM > 59
                       OR WS-TRANS-SS > 59
                       MOVE 'PURCHASE TIME NOT A VALID TIME'
                           TO WS-EXCEPTION-REASON
                   END-IF
           END-EVALUATE.

      *---------------------------------------------------------------
      * Holds a readable purchase that does not fit the fleet. The
      * purchase is noted as a fill first, so a second fill inside
      * the hour is caught even when this one is held.

       CHECK-PURCHASE-FOR-FLEET.
           MOVE SPACES TO WS-TRANS-STAMP
           STRING FCT-TRANS-DATE FCT-TRANS-TIME
               DELIMITED BY SIZE INTO WS-TRANS-STAMP
           MOVE FCT-TRANS-DATE TO WS-TRANS-DATE-NUMERIC
           COMPUTE WS-TRANS-MINUTE =
               FUNCTION INTEGER-OF-DATE(WS-TRANS-DATE-NUMERIC) * 1440
               + WS-TRANS-HH * 60 + WS-TRANS-MM
           MOVE 'N' TO WS-FOUND-FLAG
           SET CARD-IDX TO 1
           SEARCH CARD-ENTRY
               AT END
                   CONTINUE
               WHEN CRD-CARD-NUMBER(CARD-IDX) = FCT-CARD-NUMBER
                   SET ENTRY-WAS-FOUND TO TRUE
                   MOVE CRD-UNIT-ID(CARD-IDX) TO WS-TRANS-UNIT-ID
                   MOVE CRD-TANK-CAPACITY(CARD-IDX)
                       TO WS-TRANS-CAPACITY
           END-SEARCH
           IF NOT ENTRY-WAS-FOUND
               MOVE 'CARD NOT ON FUEL CARD FILE'
                   TO WS-EXCEPTION-REASON
           ELSE
               PERFORM CHECK-FILL-WITHIN-HOUR
               PERFORM CHECK-UNIT-FOR-PURCHASE
           END-IF.

      *---------------------------------------------------------------
      * Notes the purchase as a fill on its unit, and holds it when
      * the unit was filled less than an hour either side of it
      * earlier in the file.

       CHECK-FILL-WITHIN-HOUR.
           PERFORM VARYING FILL-IDX FROM 1 BY 1
                   UNTIL FILL-IDX > WS-FILL-COUNT
               IF FIL-UNIT-ID(FILL-IDX) = WS-TRANS-UNIT-ID
                   COMPUTE WS-MINUTES-APART =
                       WS-TRANS-MINUTE - FIL-MINUTE(FILL-IDX)
                   IF WS-MINUTES-APART < 0
                       COMPUTE WS-MINUTES-APART = 0 - WS-MINUTES-APART
                   END-IF
                   IF WS-MINUTES-APART < 60
                       AND WS-EXCEPTION-REASON = SPACES
                       MOVE 'SECOND FILL WITHIN AN HOUR'
                           TO WS-EXCEPTION-REASON
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FILL-COUNT < 2000
               ADD 1 TO WS-FILL-COUNT
               MOVE WS-TRANS-UNIT-ID TO FIL-UNIT-ID(WS-FILL-COUNT)
               MOVE WS-TRANS-MINUTE TO FIL-MINUTE(WS-FILL-COUNT)
           END-IF.

      *---------------------------------------------------------------
      * Holds a purchase for a unit retired or out of service, over
      * its tank capacity, below its last odometer reading, or with
      * no driver checked in on it. The first reason found is the
      * one reported.

       CHECK-UNIT-FOR-PURCHASE.
           MOVE 'N' TO WS-FOUND-FLAG
           SET VEHICLE-IDX TO 1
           SEARCH VEHICLE-ENTRY
               AT END
                   CONTINUE
               WHEN VHM-TBL-UNIT-ID(VEHICLE-IDX) = WS-TRANS-UNIT-ID
                   SET ENTRY-WAS-FOUND TO TRUE
           END-SEARCH
           PERFORM FIND-LAST-ODOMETER
           PERFORM FIND-DRIVER-CHECK-IN
           EVALUATE TRUE
               WHEN WS-EXCEPTION-REASON NOT = SPACES
                   CONTINUE
               WHEN NOT ENTRY-WAS-FOUND
                   MOVE 'UNIT RETIRED - NOT ON VEHICLE MASTER'
                       TO WS-EXCEPTION-REASON
               WHEN VHM-TBL-OUT-OF-SERVICE(VEHICLE-IDX)
                   MOVE 'UNIT IS OUT OF SERVICE'
                       TO WS-EXCEPTION-REASON
               WHEN FCT-GALLONS > WS-TRANS-CAPACITY
                   MOVE 'GALLONS OVER UNIT TANK CAPACITY'
                       TO WS-EXCEPTION-REASON
               WHEN FCT-ODOMETER < WS-LAST-ODOMETER
                   MOVE 'ODOMETER BELOW LAST READING'
                       TO WS-EXCEPTION-REASON
               WHEN NOT DRIVER-IS-CHECKED-IN
                   MOVE 'NO DRIVER CHECKED IN ON UNIT'
                       TO WS-EXCEPTION-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *---------------------------------------------------------------
      * Finds the highest odometer reading for the unit taken at or
      * before the purchase.

       FIND-LAST-ODOMETER.
           MOVE 0 TO WS-LAST-ODOMETER
           PERFORM VARYING READING-IDX FROM 1 BY 1
                   UNTIL READING-IDX > WS-READING-COUNT
               IF RDG-UNIT-ID(READING-IDX) = WS-TRANS-UNIT-ID
                   AND RDG-STAMP(READING-IDX) NOT > WS-TRANS-STAMP
                   AND RDG-ODOMETER(READING-IDX) > WS-LAST-ODOMETER
                   MOVE RDG-ODOMETER(READING-IDX) TO WS-LAST-ODOMETER
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Finds the unit's last check-in or check-out that day at or
      * before the purchase; a driver was on the unit when it was a
      * check-in.

       FIND-DRIVER-CHECK-IN.
           MOVE SPACES TO WS-LATEST-EVENT-STAMP
           MOVE SPACE TO WS-LATEST-EVENT-TYPE
           PERFORM VARYING EVENT-IDX FROM 1 BY 1
                   UNTIL EVENT-IDX > WS-EVENT-COUNT
               IF EVT-UNIT-ID(EVENT-IDX) = WS-TRANS-UNIT-ID
                   AND EVT-STAMP(EVENT-IDX)(1:8) = FCT-TRANS-DATE
                   AND EVT-STAMP(EVENT-IDX) NOT > WS-TRANS-STAMP
                   AND EVT-STAMP(EVENT-IDX) NOT < WS-LATEST-EVENT-STAMP
                   MOVE EVT-STAMP(EVENT-IDX) TO WS-LATEST-EVENT-STAMP
                   MOVE EVT-ENTRY-TYPE(EVENT-IDX)
                       TO WS-LATEST-EVENT-TYPE
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Appends the purchase to FUEL-TICKET-FILE in the shape a keyed
      * ticket has, and adds its odometer to the unit's readings.

       WRITE-FUEL-TICKET.
           MOVE WS-TRANS-UNIT-ID TO FTK-UNIT-ID
           MOVE FCT-TRANS-DATE TO FTK-TICKET-DATE
           COMPUTE FTK-GALLONS ROUNDED = FCT-GALLONS
           MOVE FCT-ODOMETER TO FTK-ODOMETER
           MOVE FCT-PURCHASE-JURISDICTION TO FTK-PURCHASE-JURISDICTION
           IF FCT-PURCHASE-AMOUNT NUMERIC
               MOVE FCT-PURCHASE-AMOUNT TO FTK-FUEL-COST
           ELSE
               MOVE 0 TO FTK-FUEL-COST
           END-IF
           WRITE FUEL-TICKET-RECORD
           IF WS-READING-COUNT < 9000
               ADD 1 TO WS-READING-COUNT
               MOVE WS-TRANS-UNIT-ID TO RDG-UNIT-ID(WS-READING-COUNT)
               MOVE WS-TRANS-STAMP TO RDG-STAMP(WS-READING-COUNT)
               MOVE FCT-ODOMETER TO RDG-ODOMETER(WS-READING-COUNT)
           END-IF.

      *---------------------------------------------------------------
      * Clears the imported provider file so the same day cannot be
      * imported twice.

       CLEAR-FUEL-CARD-TRANS-FILE.
           OPEN OUTPUT FUEL-CARD-TRANS-FILE
           CLOSE FUEL-CARD-TRANS-FILE.

      *---------------------------------------------------------------
      * Lists one purchase and what was done with it.

       WRITE-PURCHASE-LINE.
           MOVE SPACES TO FUEL-IMPORT-REPORT-LINE
           MOVE FCT-CARD-NUMBER TO FUEL-IMPORT-REPORT-LINE(1:16)
           MOVE WS-TRANS-UNIT-ID TO FUEL-IMPORT-REPORT-LINE(19:6)
           MOVE FCT-TRANS-DATE TO FUEL-IMPORT-REPORT-LINE(27:8)
           MOVE FCT-TRANS-TIME TO FUEL-IMPORT-REPORT-LINE(37:6)
           IF FCT-GALLONS NUMERIC
               MOVE FCT-GALLONS TO RPT-GALLONS-EDITED
               MOVE RPT-GALLONS-EDITED TO FUEL-IMPORT-REPORT-LINE(44:9)
           END-IF
           MOVE FCT-ODOMETER TO FUEL-IMPORT-REPORT-LINE(55:7)
           MOVE FCT-PURCHASE-JURISDICTION
               TO FUEL-IMPORT-REPORT-LINE(64:2)
           MOVE WS-DISPOSITION TO FUEL-IMPORT-REPORT-LINE(68:8)
           MOVE WS-EXCEPTION-REASON TO FUEL-IMPORT-REPORT-LINE(78:40)
           WRITE FUEL-IMPORT-REPORT-LINE.

      *---------------------------------------------------------------
      * Writes the heading block of the import report.

       WRITE-IMPORT-REPORT-HEADER.
           MOVE SPACES TO FUEL-IMPORT-REPORT-LINE
           MOVE 'ACME DISTRIBUTING CO.' TO FUEL-IMPORT-REPORT-LINE
           WRITE FUEL-IMPORT-REPORT-LINE
           MOVE SPACES TO FUEL-IMPORT-REPORT-LINE
           STRING 'FUEL CARD TRANSACTION IMPORT - RUN DATE '
               WS-RUN-DATE DELIMITED BY SIZE
               INTO FUEL-IMPORT-REPORT-LINE
           WRITE FUEL-IMPORT-REPORT-LINE
           MOVE SPACES TO FUEL-IMPORT-REPORT-LINE
           WRITE FUEL-IMPORT-REPORT-LINE
           MOVE SPACES TO FUEL-IMPORT-REPORT-LINE
           STRING 'CARD NUMBER       UNIT    DATE      TIME      '
               'GALLONS  ODOMETER JUR DISPOSITION  REASON'
               DELIMITED BY SIZE INTO FUEL-IMPORT-REPORT-LINE
           WRITE FUEL-IMPORT-REPORT-LINE.

      *---------------------------------------------------------------
      * Writes the purchase counts at the bottom of the report.

       WRITE-IMPORT-REPORT-TOTALS.
           MOVE SPACES TO FUEL-IMPORT-REPORT-LINE
           WRITE FUEL-IMPORT-REPORT-LINE
           MOVE WS-TRANS-COUNT TO RPT-COUNT-EDITED
           MOVE SPACES TO FUEL-IMPORT-REPORT-LINE
           STRING 'PURCHASES IN FILE:   ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO FUEL-IMPORT-REPORT-LINE
           WRITE FUEL-IMPORT-REPORT-LINE
           MOVE WS-IMPORTED-COUNT TO RPT-COUNT-EDITED
           MOVE SPACES TO FUEL-IMPORT-REPORT-LINE
           STRING 'IMPORTED AS TICKETS: ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO FUEL-IMPORT-REPORT-LINE
           WRITE FUEL-IMPORT-REPORT-LINE
           MOVE WS-HELD-COUNT TO RPT-COUNT-EDITED
           MOVE SPACES TO FUEL-IMPORT-REPORT-LINE
           STRING 'HELD FOR REVIEW:     ' RPT-COUNT-EDITED
               '  (ON FUEL-CARD-HOLD-FILE)'
               DELIMITED BY SIZE INTO FUEL-IMPORT-REPORT-LINE
           WRITE FUEL-IMPORT-REPORT-LINE
           MOVE WS-REJECTED-COUNT TO RPT-COUNT-EDITED
           MOVE SPACES TO FUEL-IMPORT-REPORT-LINE
           STRING 'REJECTED:            ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO FUEL-IMPORT-REPORT-LINE
           WRITE FUEL-IMPORT-REPORT-LINE.
