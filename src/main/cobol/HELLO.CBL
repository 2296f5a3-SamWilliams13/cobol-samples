      * which farewells instead of greets. Each check-in and
      * check-out is appended to CHECK-IN-LOG so there is an audit
      * trail of who was on duty and when, from which the day-end
      * hours report is computed. Check-in and check-out are also the
      * driver's pre-trip and post-trip inspection of the assigned
      * unit: each defect reported opens a work order on WORK-ORDER-
      * FILE, and a safety-critical one queues the VEHSTAT status
      * transaction taking the unit out of service until the shop
      * signs the repair off.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  HELLO.
           SELECT CHECK-IN-NAME-CONTROL-FILE
               ASSIGN TO "CHECK-IN-NAME-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DRIVER-ASSIGNMENT-FILE
               ASSIGN TO "DRIVER-ASSIGNMENT-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEFECT-CODE-FILE ASSIGN TO "DEFECT-CODE-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WORK-ORDER-FILE ASSIGN TO "WORK-ORDER-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VEHICLE-MASTER-FILE ASSIGN TO "VEHICLE-MASTER-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VEHICLE-STATUS-TRANS-FILE
               ASSIGN TO "VEHICLE-STATUS-TRANS-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-IN-NAME-CONTROL-FILE.
       COPY CHKINCTL.

       FD  DRIVER-ASSIGNMENT-FILE.
       COPY DRVASGN.

       FD  DEFECT-CODE-FILE.
       COPY DEFCODE.

       FD  WORK-ORDER-FILE.
       COPY WORKORDR.

       FD  VEHICLE-MASTER-FILE.
       COPY VEHMAST.

       FD  VEHICLE-STATUS-TRANS-FILE.
       COPY VEHTRAN.

       WORKING-STORAGE SECTION.
       01  WS-MESSAGES.
           05  WS-PROMPT             PIC X(29)
               88  END-OF-ROSTER             VALUE 'Y'.
           05  WS-NAME-SUPPLIED-FLAG PIC X VALUE 'N'.
               88  CHECK-IN-NAME-SUPPLIED    VALUE 'Y'.
       01  WS-INSPECTION-FIELDS.
           05  WS-INSPECTED-UNIT-ID  PIC X(06) VALUE SPACES.
           05  WS-LATEST-ASSIGN-DATE PIC X(08) VALUE SPACES.
           05  WS-DEFECT-ENTRY       PIC X(04).
           05  WS-DEFECT-COUNT       PIC 9(02) VALUE 0.
           05  WS-DEFECT-TABLE-COUNT PIC S9(04) VALUE 0.
           05  WS-OPEN-DEFECT-COUNT  PIC S9(04) VALUE 0.
           05  WS-DEFECT-INDEX       PIC S9(04).
      * Walks the reported defects inside NOTE-REPORTED-DEFECT, which
      * runs within the loop WS-DEFECT-INDEX drives over the
      * supplied codes.
           05  WS-REPORTED-INDEX     PIC S9(04).
           05  WS-NEXT-ORDER-NUMBER  PIC 9(06) VALUE 0.
           05  WS-ASSIGN-EOF-FLAG    PIC X VALUE 'N'.
               88  END-OF-ASSIGNMENTS        VALUE 'Y'.
           05  WS-DEFECT-EOF-FLAG    PIC X VALUE 'N'.
               88  END-OF-DEFECT-CODES       VALUE 'Y'.
           05  WS-ORDER-EOF-FLAG     PIC X VALUE 'N'.
               88  END-OF-WORK-ORDERS        VALUE 'Y'.
           05  WS-VEHICLE-EOF-FLAG   PIC X VALUE 'N'.
               88  END-OF-VEHICLE-MASTER     VALUE 'Y'.
           05  WS-ENTRY-DONE-FLAG    PIC X VALUE 'N'.
               88  DEFECT-ENTRY-DONE         VALUE 'Y'.
           05  WS-DEFECT-KNOWN-FLAG  PIC X.
               88  DEFECT-CODE-KNOWN         VALUE 'Y'.
           05  WS-DEFECT-OPEN-FLAG   PIC X.
               88  DEFECT-ALREADY-OPEN       VALUE 'Y'.
           05  WS-CRITICAL-FLAG      PIC X VALUE 'N'.
               88  CRITICAL-DEFECT-REPORTED  VALUE 'Y'.
           05  WS-UNIT-HELD-FLAG     PIC X VALUE 'N'.
               88  UNIT-ALREADY-HELD         VALUE 'Y'.
           05  WS-IN-SERVICE-FLAG    PIC X VALUE 'N'.
               88  UNIT-IS-IN-SERVICE        VALUE 'Y'.
      * Codes handed over on CHECK-IN-NAME-CONTROL-FILE for an
      * unattended run, kept once the control record is cleared.
           05  WS-SUPPLIED-DEFECT-CODES.
               10  WS-SUPPLIED-DEFECT-CODE PIC X(04) OCCURS 5 TIMES.
      * Defects reported on this inspection, each code once, with its
      * safety-critical flag from the defect table.
       01  WS-REPORTED-DEFECTS.
           05  WS-REPORTED-DEFECT OCCURS 10 TIMES.
               10  WS-REPORTED-DEFECT-CODE  PIC X(04).
               10  WS-REPORTED-CRITICAL-FLAG PIC X.
                   88  REPORTED-DEFECT-IS-CRITICAL VALUE 'Y'.
       01  DEFECT-CODE-TABLE.
           05  DEFECT-CODE-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-DEFECT-TABLE-COUNT
                   INDEXED BY DEFECT-CODE-IDX.
               10  DFC-TBL-DEFECT-CODE      PIC X(04).
               10  DFC-TBL-CRITICAL-FLAG    PIC X.
      * Defect codes that already have an open work order on the
      * inspected unit, so a defect reported again at the next
      * inspection does not open a second order.
       01  OPEN-DEFECT-TABLE.
           05  OPEN-DEFECT-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-OPEN-DEFECT-COUNT
                   INDEXED BY OPEN-DEFECT-IDX.
               10  ODT-DEFECT-CODE          PIC X(04).
       01  WS-ERROR-LOG-FIELDS.
           05  WS-ERR-PROGRAM-NAME   PIC X(08) VALUE 'HELLO'.
           05  WS-ERR-PARAGRAPH-NAME PIC X(30).
               ELSE
                   DISPLAY WS-GREETING WS-FRIEND WS-EXCLAMATION-POINT
               END-IF
               CALL 'BUSDATE' USING WS-CHECK-IN-DATE
               END-CALL
               PERFORM FIND-ASSIGNED-UNIT
               IF WS-INSPECTED-UNIT-ID NOT = SPACES
                   PERFORM CAPTURE-INSPECTION-DEFECTS
                   IF WS-DEFECT-COUNT > 0
                       PERFORM OPEN-DEFECT-WORK-ORDERS
                   END-IF
               END-IF
               PERFORM LOG-CHECK-IN
           ELSE
               DISPLAY WS-NOT-RECOGNIZED-MSG
                   IF CIC-ODOMETER NUMERIC
                       MOVE CIC-ODOMETER TO WS-ODOMETER
                   END-IF
                   MOVE CIC-DEFECT-CODES TO WS-SUPPLIED-DEFECT-CODES
                   SET CHECK-IN-NAME-SUPPLIED TO TRUE
           END-READ
           CLOSE CHECK-IN-NAME-CONTROL-FILE
      * WS-FRIEND is overwritten by the next ACCEPT.

       LOG-CHECK-IN.
           ACCEPT WS-CHECK-IN-TIME FROM TIME
           OPEN EXTEND CHECK-IN-LOG
           MOVE WS-FRIEND TO CKI-NAME
           MOVE WS-ENTRY-TYPE TO CKI-ENTRY-TYPE
           MOVE WS-EMPLOYEE-ID TO CKI-EMPLOYEE-ID
           MOVE WS-ODOMETER TO CKI-ODOMETER
           MOVE WS-INSPECTED-UNIT-ID TO CKI-INSPECTED-UNIT-ID
           MOVE WS-DEFECT-COUNT TO CKI-DEFECT-COUNT
           WRITE CHECK-IN-LOG-RECORD
           CLOSE CHECK-IN-LOG.

      *---------------------------------------------------------------
      * Finds the unit the driver is inspecting: the one on the
      * driver's latest DRIVER-ASSIGNMENT-FILE record dated on or
      * before today. A driver with no assignment has no unit to
      * inspect and is checked in or out without one.

       FIND-ASSIGNED-UNIT.
           OPEN INPUT DRIVER-ASSIGNMENT-FILE
           PERFORM UNTIL END-OF-ASSIGNMENTS
               READ DRIVER-ASSIGNMENT-FILE
                   AT END
                       SET END-OF-ASSIGNMENTS TO TRUE
                   NOT AT END
                       IF DAS-EMPLOYEE-ID = WS-EMPLOYEE-ID
                           AND DAS-ASSIGN-DATE NOT > WS-CHECK-IN-DATE
                           AND DAS-ASSIGN-DATE
                               NOT < WS-LATEST-ASSIGN-DATE
                           MOVE DAS-ASSIGN-DATE
                               TO WS-LATEST-ASSIGN-DATE
                           MOVE DAS-UNIT-ID TO WS-INSPECTED-UNIT-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DRIVER-ASSIGNMENT-FILE.

      *---------------------------------------------------------------
      * Captures the defects found on the inspection of the assigned
      * unit: from the control record on an unattended run, otherwise
      * keyed by the driver one code at a time until a blank entry.
      * A code not on DEFECT-CODE-FILE is refused - re-prompted when
      * keyed, logged when supplied by a caller.

       CAPTURE-INSPECTION-DEFECTS.
           PERFORM LOAD-DEFECT-CODES
           IF CHECK-IN-NAME-SUPPLIED
               PERFORM VARYING WS-DEFECT-INDEX FROM 1 BY 1
                       UNTIL WS-DEFECT-INDEX > 5
                   MOVE WS-SUPPLIED-DEFECT-CODE(WS-DEFECT-INDEX)
                       TO WS-DEFECT-ENTRY
                   IF WS-DEFECT-ENTRY NOT = SPACES
                       PERFORM NOTE-REPORTED-DEFECT
                       IF NOT DEFECT-CODE-KNOWN
                           MOVE 'CAPTURE-INSPECTION-DEFECTS'
                               TO WS-ERR-PARAGRAPH-NAME
                           MOVE 'unrecognized inspection defect code'
                               TO WS-ERR-DESCRIPTION
                           MOVE WS-DEFECT-ENTRY
                               TO WS-ERR-OFFENDING-DATA
                           CALL 'LOGERROR' USING WS-ERR-PROGRAM-NAME
                               WS-ERR-PARAGRAPH-NAME
                               WS-ERR-DESCRIPTION
                               WS-ERR-OFFENDING-DATA
                           END-CALL
                       END-IF
                   END-IF
               END-PERFORM
           ELSE
               DISPLAY 'Inspection of unit ' WS-INSPECTED-UNIT-ID
                   ' - enter each defect code found, blank when done:'
               PERFORM UNTIL DEFECT-ENTRY-DONE
                   MOVE SPACES TO WS-DEFECT-ENTRY
                   ACCEPT WS-DEFECT-ENTRY
                   INSPECT WS-DEFECT-ENTRY CONVERTING
                       'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                   IF WS-DEFECT-ENTRY = SPACES
                       SET DEFECT-ENTRY-DONE TO TRUE
                   ELSE
                       PERFORM NOTE-REPORTED-DEFECT
                       IF NOT DEFECT-CODE-KNOWN
                           DISPLAY 'Unrecognized defect code, '
                               'enter again or leave blank.'
                       END-IF
                       IF WS-DEFECT-COUNT = 10
                           SET DEFECT-ENTRY-DONE TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *---------------------------------------------------------------
      * Loads DEFECT-CODE-FILE so each reported code can be checked
      * and its safety-critical flag picked up.

       LOAD-DEFECT-CODES.
           OPEN INPUT DEFECT-CODE-FILE
           PERFORM UNTIL END-OF-DEFECT-CODES
               READ DEFECT-CODE-FILE
                   AT END
                       SET END-OF-DEFECT-CODES TO TRUE
                   NOT AT END
                       IF WS-DEFECT-TABLE-COUNT < 100
                           ADD 1 TO WS-DEFECT-TABLE-COUNT
                           MOVE DFC-DEFECT-CODE
                               TO DFC-TBL-DEFECT-CODE
                                   (WS-DEFECT-TABLE-COUNT)
                           MOVE DFC-SAFETY-CRITICAL-FLAG
                               TO DFC-TBL-CRITICAL-FLAG
                                   (WS-DEFECT-TABLE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEFECT-CODE-FILE.

      *---------------------------------------------------------------
      * Adds WS-DEFECT-ENTRY to this inspection's defects when it is
      * on the defect table and not already reported; sets the known
      * flag for the caller.

       NOTE-REPORTED-DEFECT.
           MOVE 'N' TO WS-DEFECT-KNOWN-FLAG
           SET DEFECT-CODE-IDX TO 1
           SEARCH DEFECT-CODE-ENTRY
               AT END
                   CONTINUE
               WHEN DFC-TBL-DEFECT-CODE(DEFECT-CODE-IDX)
                       = WS-DEFECT-ENTRY
                   SET DEFECT-CODE-KNOWN TO TRUE
           END-SEARCH
           IF DEFECT-CODE-KNOWN
               MOVE 'N' TO WS-DEFECT-OPEN-FLAG
               PERFORM VARYING WS-REPORTED-INDEX FROM 1 BY 1
                       UNTIL WS-REPORTED-INDEX > WS-DEFECT-COUNT
                   IF WS-REPORTED-DEFECT-CODE(WS-REPORTED-INDEX)
                           = WS-DEFECT-ENTRY
                       SET DEFECT-ALREADY-OPEN TO TRUE
                   END-IF
               END-PERFORM
               IF NOT DEFECT-ALREADY-OPEN AND WS-DEFECT-COUNT < 10
                   ADD 1 TO WS-DEFECT-COUNT
                   MOVE WS-DEFECT-ENTRY
                       TO WS-REPORTED-DEFECT-CODE(WS-DEFECT-COUNT)
                   MOVE DFC-TBL-CRITICAL-FLAG(DEFECT-CODE-IDX)
                       TO WS-REPORTED-CRITICAL-FLAG(WS-DEFECT-COUNT)
                   IF REPORTED-DEFECT-IS-CRITICAL(WS-DEFECT-COUNT)
                       SET CRITICAL-DEFECT-REPORTED TO TRUE
                   END-IF
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Opens a defect work order for each reported defect that does
      * not already have one open on the unit, and - when any defect
      * is safety-critical - queues the status transaction taking the
      * unit out of service, unless it is already out or an open
      * order is already holding it there.

       OPEN-DEFECT-WORK-ORDERS.
           PERFORM LOAD-OPEN-UNIT-ORDERS
           OPEN EXTEND WORK-ORDER-FILE
           PERFORM VARYING WS-DEFECT-INDEX FROM 1 BY 1
                   UNTIL WS-DEFECT-INDEX > WS-DEFECT-COUNT
               MOVE 'N' TO WS-DEFECT-OPEN-FLAG
               SET OPEN-DEFECT-IDX TO 1
               SEARCH OPEN-DEFECT-ENTRY
                   AT END
                       CONTINUE
                   WHEN ODT-DEFECT-CODE(OPEN-DEFECT-IDX)
                           = WS-REPORTED-DEFECT-CODE(WS-DEFECT-INDEX)
                       SET DEFECT-ALREADY-OPEN TO TRUE
               END-SEARCH
               IF DEFECT-ALREADY-OPEN
                   DISPLAY 'Defect '
                       WS-REPORTED-DEFECT-CODE(WS-DEFECT-INDEX)
                       ' is already on an open work order for unit '
                       WS-INSPECTED-UNIT-ID
               ELSE
                   PERFORM WRITE-DEFECT-WORK-ORDER
               END-IF
           END-PERFORM
           CLOSE WORK-ORDER-FILE
           IF CRITICAL-DEFECT-REPORTED
               PERFORM CHECK-UNIT-IN-SERVICE
               IF UNIT-IS-IN-SERVICE AND NOT UNIT-ALREADY-HELD
                   OPEN EXTEND VEHICLE-STATUS-TRANS-FILE
                   MOVE WS-INSPECTED-UNIT-ID TO VST-UNIT-ID
                   MOVE WS-EMPLOYEE-ID TO VST-USER-ID
                   WRITE VEHICLE-STATUS-TRANS-RECORD
                   CLOSE VEHICLE-STATUS-TRANS-FILE
               END-IF
               DISPLAY 'Unit ' WS-INSPECTED-UNIT-ID ' is OUT OF '
                   'SERVICE - safety-critical defect, see dispatch.'
           END-IF.

      *---------------------------------------------------------------
      * Reads WORK-ORDER-FILE for the highest order number, the
      * defects already open on the inspected unit, and whether an
      * open order is already holding the unit out of service.

       LOAD-OPEN-UNIT-ORDERS.
           OPEN INPUT WORK-ORDER-FILE
           PERFORM UNTIL END-OF-WORK-ORDERS
               READ WORK-ORDER-FILE
                   AT END
                       SET END-OF-WORK-ORDERS TO TRUE
                   NOT AT END
                       IF WKO-WORK-ORDER-NUMBER > WS-NEXT-ORDER-NUMBER
                           MOVE WKO-WORK-ORDER-NUMBER
                               TO WS-NEXT-ORDER-NUMBER
                       END-IF
                       IF WKO-UNIT-ID = WS-INSPECTED-UNIT-ID
                           AND WKO-IS-OPEN
                           IF WKO-HOLDS-UNIT-OUT
                               SET UNIT-ALREADY-HELD TO TRUE
                           END-IF
                           IF WKO-IS-DEFECT-REPAIR
                               AND WS-OPEN-DEFECT-COUNT < 100
                               ADD 1 TO WS-OPEN-DEFECT-COUNT
                               MOVE WKO-DEFECT-CODE
                                   TO ODT-DEFECT-CODE
                                       (WS-OPEN-DEFECT-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WORK-ORDER-FILE.

      *---------------------------------------------------------------
      * Appends the work order for the defect WS-DEFECT-INDEX points
      * at, holding the unit out of service when it is critical.

       WRITE-DEFECT-WORK-ORDER.
           ADD 1 TO WS-NEXT-ORDER-NUMBER
           MOVE WS-NEXT-ORDER-NUMBER TO WKO-WORK-ORDER-NUMBER
           MOVE WS-INSPECTED-UNIT-ID TO WKO-UNIT-ID
           MOVE WS-CHECK-IN-DATE TO WKO-OPEN-DATE
           MOVE 0 TO WKO-ACCUMULATED-MGH
           SET WKO-IS-OPEN TO TRUE
           MOVE SPACES TO WKO-CLOSE-DATE
           MOVE 0 TO WKO-PARTS-COST
           MOVE 0 TO WKO-LABOR-COST
           SET WKO-IS-DEFECT-REPAIR TO TRUE
           IF REPORTED-DEFECT-IS-CRITICAL(WS-DEFECT-INDEX)
               MOVE 'Y' TO WKO-OUT-OF-SERVICE-HOLD
           ELSE
               MOVE 'N' TO WKO-OUT-OF-SERVICE-HOLD
           END-IF
           MOVE WS-REPORTED-DEFECT-CODE(WS-DEFECT-INDEX)
               TO WKO-DEFECT-CODE
           MOVE WS-EMPLOYEE-ID TO WKO-REPORTED-BY
           WRITE WORK-ORDER-RECORD
           DISPLAY 'Work order ' WS-NEXT-ORDER-NUMBER ' opened for '
               'defect ' WS-REPORTED-DEFECT-CODE(WS-DEFECT-INDEX)
               ' on unit ' WS-INSPECTED-UNIT-ID.

      *---------------------------------------------------------------
      * Sets the in-service flag when the vehicle master shows the
      * inspected unit in service - the status transaction toggles,
      * so it is only queued for a unit that is currently in.

       CHECK-UNIT-IN-SERVICE.
           OPEN INPUT VEHICLE-MASTER-FILE
           PERFORM UNTIL END-OF-VEHICLE-MASTER
               READ VEHICLE-MASTER-FILE
                   AT END
                       SET END-OF-VEHICLE-MASTER TO TRUE
                   NOT AT END
                       IF VHM-UNIT-ID = WS-INSPECTED-UNIT-ID
                           AND VHM-IN-SERVICE
                           SET UNIT-IS-IN-SERVICE TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VEHICLE-MASTER-FILE.
