      * DRIVER-ASSIGNMENT-FILE under today's date, and prints the
      * daily dispatch sheet - so who drove which unit on which route
      * lives in a file, not on the whiteboard. Rejected assignments
      * are displayed and logged. Each assignment's loaded unit is
      * run over its route through BRKPROJ, the same brake heat model
      * BRAKES applies to tonight's schedule; a projection over the
      * safe limit is refused, and printed on the dispatch sheet,
      * unless the transaction carries a supervisor's override. The
      * override must come from a user AUTHCHK holds the BRKOVRD
      * authority for, never from the driver being dispatched, and
      * every override accepted is logged. A
      * unit whose annual inspection (or any other dispatch-blocking
      * item on PM-SCHEDULE-FILE) has lapsed is refused outright.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DISPATCH.
           SELECT DISPATCH-SCHEDULE-FILE
               ASSIGN TO "DISPATCH-SCHEDULE-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PM-SCHEDULE-FILE ASSIGN TO "PM-SCHEDULE-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PM-SCHEDULE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPATCH-SCHEDULE-FILE.
       COPY DSPSCHED.

       FD  PM-SCHEDULE-FILE.
       COPY PMITEM.

       WORKING-STORAGE SECTION.
       01  FILLER.
           05  WS-TRANS-EOF-FLAG        PIC X VALUE 'N'.
      * sending a truck out with.
           05  HOS-WEEKLY-LIMIT-HOURS   PIC 9(03)V99 VALUE 60.
           05  HOS-MINIMUM-REMAINING    PIC 9(02)V99 VALUE 2.
      * Brake projection results for the assignment in hand.
           05  WS-BRAKE-REFUSED-COUNT   PIC S9(04) VALUE 0.
           05  WS-BRAKE-OVERRIDE-COUNT  PIC S9(04) VALUE 0.
           05  WS-BRAKE-OVERRIDE-BY     PIC X(06).
           05  WS-BRAKE-REFUSAL-REASON  PIC X(50).
           05  WS-BRAKE-OVERRIDE-OK-FLAG PIC X.
               88  BRAKE-OVERRIDE-ACCEPTED  VALUE 'Y'.
      * Units with a lapsed dispatch-blocking PM item.
           05  WS-PM-SCHEDULE-STATUS    PIC XX.
           05  WS-PM-EOF-FLAG           PIC X VALUE 'N'.
               88  END-OF-PM-SCHEDULE-FILE  VALUE 'Y'.
           05  WS-LAPSED-UNIT-COUNT     PIC S9(04) VALUE 0.
           05  WS-LAPSED-OVERFLOW-FLAG  PIC X VALUE 'N'.
               88  LAPSED-TABLE-OVER-CAPACITY VALUE 'Y'.
           05  WS-LAPSED-ITEM-FLAG      PIC X.
               88  PM-ITEM-HAS-LAPSED       VALUE 'Y'.
           05  WS-PM-LAST-DATE-INTEGER  PIC S9(09).

       01  WS-TIME-PARTS.
           05  WS-TIME-HH               PIC 9(02).

       01  RPT-COUNT-EDITED             PIC ZZZ9.

       01  RPT-TEMP-EDITED              PIC ZZZ9.99-.

       COPY BRKPARM.

      * Parameter block for the shared AUTHCHK routine, which decides
      * whether the supervisor named on a brake override may sign
      * the run off.
       COPY AUTHPARM.

       01  WS-ERROR-LOG-FIELDS.
           05  WS-ERR-PROGRAM-NAME      PIC X(08) VALUE 'DISPATCH'.
           05  WS-ERR-PARAGRAPH-NAME    PIC X(30).
               10  SKW-SKU              PIC X(10).
               10  SKW-UNIT-WEIGHT-KG   PIC 9(03)V9(02).

      * Units that may not be dispatched because an item such as the
      * annual inspection is past its day interval, and which item.
       01  LAPSED-UNIT-TABLE.
           05  LAPSED-UNIT-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-LAPSED-UNIT-COUNT
                   INDEXED BY LAPSED-UNIT-IDX.
               10  LPU-UNIT-ID          PIC X(06).
               10  LPU-DESCRIPTION      PIC X(20).

       01  VEHICLE-TABLE.
           05  VEHICLE-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-VEHICLE-COUNT
                   INDEXED BY VEHICLE-IDX.
               10  VHM-TBL-UNIT-ID      PIC X(06).
               10  VHM-TBL-BRAKE-MASS-KG PIC 9(05)V9(01).
               10  VHM-TBL-SPECIFIC-HEAT PIC 9(05)V9(01).
               10  VHM-TBL-WEIGHT-KG    PIC 9(06).
               10  VHM-TBL-OUT-OF-SERVICE-FLAG PIC S9.
                   88  VHM-TBL-IN-SERVICE       VALUE 1.
           MOVE WS-WINDOW-START-NUMERIC TO WS-WINDOW-START-DATE
           PERFORM LOAD-DRIVER-MASTER
           PERFORM LOAD-VEHICLE-MASTER
           PERFORM LOAD-LAPSED-PM-UNITS
      * A lapsed unit left off a full table would be dispatched as
      * though its inspection were current, so the run is refused
      * before anything is assigned.
           IF LAPSED-TABLE-OVER-CAPACITY
               DISPLAY '*** DISPATCH: lapsed PM units exceed the '
                   'table capacity - run refused, nothing written '
                   '***'
               MOVE 'LOAD-LAPSED-PM-UNITS' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'lapsed PM units exceed table capacity'
                   TO WS-ERR-DESCRIPTION
               MOVE SPACES TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-DISPATCH-ERROR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-HAZMAT-UNITS
           PERFORM LOAD-SKU-WEIGHTS
           PERFORM LOAD-DUTY-LOG
               WS-ERR-OFFENDING-DATA
           END-CALL.

      *---------------------------------------------------------------
      * Logs something the auditors must see that is not itself a
      * rejected assignment - an accepted brake override, or an
      * override whose refusal the assignment's own rejection will
      * count - so the sheet's rejected count stays a count of
      * assignments.

       LOG-DISPATCH-NOTICE.
           CALL 'LOGERROR' USING WS-ERR-PROGRAM-NAME
               WS-ERR-PARAGRAPH-NAME WS-ERR-DESCRIPTION
               WS-ERR-OFFENDING-DATA
           END-CALL.

      *---------------------------------------------------------------
      * Loads the driver roster so assignments can only be made to
      * drivers we actually employ.

      *---------------------------------------------------------------
      * Loads each unit's ID and service status so out-of-service
      * units cannot be assigned, with the brake specifications and
      * tare weight the brake projection needs.

       LOAD-VEHICLE-MASTER.
           OPEN INPUT VEHICLE-MASTER-FILE
                           ADD 1 TO WS-VEHICLE-COUNT
                           MOVE VHM-UNIT-ID
                               TO VHM-TBL-UNIT-ID(WS-VEHICLE-COUNT)
                           MOVE VHM-BRAKE-MASS-KG
                               TO VHM-TBL-BRAKE-MASS-KG
                                   (WS-VEHICLE-COUNT)
                           MOVE VHM-SPECIFIC-HEAT
                               TO VHM-TBL-SPECIFIC-HEAT
                                   (WS-VEHICLE-COUNT)
                           MOVE VHM-WEIGHT-KG
                               TO VHM-TBL-WEIGHT-KG
                                   (WS-VEHICLE-COUNT)
               IF UNIT-IS-ASSIGNABLE AND DRIVER-IS-QUALIFIED
                   PERFORM CHECK-HOURS-OF-SERVICE
               END-IF
               IF UNIT-IS-ASSIGNABLE AND DRIVER-IS-QUALIFIED
                   PERFORM CHECK-BRAKE-PROJECTION
               END-IF
               IF UNIT-IS-ASSIGNABLE AND DRIVER-IS-QUALIFIED
                   ADD 1 TO WS-ASSIGNED-COUNT
                   MOVE WS-RUN-DATE TO DAS-ASSIGN-DATE
                   MOVE WS-ASSIGNED-DRIVER-NAME TO DAS-DRIVER-NAME
                   MOVE DAT-UNIT-ID TO DAS-UNIT-ID
                   MOVE DAT-ROUTE-ID TO DAS-ROUTE-ID
                   MOVE WS-BRAKE-OVERRIDE-BY TO DAS-BRAKE-OVERRIDE-BY
                   WRITE DRIVER-ASSIGNMENT-RECORD
                   PERFORM WRITE-SCHEDULE-RECORD
                   PERFORM WRITE-DISPATCH-SHEET-LINE
           MOVE WS-GROSS-WEIGHT-KG TO DSP-GROSS-WEIGHT-KG
           WRITE DISPATCH-SCHEDULE-RECORD.

      *---------------------------------------------------------------
      * Projects the assigned unit's brake temperature over its route
      * at today's laden weight, from the cold start tonight's
      * schedule gives BRAKES, and refuses the assignment when the
      * rise or the peak would be over the safe limit - or when the
      * route cannot be projected at all - unless the transaction
      * names a supervisor whose override stands. A refusal is
      * printed on the dispatch sheet; an override rides on the
      * sheet line and the assignment record, and is logged.

       CHECK-BRAKE-PROJECTION.
           MOVE SPACES TO WS-BRAKE-OVERRIDE-BY
           PERFORM COMPUTE-UNIT-GROSS-WEIGHT
           MOVE DAT-ROUTE-ID TO BPJ-ROUTE-ID
           MOVE VHM-TBL-BRAKE-MASS-KG(VEHICLE-IDX)
               TO BPJ-BRAKE-MASS-KG
           MOVE VHM-TBL-SPECIFIC-HEAT(VEHICLE-IDX)
               TO BPJ-SPECIFIC-HEAT
           MOVE WS-GROSS-WEIGHT-KG TO BPJ-GROSS-WEIGHT-KG
           MOVE 0 TO BPJ-START-TEMP-CELSIUS
           CALL 'BRKPROJ' USING BRAKE-PROJECTION-PARMS
           END-CALL
           IF BPJ-DEFAULT-BRAKES-USED
               DISPLAY 'DISPATCH: unit ' DAT-UNIT-ID ' brake '
                   'specifications implausible - projected with '
                   'default brakes'
           END-IF
           IF NOT BPJ-RUN-IS-SAFE
               MOVE BPJ-PEAK-TEMP-CELSIUS TO RPT-TEMP-EDITED
               EVALUATE TRUE
                   WHEN BPJ-ROUTE-NOT-FOUND
                       MOVE 'ROUTE NOT ON ROUTE FILE - NOT PROJECTED'
                           TO WS-BRAKE-REFUSAL-REASON
                   WHEN BPJ-ROUTE-TABLE-FULL
                       MOVE 'ROUTE FILE OVER CAPACITY - NOT PROJECTED'
                           TO WS-BRAKE-REFUSAL-REASON
                   WHEN OTHER
                       MOVE SPACES TO WS-BRAKE-REFUSAL-REASON
                       STRING 'PROJECTED BRAKE PEAK ' RPT-TEMP-EDITED
                           ' C OVER SAFE LIMIT'
                           DELIMITED BY SIZE
                           INTO WS-BRAKE-REFUSAL-REASON
               END-EVALUATE
               MOVE 'N' TO WS-BRAKE-OVERRIDE-OK-FLAG
               IF DAT-BRAKE-OVERRIDE-BY NOT = SPACES
                   PERFORM CHECK-BRAKE-OVERRIDE-AUTHORITY
               END-IF
               IF BRAKE-OVERRIDE-ACCEPTED
                   ADD 1 TO WS-BRAKE-OVERRIDE-COUNT
                   MOVE DAT-BRAKE-OVERRIDE-BY TO WS-BRAKE-OVERRIDE-BY
                   DISPLAY 'DISPATCH: unit ' DAT-UNIT-ID ' route '
                       DAT-ROUTE-ID ' - '
                       WS-BRAKE-REFUSAL-REASON
                       ' - overridden by ' DAT-BRAKE-OVERRIDE-BY
                   MOVE 'CHECK-BRAKE-PROJECTION'
                       TO WS-ERR-PARAGRAPH-NAME
                   MOVE 'brake projection over safe limit - overridden'
                       TO WS-ERR-DESCRIPTION
                   MOVE SPACES TO WS-ERR-OFFENDING-DATA
                   STRING DAT-UNIT-ID ' ' DAT-ROUTE-ID ' '
                       DAT-BRAKE-OVERRIDE-BY
                       DELIMITED BY SIZE INTO WS-ERR-OFFENDING-DATA
                   PERFORM LOG-DISPATCH-NOTICE
               ELSE
                   MOVE 'N' TO WS-UNIT-OK-FLAG
                   ADD 1 TO WS-BRAKE-REFUSED-COUNT
                   DISPLAY 'DISPATCH: unit ' DAT-UNIT-ID ' route '
                       DAT-ROUTE-ID ' - '
                       WS-BRAKE-REFUSAL-REASON
                       ' - assignment refused'
                   PERFORM WRITE-BRAKE-REFUSAL-LINE
                   MOVE 'CHECK-BRAKE-PROJECTION'
                       TO WS-ERR-PARAGRAPH-NAME
                   MOVE 'brake projection over safe limit - refused'
                       TO WS-ERR-DESCRIPTION
                   MOVE SPACES TO WS-ERR-OFFENDING-DATA
                   STRING DAT-UNIT-ID ' ' DAT-ROUTE-ID ' '
                       RPT-TEMP-EDITED
                       DELIMITED BY SIZE INTO WS-ERR-OFFENDING-DATA
                   PERFORM LOG-DISPATCH-ERROR
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Decides whether the supervisor named on the transaction may
      * override the brake projection. The driver being dispatched
      * can never sign off their own run; anyone else must hold the
      * BRKOVRD authority, asked of AUTHCHK as an approval of the
      * driver's assignment. A refused override leaves the
      * assignment refused.

       CHECK-BRAKE-OVERRIDE-AUTHORITY.
           IF DAT-BRAKE-OVERRIDE-BY = DAT-EMPLOYEE-ID
               DISPLAY 'DISPATCH: unit ' DAT-UNIT-ID ' route '
                   DAT-ROUTE-ID ' - override by the driver being '
                   'dispatched refused'
               MOVE 'CHECK-BRAKE-OVERRIDE-AUTHORITY'
                   TO WS-ERR-PARAGRAPH-NAME
               MOVE 'brake override by the driver being dispatched'
                   TO WS-ERR-DESCRIPTION
               MOVE SPACES TO WS-ERR-OFFENDING-DATA
               STRING DAT-UNIT-ID ' ' DAT-ROUTE-ID ' '
                   DAT-BRAKE-OVERRIDE-BY
                   DELIMITED BY SIZE INTO WS-ERR-OFFENDING-DATA
               PERFORM LOG-DISPATCH-NOTICE
           ELSE
               MOVE WS-ERR-PROGRAM-NAME TO ACK-PROGRAM-NAME
               MOVE DAT-BRAKE-OVERRIDE-BY TO ACK-USER-ID
               MOVE 'BRKOVRD' TO ACK-FUNCTION-CODE
               SET ACK-IS-APPROVAL TO TRUE
               MOVE DAT-EMPLOYEE-ID TO ACK-ENTERED-BY
               MOVE 0 TO ACK-AMOUNT
               MOVE SPACES TO ACK-SUBJECT
               STRING DAT-UNIT-ID ' ' DAT-ROUTE-ID
                   DELIMITED BY SIZE INTO ACK-SUBJECT
               CALL 'AUTHCHK' USING AUTHORITY-CHECK-AREA
               END-CALL
               IF ACK-AUTHORITY-GRANTED
                   SET BRAKE-OVERRIDE-ACCEPTED TO TRUE
               ELSE
                   DISPLAY 'DISPATCH: unit ' DAT-UNIT-ID ' route '
                       DAT-ROUTE-ID ' - override by '
                       DAT-BRAKE-OVERRIDE-BY ' refused - '
                       ACK-REFUSAL-REASON
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Writes the dispatch-sheet line for an assignment the brake
      * projection refused, so the dispatcher sees why the truck did
      * not go out.

       WRITE-BRAKE-REFUSAL-LINE.
           MOVE SPACES TO DISPATCH-SHEET-LINE
           MOVE DAT-EMPLOYEE-ID TO DISPATCH-SHEET-LINE(1:6)
           MOVE WS-ASSIGNED-DRIVER-NAME(1:30)
               TO DISPATCH-SHEET-LINE(9:30)
           MOVE DAT-UNIT-ID TO DISPATCH-SHEET-LINE(41:6)
           MOVE DAT-ROUTE-ID TO DISPATCH-SHEET-LINE(49:8)
           STRING '*** REFUSED - ' WS-BRAKE-REFUSAL-REASON
               DELIMITED BY SIZE INTO DISPATCH-SHEET-LINE(60:)
           WRITE DISPATCH-SHEET-LINE.

      *---------------------------------------------------------------
      * Enforces the driver's qualification picture against the
      * assignment: a license class on file, an unexpired medical
           WRITE HOS-VIOLATIONS-LINE.

      *---------------------------------------------------------------
      * Confirms the unit exists, is in service, and has no lapsed
      * dispatch-blocking PM item. Any failure rejects the assignment
      * loudly.

       CHECK-UNIT-ASSIGNABLE.
           MOVE 'N' TO WS-UNIT-OK-FLAG
               WHEN VHM-TBL-UNIT-ID(VEHICLE-IDX) = DAT-UNIT-ID
                   IF VHM-TBL-IN-SERVICE(VEHICLE-IDX)
                       SET UNIT-IS-ASSIGNABLE TO TRUE
                       PERFORM CHECK-UNIT-PM-LAPSED
                   ELSE
                       DISPLAY 'DISPATCH: unit ' DAT-UNIT-ID ' is '
                           'out of service - assignment rejected'
                   END-IF
           END-SEARCH.

      *---------------------------------------------------------------
      * Refuses the unit when it is on the lapsed-PM table.

       CHECK-UNIT-PM-LAPSED.
           SET LAPSED-UNIT-IDX TO 1
           SEARCH LAPSED-UNIT-ENTRY
               AT END
                   CONTINUE
               WHEN LPU-UNIT-ID(LAPSED-UNIT-IDX) = DAT-UNIT-ID
                   MOVE 'N' TO WS-UNIT-OK-FLAG
                   DISPLAY 'DISPATCH: unit ' DAT-UNIT-ID ' '
                       LPU-DESCRIPTION(LAPSED-UNIT-IDX)
                       ' has lapsed - assignment rejected'
                   MOVE 'CHECK-UNIT-PM-LAPSED'
                       TO WS-ERR-PARAGRAPH-NAME
                   MOVE 'assignment for unit with lapsed inspection'
                       TO WS-ERR-DESCRIPTION
                   MOVE DAT-UNIT-ID TO WS-ERR-OFFENDING-DATA
                   PERFORM LOG-DISPATCH-ERROR
           END-SEARCH.

      *---------------------------------------------------------------
      * Loads the units whose dispatch-blocking PM items are past
      * their day interval as of today - or were never done - the
      * same test PMSCHED flags them with. A site that has not set
      * up a PM schedule yet has no file, and no unit is blocked.

       LOAD-LAPSED-PM-UNITS.
           OPEN INPUT PM-SCHEDULE-FILE
           IF WS-PM-SCHEDULE-STATUS NOT = '00'
               SET END-OF-PM-SCHEDULE-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-PM-SCHEDULE-FILE
               READ PM-SCHEDULE-FILE
                   AT END
                       SET END-OF-PM-SCHEDULE-FILE TO TRUE
                   NOT AT END
                       IF PMS-BLOCKS-DISPATCH
                           AND PMS-DAY-INTERVAL > 0
                           PERFORM CHECK-ONE-PM-ITEM-LAPSED
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PM-SCHEDULE-STATUS = '00' OR '10'
               CLOSE PM-SCHEDULE-FILE
           END-IF.

      *---------------------------------------------------------------
      * Adds the PM item just read to the lapsed-unit table when its
      * day interval has run out. One lapsed item more than the
      * table holds stops the load and marks it over capacity.

       CHECK-ONE-PM-ITEM-LAPSED.
           MOVE 'N' TO WS-LAPSED-ITEM-FLAG
           IF PMS-LAST-SERVICE-DATE = SPACES
               SET PM-ITEM-HAS-LAPSED TO TRUE
           ELSE
               MOVE PMS-LAST-SERVICE-DATE TO WS-DATE-NUMERIC
               COMPUTE WS-PM-LAST-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC)
               IF WS-RUN-DATE-INTEGER - WS-PM-LAST-DATE-INTEGER
                       > PMS-DAY-INTERVAL
                   SET PM-ITEM-HAS-LAPSED TO TRUE
               END-IF
           END-IF
           IF PM-ITEM-HAS-LAPSED
               IF WS-LAPSED-UNIT-COUNT = 200
                   SET LAPSED-TABLE-OVER-CAPACITY TO TRUE
                   SET END-OF-PM-SCHEDULE-FILE TO TRUE
               ELSE
                   ADD 1 TO WS-LAPSED-UNIT-COUNT
                   MOVE PMS-UNIT-ID
                       TO LPU-UNIT-ID(WS-LAPSED-UNIT-COUNT)
                   MOVE PMS-DESCRIPTION
                       TO LPU-DESCRIPTION(WS-LAPSED-UNIT-COUNT)
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Writes the heading block of the daily dispatch sheet.

           WRITE DISPATCH-SHEET-LINE
           MOVE SPACES TO DISPATCH-SHEET-LINE
           STRING 'EMP ID  DRIVER                          '
               'UNIT    ROUTE      HRS LEFT   PEAK C  BRAKES'
               DELIMITED BY SIZE INTO DISPATCH-SHEET-LINE
           WRITE DISPATCH-SHEET-LINE.

      *---------------------------------------------------------------
           MOVE DAT-ROUTE-ID TO DISPATCH-SHEET-LINE(49:8)
           MOVE WS-REMAINING-HOURS TO RPT-HOURS-EDITED
           MOVE RPT-HOURS-EDITED TO DISPATCH-SHEET-LINE(60:7)
           MOVE BPJ-PEAK-TEMP-CELSIUS TO RPT-TEMP-EDITED
           MOVE RPT-TEMP-EDITED TO DISPATCH-SHEET-LINE(69:8)
           IF WS-BRAKE-OVERRIDE-BY NOT = SPACES
               STRING 'OVERRIDE BY ' WS-BRAKE-OVERRIDE-BY
                   DELIMITED BY SIZE INTO DISPATCH-SHEET-LINE(79:)
           ELSE
               MOVE 'OK' TO DISPATCH-SHEET-LINE(79:2)
           END-IF
           WRITE DISPATCH-SHEET-LINE.

      *---------------------------------------------------------------
           MOVE WS-REJECTED-COUNT TO RPT-COUNT-EDITED
           STRING '   REJECTED: ' RPT-COUNT-EDITED DELIMITED BY SIZE
               INTO DISPATCH-SHEET-LINE(23:)
           WRITE DISPATCH-SHEET-LINE
           MOVE SPACES TO DISPATCH-SHEET-LINE
           MOVE WS-BRAKE-REFUSED-COUNT TO RPT-COUNT-EDITED
           STRING 'REFUSED ON BRAKE PROJECTION: ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO DISPATCH-SHEET-LINE
           MOVE WS-BRAKE-OVERRIDE-COUNT TO RPT-COUNT-EDITED
           STRING '   SUPERVISOR OVERRIDES: ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO DISPATCH-SHEET-LINE(34:)
           WRITE DISPATCH-SHEET-LINE.
