      * unit to service; then each unit's BLG-MGH heat load is
      * accumulated from BRAKE-LOG-FILE runs since its last service,
      * and a unit that crosses the inspection threshold (and has no
      * open brake inspection order already) gets a new work order
      * and a status transaction pulling it out of service until the
      * shop signs the order off. The same sign-offs clear the defect
      * repair orders HELLO opens from driver inspections. A unit is
      * only queued out of service when no open order already holds
      * it there, and only queued back in when the last order holding
      * it is signed off. VEHSTAT applies the queued transactions on
      * its next run.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MAINTSCH.
           05  WS-APCLEAR-ACCOUNT       PIC X(08) VALUE '99999999'.
           05  WS-CLOSED-ORDER-COST     PIC S9(07)V99.
           05  WORKING-INDEX            PIC S9(04).
           05  WS-HOLD-INDEX            PIC S9(04).
           05  WS-HOLD-UNIT-ID          PIC X(06).
           05  WS-UNIT-HELD-FLAG        PIC X.
               88  UNIT-IS-HELD-OUT         VALUE 'Y'.
      * External name handed to the shared GENBKUP routine before a
      * master is rewritten in place.
           05  WS-BACKUP-FILE-NAME      PIC X(40).
               10  WKO-TBL-CLOSE-DATE   PIC X(08).
               10  WKO-TBL-PARTS-COST   PIC S9(07)V99.
               10  WKO-TBL-LABOR-COST   PIC S9(07)V99.
               10  WKO-TBL-ORDER-TYPE   PIC X.
                   88  WKO-TBL-BRAKE-INSPECTION VALUES 'B' ' '.
               10  WKO-TBL-HOLD-FLAG    PIC X.
                   88  WKO-TBL-HOLDS-UNIT-OUT   VALUES 'Y' ' '.
               10  WKO-TBL-DEFECT-CODE  PIC X(04).
               10  WKO-TBL-REPORTED-BY  PIC X(06).

      * One entry per unit on the vehicle master, carrying the heat
      * accumulated since its last recorded service.
                               TO WKO-TBL-PARTS-COST(WS-ORDER-COUNT)
                           MOVE WKO-LABOR-COST
                               TO WKO-TBL-LABOR-COST(WS-ORDER-COUNT)
                           MOVE WKO-ORDER-TYPE
                               TO WKO-TBL-ORDER-TYPE(WS-ORDER-COUNT)
                           MOVE WKO-OUT-OF-SERVICE-HOLD
                               TO WKO-TBL-HOLD-FLAG(WS-ORDER-COUNT)
                           MOVE WKO-DEFECT-CODE
                               TO WKO-TBL-DEFECT-CODE(WS-ORDER-COUNT)
                           MOVE WKO-REPORTED-BY
                               TO WKO-TBL-REPORTED-BY(WS-ORDER-COUNT)
                           IF WKO-WORK-ORDER-NUMBER
                                   > WS-NEXT-ORDER-NUMBER
                               MOVE WKO-WORK-ORDER-NUMBER
           END-SEARCH.

      *---------------------------------------------------------------
      * Applies the shop's sign-offs: each one closes its work order
      * (for a defect repair, clearing the defect); a brake
      * inspection also records today as the unit's last service
      * date. When the order was holding the unit out of service and
      * no other open order still is, a status transaction returning
      * the unit to service is queued. A sign-off for no open work
      * order is reported and logged.

       APPLY-SIGNOFFS.
           OPEN INPUT WORK-ORDER-SIGNOFF-FILE
                   SET WKO-TBL-CLOSED(ORDER-IDX) TO TRUE
                   MOVE WS-RUN-DATE TO WKO-TBL-CLOSE-DATE(ORDER-IDX)
                   ADD 1 TO WS-ORDERS-CLOSED
                   IF WKO-TBL-BRAKE-INSPECTION(ORDER-IDX)
                       PERFORM RECORD-SERVICE-COMPLETED
                   END-IF
                   PERFORM POST-CLOSED-ORDER-COST
                   IF WKO-TBL-HOLDS-UNIT-OUT(ORDER-IDX)
                       MOVE WKO-TBL-UNIT-ID(ORDER-IDX)
                           TO WS-HOLD-UNIT-ID
                       PERFORM CHECK-UNIT-HELD-OUT
                       IF NOT UNIT-IS-HELD-OUT
                           MOVE WKO-TBL-UNIT-ID(ORDER-IDX)
                               TO VST-UNIT-ID
                           MOVE SGN-USER-ID TO VST-USER-ID
                           WRITE VEHICLE-STATUS-TRANS-RECORD
                       END-IF
                   END-IF
           END-SEARCH
           IF NOT ENTRY-WAS-FOUND
               DISPLAY 'MAINTSCH: sign-off for work order '

      *---------------------------------------------------------------
      * Sets the found flag when the unit WORKING-INDEX points at
      * already has an open brake inspection order. An open defect
      * repair does not stand in for the inspection.

       CHECK-FOR-OPEN-ORDER.
           MOVE 'N' TO WS-FOUND-FLAG
               WHEN WKO-TBL-UNIT-ID(ORDER-IDX)
                       = UHT-UNIT-ID(WORKING-INDEX)
                   AND WKO-TBL-OPEN(ORDER-IDX)
                   AND WKO-TBL-BRAKE-INSPECTION(ORDER-IDX)
                   SET ENTRY-WAS-FOUND TO TRUE
           END-SEARCH.

      *---------------------------------------------------------------
      * Sets the held flag when an open order for WS-HOLD-UNIT-ID is
      * holding the unit out of service. The status transaction
      * toggles, so it is only queued when this changes the answer.

       CHECK-UNIT-HELD-OUT.
           MOVE 'N' TO WS-UNIT-HELD-FLAG
           PERFORM VARYING WS-HOLD-INDEX FROM 1 BY 1
                   UNTIL WS-HOLD-INDEX > WS-ORDER-COUNT
               IF WKO-TBL-UNIT-ID(WS-HOLD-INDEX) = WS-HOLD-UNIT-ID
                   AND WKO-TBL-OPEN(WS-HOLD-INDEX)
                   AND WKO-TBL-HOLDS-UNIT-OUT(WS-HOLD-INDEX)
                   SET UNIT-IS-HELD-OUT TO TRUE
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Creates the work order for the unit WORKING-INDEX points at
      * and queues the status transaction pulling it out of service,
      * unless an open defect repair is already holding it out.

       OPEN-ONE-WORK-ORDER.
           IF WS-ORDER-COUNT < 500
               MOVE UHT-UNIT-ID(WORKING-INDEX) TO WS-HOLD-UNIT-ID
               PERFORM CHECK-UNIT-HELD-OUT
               ADD 1 TO WS-NEXT-ORDER-NUMBER
               ADD 1 TO WS-ORDER-COUNT
               ADD 1 TO WS-ORDERS-OPENED
               MOVE SPACES TO WKO-TBL-CLOSE-DATE(WS-ORDER-COUNT)
               MOVE 0 TO WKO-TBL-PARTS-COST(WS-ORDER-COUNT)
               MOVE 0 TO WKO-TBL-LABOR-COST(WS-ORDER-COUNT)
               MOVE 'B' TO WKO-TBL-ORDER-TYPE(WS-ORDER-COUNT)
               MOVE 'Y' TO WKO-TBL-HOLD-FLAG(WS-ORDER-COUNT)
               MOVE SPACES TO WKO-TBL-DEFECT-CODE(WS-ORDER-COUNT)
               MOVE SPACES TO WKO-TBL-REPORTED-BY(WS-ORDER-COUNT)
               IF NOT UNIT-IS-HELD-OUT
                   MOVE UHT-UNIT-ID(WORKING-INDEX) TO VST-UNIT-ID
                   MOVE 'MAINTSCH' TO VST-USER-ID
                   WRITE VEHICLE-STATUS-TRANS-RECORD
               END-IF
               DISPLAY 'MAINTSCH: work order ' WS-NEXT-ORDER-NUMBER
                   ' opened for unit ' UHT-UNIT-ID(WORKING-INDEX)
                   ' - unit held out of service'
           ELSE
               DISPLAY 'MAINTSCH: work-order table is full - unit '
                   UHT-UNIT-ID(WORKING-INDEX) ' not scheduled'
               MOVE WKO-TBL-CLOSE-DATE(ORDER-IDX) TO WKO-CLOSE-DATE
               MOVE WKO-TBL-PARTS-COST(ORDER-IDX) TO WKO-PARTS-COST
               MOVE WKO-TBL-LABOR-COST(ORDER-IDX) TO WKO-LABOR-COST
               MOVE WKO-TBL-ORDER-TYPE(ORDER-IDX) TO WKO-ORDER-TYPE
               MOVE WKO-TBL-HOLD-FLAG(ORDER-IDX)
                   TO WKO-OUT-OF-SERVICE-HOLD
               MOVE WKO-TBL-DEFECT-CODE(ORDER-IDX) TO WKO-DEFECT-CODE
               MOVE WKO-TBL-REPORTED-BY(ORDER-IDX) TO WKO-REPORTED-BY
               WRITE WORK-ORDER-RECORD
           END-PERFORM
           CLOSE WORK-ORDER-FILE.
