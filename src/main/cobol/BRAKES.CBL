      * planned unit/route run is modeled in one batch pass and the
      * fleet summary report lists each unit's predicted temperature
      * with its warnings; an empty schedule falls back to the
      * single-run BRAKE-RUN-CONTROL or operator prompts. The heat
      * and cooling model itself is the shared BRKPROJ routine, the
      * one DISPATCH and BRKLIMIT judge runs with, so tonight's
      * warnings and the dispatch-time check can never disagree;
      * BRKPROJ hands back the walk segment by segment for the
      * profile report.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DATE2.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEHICLE-MASTER-FILE ASSIGN TO "VEHICLE-MASTER-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BRAKE-LOG-FILE ASSIGN TO "BRAKE-LOG-FILE"

       DATA DIVISION.
       FILE SECTION.
       FD  VEHICLE-MASTER-FILE.
       COPY VEHMAST.

           05  sh                          COMP-2.
      * Weight of the truck in KG
           05  w                COMP-2.

       01  DEFAULT-VEHICLE-VALUES.
      * Used when WS-UNIT-ID is not found on VEHICLE-MASTER-FILE.
           05  DEFAULT-BRAKE-MASS-KG       COMP-2 VALUE 100.
           05  DEFAULT-SPECIFIC-HEAT       COMP-2 VALUE 800.
           05  DEFAULT-WEIGHT-KG           COMP-2 VALUE 10000.

       01  ROUTE-CONTROL.
           05  WS-TEMP-WARNING-FLAG        PIC X VALUE 'N'.
               88  TEMP-RISE-EXCEEDS-SAFE-LIMIT  VALUE 'Y'.
           05  WS-ABSOLUTE-TEMP-WARNING-FLAG PIC X VALUE 'N'.
           05  WS-VEHICLE-TABLE-COUNT      PIC S9(05) VALUE 0.
           05  WS-RUN-DATE                 PIC X(08).
           05  WS-RUN-TIME                 PIC X(08).
      * The run's actual laden weight from the dispatch schedule;
      * zero means no load figure was supplied and the unit's static
      * master weight applies. What was used is echoed to the log.
           05  WS-CONTROL-RECORD-COUNT     PIC 9(07) VALUE 0.
           05  WS-RUN-PARMS-SUPPLIED-FLAG  PIC X VALUE 'N'.
               88  BRAKE-RUN-PARMS-SUPPLIED    VALUE 'Y'.
           05  WS-TRACE-INDEX              PIC S9(04).
      * What the fleet summary prints in place of the temperatures
      * for a run that could not be modeled.
           05  WS-RUN-ERROR-TEXT           PIC X(50).
           05  WS-SCHEDULE-EOF-FLAG        PIC X VALUE 'N'.
               88  END-OF-SCHEDULE-FILE        VALUE 'Y'.
           05  WS-SCHEDULE-COUNT           PIC S9(04) VALUE 0.
                   88  VHM-TBL-OUT-OF-SERVICE   VALUE -1.

       01  CALCULATED-VALUES.
      * Temperature change formatted for display
           05  deltaT-Celsius-Formatted PIC Z,ZZ9.99.
           05  ABSOLUTE-TEMP-FORMATTED     PIC Z,ZZ9.99-.

       01  DISPATCH-SCHEDULE-TABLE.
           05  SCHEDULE-ENTRY OCCURS 1 TO 100 TIMES
               10  DSP-TBL-START-TEMP       PIC S9(03)V9(02).
               10  DSP-TBL-GROSS-WEIGHT     PIC 9(06).

      * Parameter block for the shared BRKPROJ routine. What comes
      * back is the running brake temperature carried segment by
      * segment along the route: heating on descents, cooling toward
      * ambient on flats and climbs. The peak, not the end-of-route
      * number, is what dispatch needs - a route can recover after
      * its worst drop and still have cooked the brakes in the
      * middle.
       COPY BRKPARM.

       PROCEDURE DIVISION.


      *---------------------------------------------------------------
      * Models one unit's run over one route: looks the unit up,
      * has BRKPROJ walk the route for the temperature rise and
      * peak, prints the profile, raises the safety warnings,
      * appends the brake-log record, and adds the run to the fleet
      * summary. A route not on file, or a route file too big for
      * BRKPROJ to hold, abandons just this run with an error, not
      * silence - the rest of tonight's schedule still runs.

       PROCESS-ONE-RUN.
           MOVE 'N' TO WS-TEMP-WARNING-FLAG
               MOVE WS-RUN-GROSS-WEIGHT TO w
           END-IF
           MOVE w TO WS-WEIGHT-FOR-LOG
           PERFORM PROJECT-BRAKE-TEMPERATURE
           PERFORM WRITE-PROFILE-RUN-HEADER
           PERFORM WRITE-PROFILE-SEGMENT-LINE
               VARYING WS-TRACE-INDEX FROM 1 BY 1
                   UNTIL WS-TRACE-INDEX > BPJ-TRACE-COUNT
           EVALUATE TRUE
               WHEN BPJ-ROUTE-TABLE-FULL
                   DISPLAY '*** ERROR: ROUTE-FILE exceeds the brake '
                       'projection route table - run for unit '
                       WS-UNIT-ID ' abandoned ***'
                   MOVE 'PROCESS-ONE-RUN' TO WS-ERR-PARAGRAPH-NAME
                   MOVE 'route file exceeds projection table capacity'
                       TO WS-ERR-DESCRIPTION
                   MOVE WS-ROUTE-ID TO WS-ERR-OFFENDING-DATA
                   PERFORM LOG-BRAKES-ERROR
                   MOVE '   *** ROUTE TABLE FULL - NOT MODELED ***'
                       TO PROFILE-REPORT-LINE
                   WRITE PROFILE-REPORT-LINE
                   MOVE '*** ROUTE TABLE FULL - RUN NOT MODELED ***'
                       TO WS-RUN-ERROR-TEXT
                   PERFORM WRITE-FLEET-SUMMARY-ERROR-LINE
               WHEN BPJ-ROUTE-NOT-FOUND
                   DISPLAY '*** ERROR: route ' WS-ROUTE-ID ' is not on '
                       'ROUTE-FILE - run for unit ' WS-UNIT-ID
                       ' abandoned ***'
                   MOVE 'PROCESS-ONE-RUN' TO WS-ERR-PARAGRAPH-NAME
                   MOVE 'route ID not on route master'
                       TO WS-ERR-DESCRIPTION
                   MOVE WS-ROUTE-ID TO WS-ERR-OFFENDING-DATA
                   PERFORM LOG-BRAKES-ERROR
                   MOVE '   *** ROUTE NOT ON FILE - NOT MODELED ***'
                       TO PROFILE-REPORT-LINE
                   WRITE PROFILE-REPORT-LINE
                   MOVE '*** ROUTE NOT ON FILE - RUN NOT MODELED ***'
                       TO WS-RUN-ERROR-TEXT
                   PERFORM WRITE-FLEET-SUMMARY-ERROR-LINE
               WHEN OTHER
      * The logged and warned-on absolute temperature is the peak
      * reached anywhere along the route, not the end-of-route
      * number - the brakes were that hot, even if they cooled off
      * before the yard.
                   MOVE BPJ-TEMP-RISE-CELSIUS
                       TO deltaT-Celsius-Formatted
                   DISPLAY 'Unit ' WS-UNIT-ID ' route ' WS-ROUTE-ID
                       ' rise to peak: ' deltaT-Celsius-Formatted
                   MOVE BPJ-PEAK-TEMP-CELSIUS
                       TO ABSOLUTE-TEMP-FORMATTED
                   DISPLAY 'Peak brake temperature: '
                       ABSOLUTE-TEMP-FORMATTED
                   PERFORM WRITE-PROFILE-RUN-FOOTER
                   PERFORM CHECK-SAFE-TEMPERATURE-THRESHOLD
                   PERFORM LOG-BRAKE-RUN
                   PERFORM WRITE-FLEET-SUMMARY-RUN-LINE
           END-EVALUATE.

      *---------------------------------------------------------------
      * Hands the run to BRKPROJ: the route, the unit's brake
      * specifications, the weight and the starting temperature go
      * in; the rise, peak, end temperature and segment-by-segment
      * walk come back. Every route segment walked counts toward the
      * control total.

       PROJECT-BRAKE-TEMPERATURE.
           MOVE WS-ROUTE-ID TO BPJ-ROUTE-ID
           MOVE m TO BPJ-BRAKE-MASS-KG
           MOVE sh TO BPJ-SPECIFIC-HEAT
           MOVE w TO BPJ-GROSS-WEIGHT-KG
           MOVE WS-START-TEMP-CELSIUS TO BPJ-START-TEMP-CELSIUS
           CALL 'BRKPROJ' USING BRAKE-PROJECTION-PARMS
           END-CALL
           PERFORM CHECK-VALID-BRAKE-MASS
           ADD BPJ-TRACE-COUNT TO WS-CONTROL-RECORD-COUNT.

      *---------------------------------------------------------------
      * Loads tonight's planned unit/route runs from DISPATCH-
               DELIMITED BY SIZE INTO FLEET-SUMMARY-LINE
           MOVE WS-START-TEMP-CELSIUS TO ABSOLUTE-TEMP-FORMATTED
           MOVE ABSOLUTE-TEMP-FORMATTED TO FLEET-SUMMARY-LINE(19:9)
           MOVE BPJ-TEMP-RISE-CELSIUS TO ABSOLUTE-TEMP-FORMATTED
           MOVE ABSOLUTE-TEMP-FORMATTED TO FLEET-SUMMARY-LINE(31:9)
           MOVE BPJ-PEAK-TEMP-CELSIUS TO ABSOLUTE-TEMP-FORMATTED
           MOVE ABSOLUTE-TEMP-FORMATTED TO FLEET-SUMMARY-LINE(42:9)
           MOVE BPJ-END-TEMP-CELSIUS TO ABSOLUTE-TEMP-FORMATTED
           MOVE ABSOLUTE-TEMP-FORMATTED TO FLEET-SUMMARY-LINE(55:9)
           IF TEMP-RISE-EXCEEDS-SAFE-LIMIT
               OR ABSOLUTE-TEMP-EXCEEDS-SAFE-LIMIT
      *---------------------------------------------------------------
      * Writes a fleet-summary line for a scheduled run that could
      * not be modeled, so dispatch sees the gap instead of assuming
      * the unit was checked. WS-RUN-ERROR-TEXT says why.

       WRITE-FLEET-SUMMARY-ERROR-LINE.
           MOVE SPACES TO FLEET-SUMMARY-LINE
           STRING WS-UNIT-ID '  ' WS-ROUTE-ID '  ' WS-RUN-ERROR-TEXT
               DELIMITED BY SIZE INTO FLEET-SUMMARY-LINE
           WRITE FLEET-SUMMARY-LINE.

           END-IF.

      *---------------------------------------------------------------
      * Warns when BRKPROJ found the unit's mass times specific heat
      * zero or below a reasonable minimum: a vehicle master record
      * with a missing, zero, or garbage-but-nonzero brake mass or
      * specific heat would otherwise either abend the divide or blow
      * the temperature up to a meaningless spike, so the default
      * brake specifications were modeled instead and the run still
      * completes - but the master record needs fixing.

       CHECK-VALID-BRAKE-MASS.
           IF BPJ-DEFAULT-BRAKES-USED
               DISPLAY '*** WARNING: brake mass x specific heat is '
                   'below the minimum plausible value for unit '
                   WS-UNIT-ID
                   TO WS-ERR-DESCRIPTION
               MOVE WS-UNIT-ID TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-BRAKES-ERROR
           END-IF.

      *---------------------------------------------------------------
      * Raises a clearly flagged WARNING when BRKPROJ found the
      * temperature rise or the peak over its safe maximum, instead
      * of leaving a dispatcher to interpret a bare number.

       CHECK-SAFE-TEMPERATURE-THRESHOLD.
           IF BPJ-RISE-OVER-LIMIT
               SET TEMP-RISE-EXCEEDS-SAFE-LIMIT TO TRUE
               DISPLAY '*** WARNING: brake temperature rise '
                   deltaT-Celsius-Formatted
                   ' exceeds the safe limit ***'
               MOVE 'CHECK-SAFE-TEMPERATURE-THRESHOLD'
                   TO WS-ERR-PARAGRAPH-NAME
               MOVE 'brake temperature rise exceeds safe limit'
               MOVE WS-UNIT-ID TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-BRAKES-ERROR
           END-IF
           IF BPJ-PEAK-OVER-LIMIT
               SET ABSOLUTE-TEMP-EXCEEDS-SAFE-LIMIT TO TRUE
               MOVE BPJ-PEAK-TEMP-CELSIUS TO ABSOLUTE-TEMP-FORMATTED
               DISPLAY '*** WARNING: absolute brake temperature '
                   ABSOLUTE-TEMP-FORMATTED
                   ' exceeds the safe limit ***'
               MOVE 'CHECK-SAFE-TEMPERATURE-THRESHOLD'
                   TO WS-ERR-PARAGRAPH-NAME
               MOVE 'absolute brake temperature exceeds safe limit'
               MOVE WS-RUN-DATE TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-BRAKES-ERROR
           END-IF
           OPEN EXTEND BRAKE-LOG-FILE
           MOVE WS-UNIT-ID TO BLG-UNIT-ID
           MOVE WS-ROUTE-ID TO BLG-ROUTE-ID
           MOVE WS-RUN-DATE TO BLG-RUN-DATE
           MOVE WS-RUN-TIME TO BLG-RUN-TIME
           MOVE BPJ-ROUTE-MGH TO BLG-MGH
           MOVE WS-START-TEMP-CELSIUS TO BLG-START-TEMP-CELSIUS
           MOVE BPJ-TEMP-RISE-CELSIUS TO BLG-DELTA-T-CELSIUS
           MOVE BPJ-PEAK-TEMP-CELSIUS TO BLG-ABSOLUTE-TEMP-CELSIUS
           IF TEMP-RISE-EXCEEDS-SAFE-LIMIT
               OR ABSOLUTE-TEMP-EXCEEDS-SAFE-LIMIT
               MOVE 'Y' TO BLG-WARNING-FLAG
                   END-IF
           END-SEARCH.

      *---------------------------------------------------------------
      * Writes the heading block for one run's temperature profile.

           WRITE PROFILE-REPORT-LINE.

      *---------------------------------------------------------------
      * Writes one profile line for the segment at WS-TRACE-INDEX of
      * BRKPROJ's walk: the segment's geometry, the temperature change
      * it caused, and the running brake temperature leaving it, so
      * dispatch can see where along the route the brakes were
      * hottest.

       WRITE-PROFILE-SEGMENT-LINE.
           MOVE SPACES TO PROFILE-REPORT-LINE
           MOVE BPJ-TRC-SEGMENT-NUMBER(WS-TRACE-INDEX)
               TO PROFILE-SEGMENT-FORMATTED
           MOVE PROFILE-SEGMENT-FORMATTED TO PROFILE-REPORT-LINE(1:3)
           MOVE BPJ-TRC-GRADE-PERCENT(WS-TRACE-INDEX)
               TO PROFILE-GRADE-FORMATTED
           MOVE PROFILE-GRADE-FORMATTED TO PROFILE-REPORT-LINE(6:6)
           MOVE BPJ-TRC-LENGTH-METERS(WS-TRACE-INDEX)
               TO PROFILE-LENGTH-FORMATTED
           MOVE PROFILE-LENGTH-FORMATTED TO PROFILE-REPORT-LINE(17:7)
           MOVE BPJ-TRC-ELEVATION-CHANGE(WS-TRACE-INDEX)
               TO PROFILE-ELEVATION-FORMATTED
           MOVE PROFILE-ELEVATION-FORMATTED
               TO PROFILE-REPORT-LINE(27:7)
           MOVE BPJ-TRC-DELTA-T-CELSIUS(WS-TRACE-INDEX)
               TO ABSOLUTE-TEMP-FORMATTED
           MOVE ABSOLUTE-TEMP-FORMATTED TO PROFILE-REPORT-LINE(39:9)
           MOVE BPJ-TRC-TEMP-CELSIUS(WS-TRACE-INDEX)
               TO ABSOLUTE-TEMP-FORMATTED
           MOVE ABSOLUTE-TEMP-FORMATTED TO PROFILE-REPORT-LINE(56:9)
           WRITE PROFILE-REPORT-LINE.

      * dispatch acts on.

       WRITE-PROFILE-RUN-FOOTER.
           MOVE BPJ-PEAK-TEMP-CELSIUS TO ABSOLUTE-TEMP-FORMATTED
           MOVE BPJ-PEAK-SEGMENT-NUMBER TO PROFILE-SEGMENT-FORMATTED
           MOVE SPACES TO PROFILE-REPORT-LINE
           STRING 'PEAK BRAKE TEMPERATURE ' ABSOLUTE-TEMP-FORMATTED
               ' AT SEGMENT ' PROFILE-SEGMENT-FORMATTED
               DELIMITED BY SIZE INTO PROFILE-REPORT-LINE
           WRITE PROFILE-REPORT-LINE
           MOVE BPJ-END-TEMP-CELSIUS TO ABSOLUTE-TEMP-FORMATTED
           MOVE SPACES TO PROFILE-REPORT-LINE
           STRING 'END-OF-ROUTE TEMPERATURE ' ABSOLUTE-TEMP-FORMATTED
               DELIMITED BY SIZE INTO PROFILE-REPORT-LINE
           MOVE 'BRAKES' TO CTL-PROGRAM-NAME
           MOVE WS-CONTROL-RECORD-COUNT TO CTL-RECORD-COUNT
           MOVE 0 TO CTL-HASH-TOTAL
           MOVE 0 TO CTL-AMOUNT-TOTAL
           MOVE WS-RUN-DATE TO CTL-RUN-DATE
           MOVE WS-RUN-TIME TO CTL-RUN-TIME
           WRITE CONTROL-TOTAL-RECORD
