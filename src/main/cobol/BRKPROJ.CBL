      *****************************************************************
      * Program name:    BRKPROJ
      * Original author: Dave Nicolette
      *
      * Shared brake temperature projection.
      *
      * Called by BRAKES for tonight's schedule, by DISPATCH at
      * assignment time and by BRKLIMIT for the safe-weight reference
      * report with one BRAKE-PROJECTION-PARMS block: runs the
      * segment heat-load walk and the safe temperature check, so a
      * run that BRAKES would warn on is caught before the truck is
      * dispatched. The walk is handed back segment by segment for
      * BRAKES's temperature profile. ROUTE-FILE is loaded into a
      * table on the first call and kept for the rest of the run,
      * since BRKLIMIT calls here many times per unit and route.
      * Nothing is printed or logged; the caller decides what a
      * result means.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BRKPROJ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROUTE-FILE ASSIGN TO "ROUTE-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ROUTE-FILE.
       COPY ROUTEPRF.

       WORKING-STORAGE SECTION.
      * The limits and physical constants every caller's runs are
      * modeled with.
       01  GIVEN-VALUES.
           05  GRAVITY-M-PER-S2            COMP-2 VALUE 9.8.
      * Brake specifications modeled when a unit's own are not
      * plausible.
           05  DEFAULT-BRAKE-MASS-KG       COMP-2 VALUE 100.
           05  DEFAULT-SPECIFIC-HEAT       COMP-2 VALUE 800.
      * Highest brake temperature rise considered safe for a descent.
      * A computed rise above this value means the brakes are at risk
      * of fade or failure and dispatch needs to know before the next
      * run, not after the fact.
           05  MAX-SAFE-TEMP-RISE-CELSIUS  COMP-2 VALUE 300.0.
      * Highest absolute brake temperature considered safe, regardless
      * of how much of it came from this descent. What matters to
      * dispatch is how close the brakes are to failure temperature,
      * not just how much this run raised them.
           05  MAX-SAFE-ABSOLUTE-TEMP-CELSIUS COMP-2 VALUE 500.0.
      * Ambient air temperature the brakes cool toward across flat
      * and climbing segments. Brakes never cool below ambient.
           05  AMBIENT-TEMP-CELSIUS        COMP-2 VALUE 20.0.
      * Fraction of the brake-to-ambient temperature difference shed
      * per meter of non-descending road: segment cooling is
      * (temp - ambient) x this x segment length, capped so the
      * brakes never model below ambient. Calibrated so roughly a
      * tenth of the excess heat is shed per kilometer of recovery
      * road.
           05  COOLING-FRACTION-PER-METER  COMP-2 VALUE 0.0001.
      * Lowest mass-times-specific-heat product considered plausible
      * for a real truck's brakes. A vehicle master record with a
      * garbage-but-nonzero brake mass or specific heat (a decimal
      * point off, for example) can still divide cleanly and produce
      * a wildly wrong temperature instead of an error, so mc is
      * checked against this floor rather than merely against zero.
           05  MIN-VALID-MC                COMP-2 VALUE 1000.0.

       01  ROUTE-CONTROL.
           05  WS-ROUTE-EOF-FLAG           PIC X VALUE 'N'.
               88  END-OF-ROUTE-FILE           VALUE 'Y'.
           05  WS-ROUTES-LOADED-FLAG       PIC X VALUE 'N'.
               88  ROUTES-ARE-LOADED           VALUE 'Y'.
           05  WS-ROUTE-OVERFLOW-FLAG      PIC X VALUE 'N'.
               88  ROUTE-TABLE-OVERFLOWED      VALUE 'Y'.
           05  WS-SEGMENT-COUNT            PIC S9(05) VALUE 0.
           05  WS-SEGMENT-INDEX            PIC S9(05).
           05  WS-ROUTE-FOUND-FLAG         PIC X.
               88  ROUTE-WAS-FOUND             VALUE 'Y'.

       01  CALCULATED-VALUES.
           05  TRUCK-WEIGHT-KG             COMP-2.
           05  BRAKE-MC                    COMP-2.
           05  SEGMENT-ELEVATION-LOSS      COMP-2.
           05  SEGMENT-MGH                 COMP-2.
           05  SEGMENT-DELTA-T-CELSIUS     COMP-2.
           05  SEGMENT-COOLING-CELSIUS     COMP-2.
           05  RUNNING-TEMP-CELSIUS        COMP-2.
           05  PEAK-TEMP-CELSIUS           COMP-2.
           05  TEMP-RISE-CELSIUS           COMP-2.
           05  ROUTE-MGH                   COMP-2.

      * Every segment on ROUTE-FILE, in file order - the order a
      * route is walked in.
       01  ROUTE-SEGMENT-TABLE.
           05  ROUTE-SEGMENT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-SEGMENT-COUNT.
               10  RST-ROUTE-ID             PIC X(08).
               10  RST-SEGMENT-NUMBER       PIC 9(03).
               10  RST-GRADE-PERCENT        PIC S9(02)V9(01).
               10  RST-LENGTH-METERS        PIC 9(06).
               10  RST-ELEVATION-CHANGE     PIC S9(05).

       LINKAGE SECTION.
       COPY BRKPARM.

       PROCEDURE DIVISION USING BRAKE-PROJECTION-PARMS.

       MAIN-LOGIC.
           IF NOT ROUTES-ARE-LOADED
               PERFORM LOAD-ROUTE-SEGMENTS
           END-IF
           MOVE 'N' TO BPJ-RISE-WARNING-FLAG
                       BPJ-ABSOLUTE-WARNING-FLAG
                       BPJ-DEFAULT-BRAKES-FLAG
           MOVE 0 TO BPJ-PEAK-TEMP-CELSIUS
                     BPJ-TEMP-RISE-CELSIUS
                     BPJ-PEAK-SEGMENT-NUMBER
                     BPJ-END-TEMP-CELSIUS
                     BPJ-ROUTE-MGH
                     BPJ-TRACE-COUNT
           IF ROUTE-TABLE-OVERFLOWED
               SET BPJ-ROUTE-TABLE-FULL TO TRUE
           ELSE
               PERFORM PROJECT-ONE-RUN
           END-IF
           GOBACK.

      *---------------------------------------------------------------
      * Loads ROUTE-FILE into ROUTE-SEGMENT-TABLE once per run.

       LOAD-ROUTE-SEGMENTS.
           OPEN INPUT ROUTE-FILE
           PERFORM UNTIL END-OF-ROUTE-FILE
               READ ROUTE-FILE
                   AT END
                       SET END-OF-ROUTE-FILE TO TRUE
                   NOT AT END
                       IF WS-SEGMENT-COUNT < 2000
                           ADD 1 TO WS-SEGMENT-COUNT
                           MOVE RSG-ROUTE-ID
                               TO RST-ROUTE-ID(WS-SEGMENT-COUNT)
                           MOVE RSG-SEGMENT-NUMBER
                               TO RST-SEGMENT-NUMBER(WS-SEGMENT-COUNT)
                           MOVE RSG-GRADE-PERCENT
                               TO RST-GRADE-PERCENT(WS-SEGMENT-COUNT)
                           MOVE RSG-LENGTH-METERS
                               TO RST-LENGTH-METERS(WS-SEGMENT-COUNT)
                           MOVE RSG-ELEVATION-CHANGE-METERS
                               TO RST-ELEVATION-CHANGE
                                   (WS-SEGMENT-COUNT)
                       ELSE
                           SET ROUTE-TABLE-OVERFLOWED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROUTE-FILE
           SET ROUTES-ARE-LOADED TO TRUE.

      *---------------------------------------------------------------
      * Projects the run described by the parameter block: the brake
      * mass check, the route walk, and the threshold check.

       PROJECT-ONE-RUN.
           MOVE BPJ-GROSS-WEIGHT-KG TO TRUCK-WEIGHT-KG
           COMPUTE BRAKE-MC = BPJ-BRAKE-MASS-KG * BPJ-SPECIFIC-HEAT
           PERFORM CHECK-VALID-BRAKE-MASS
           MOVE BPJ-START-TEMP-CELSIUS TO RUNNING-TEMP-CELSIUS
           MOVE BPJ-START-TEMP-CELSIUS TO PEAK-TEMP-CELSIUS
           MOVE 0 TO ROUTE-MGH
           PERFORM ACCUMULATE-ROUTE-HEAT-LOAD
           IF NOT ROUTE-WAS-FOUND
               SET BPJ-ROUTE-NOT-FOUND TO TRUE
           ELSE
               COMPUTE TEMP-RISE-CELSIUS =
                   PEAK-TEMP-CELSIUS - BPJ-START-TEMP-CELSIUS
               COMPUTE BPJ-PEAK-TEMP-CELSIUS ROUNDED =
                   PEAK-TEMP-CELSIUS
               COMPUTE BPJ-TEMP-RISE-CELSIUS ROUNDED =
                   TEMP-RISE-CELSIUS
               COMPUTE BPJ-END-TEMP-CELSIUS ROUNDED =
                   RUNNING-TEMP-CELSIUS
               COMPUTE BPJ-ROUTE-MGH ROUNDED = ROUTE-MGH
               PERFORM CHECK-SAFE-TEMPERATURE-THRESHOLD
           END-IF.

      *---------------------------------------------------------------
      * Substitutes the default brakes for a unit whose brake mass
      * times specific heat is below the plausible minimum, and says
      * so in the parameter block for the caller to warn on.

       CHECK-VALID-BRAKE-MASS.
           IF BRAKE-MC NOT > MIN-VALID-MC
               SET BPJ-DEFAULT-BRAKES-USED TO TRUE
               COMPUTE BRAKE-MC =
                   DEFAULT-BRAKE-MASS-KG * DEFAULT-SPECIFIC-HEAT
           END-IF.

      *---------------------------------------------------------------
      * Walks BPJ-ROUTE-ID's segments, heating the brakes on each
      * descent and cooling them toward ambient on flats and climbs,
      * keeping the peak.

       ACCUMULATE-ROUTE-HEAT-LOAD.
           MOVE 'N' TO WS-ROUTE-FOUND-FLAG
           PERFORM VARYING WS-SEGMENT-INDEX FROM 1 BY 1
                   UNTIL WS-SEGMENT-INDEX > WS-SEGMENT-COUNT
               IF RST-ROUTE-ID(WS-SEGMENT-INDEX) = BPJ-ROUTE-ID
                   SET ROUTE-WAS-FOUND TO TRUE
                   PERFORM ADD-SEGMENT-HEAT-LOAD
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Advances the running brake temperature across the segment at
      * WS-SEGMENT-INDEX. A descending segment (negative grade or
      * negative elevation change) converts potential energy to brake
      * heat and raises the temperature by its Mgh share over mc; a
      * flat or climbing segment sheds heat toward ambient in
      * proportion to its length, never cooling below ambient.

       ADD-SEGMENT-HEAT-LOAD.
           IF RST-GRADE-PERCENT(WS-SEGMENT-INDEX) < 0
               OR RST-ELEVATION-CHANGE(WS-SEGMENT-INDEX) < 0
               COMPUTE SEGMENT-ELEVATION-LOSS =
                   FUNCTION ABS(RST-ELEVATION-CHANGE(WS-SEGMENT-INDEX))
               COMPUTE SEGMENT-MGH = TRUCK-WEIGHT-KG
                   * GRAVITY-M-PER-S2 * SEGMENT-ELEVATION-LOSS
               COMPUTE ROUTE-MGH = ROUTE-MGH + SEGMENT-MGH
               COMPUTE SEGMENT-DELTA-T-CELSIUS = SEGMENT-MGH / BRAKE-MC
               COMPUTE RUNNING-TEMP-CELSIUS =
                   RUNNING-TEMP-CELSIUS + SEGMENT-DELTA-T-CELSIUS
           ELSE
               IF RUNNING-TEMP-CELSIUS > AMBIENT-TEMP-CELSIUS
                   COMPUTE SEGMENT-COOLING-CELSIUS =
                       (RUNNING-TEMP-CELSIUS - AMBIENT-TEMP-CELSIUS)
                           * COOLING-FRACTION-PER-METER
                           * RST-LENGTH-METERS(WS-SEGMENT-INDEX)
                   IF SEGMENT-COOLING-CELSIUS >
                       RUNNING-TEMP-CELSIUS - AMBIENT-TEMP-CELSIUS
                       COMPUTE SEGMENT-COOLING-CELSIUS =
                           RUNNING-TEMP-CELSIUS - AMBIENT-TEMP-CELSIUS
                   END-IF
               ELSE
                   MOVE 0 TO SEGMENT-COOLING-CELSIUS
               END-IF
               COMPUTE SEGMENT-DELTA-T-CELSIUS =
                   0 - SEGMENT-COOLING-CELSIUS
               COMPUTE RUNNING-TEMP-CELSIUS =
                   RUNNING-TEMP-CELSIUS + SEGMENT-DELTA-T-CELSIUS
           END-IF
           IF RUNNING-TEMP-CELSIUS > PEAK-TEMP-CELSIUS
               MOVE RUNNING-TEMP-CELSIUS TO PEAK-TEMP-CELSIUS
               MOVE RST-SEGMENT-NUMBER(WS-SEGMENT-INDEX)
                   TO BPJ-PEAK-SEGMENT-NUMBER
           END-IF
           PERFORM ADD-SEGMENT-TRACE-ENTRY.

      *---------------------------------------------------------------
      * Adds the segment just walked to the trace handed back in the
      * parameter block.

       ADD-SEGMENT-TRACE-ENTRY.
           IF BPJ-TRACE-COUNT < 999
               ADD 1 TO BPJ-TRACE-COUNT
               MOVE RST-SEGMENT-NUMBER(WS-SEGMENT-INDEX)
                   TO BPJ-TRC-SEGMENT-NUMBER(BPJ-TRACE-COUNT)
               MOVE RST-GRADE-PERCENT(WS-SEGMENT-INDEX)
                   TO BPJ-TRC-GRADE-PERCENT(BPJ-TRACE-COUNT)
               MOVE RST-LENGTH-METERS(WS-SEGMENT-INDEX)
                   TO BPJ-TRC-LENGTH-METERS(BPJ-TRACE-COUNT)
               MOVE RST-ELEVATION-CHANGE(WS-SEGMENT-INDEX)
                   TO BPJ-TRC-ELEVATION-CHANGE(BPJ-TRACE-COUNT)
               COMPUTE BPJ-TRC-DELTA-T-CELSIUS(BPJ-TRACE-COUNT)
                   ROUNDED = SEGMENT-DELTA-T-CELSIUS
               COMPUTE BPJ-TRC-TEMP-CELSIUS(BPJ-TRACE-COUNT)
                   ROUNDED = RUNNING-TEMP-CELSIUS
           END-IF.

      *---------------------------------------------------------------
      * Judges the projected rise and peak against the safe limits.

       CHECK-SAFE-TEMPERATURE-THRESHOLD.
           SET BPJ-RUN-IS-SAFE TO TRUE
           IF TEMP-RISE-CELSIUS > MAX-SAFE-TEMP-RISE-CELSIUS
               SET BPJ-RISE-OVER-LIMIT TO TRUE
               SET BPJ-RUN-IS-UNSAFE TO TRUE
           END-IF
           IF PEAK-TEMP-CELSIUS > MAX-SAFE-ABSOLUTE-TEMP-CELSIUS
               SET BPJ-PEAK-OVER-LIMIT TO TRUE
               SET BPJ-RUN-IS-UNSAFE TO TRUE
           END-IF.
