      *****************************************************************
      * Program name:    BRKCALIB
      * Original author: Dave Nicolette
      *
      * Brake model calibration report.
      *
      * BRAKES predicts each run's peak brake temperature from
      * physics; the telematics units measure it. This report sets
      * the two side by side for every BRAKE-LOG-FILE run that has
      * readings on TELEMATICS-READING-FILE: the predicted peak, the
      * hottest reading, and the bias (predicted less measured), then
      * the average bias per unit and per route. A run the model
      * under-predicted by more than WS-UNDER-PREDICT-TOLERANCE is
      * flagged - those are the runs where the threshold alert gave
      * false comfort. Where BRAKES was rerun for the same unit, route
      * and date, the last prediction logged is the one compared.
      * Read only; nothing is updated.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BRKCALIB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRAKE-LOG-FILE ASSIGN TO "BRAKE-LOG-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TELEMATICS-READING-FILE
               ASSIGN TO "TELEMATICS-READING-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALIBRATION-REPORT-FILE
               ASSIGN TO "BRAKE-CALIBRATION-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BRAKE-LOG-FILE.
       COPY BRAKELOG.

       FD  TELEMATICS-READING-FILE.
       COPY TLMREAD.

       FD  CALIBRATION-REPORT-FILE.
       01  CALIBRATION-REPORT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILLER.
           05  WS-BRAKE-LOG-EOF-FLAG    PIC X VALUE 'N'.
               88  END-OF-BRAKE-LOG-FILE    VALUE 'Y'.
           05  WS-READING-EOF-FLAG      PIC X VALUE 'N'.
               88  END-OF-READING-FILE      VALUE 'Y'.
           05  WS-FOUND-FLAG            PIC X.
               88  ENTRY-WAS-FOUND          VALUE 'Y'.
      * How far the measured peak may run above the predicted peak,
      * in degrees C, before the run is flagged as under-predicted.
           05  WS-UNDER-PREDICT-TOLERANCE PIC S9(03)V9(02) VALUE 25.
           05  WS-RUN-COUNT             PIC S9(05) VALUE 0.
           05  WS-RUN-INDEX             PIC S9(05).
           05  WS-UNIT-COUNT            PIC S9(04) VALUE 0.
           05  WS-ROUTE-COUNT           PIC S9(04) VALUE 0.
           05  WS-SUMMARY-INDEX         PIC S9(04).
           05  WS-DROPPED-COUNT         PIC S9(05) VALUE 0.
           05  WS-UNMATCHED-COUNT       PIC S9(05) VALUE 0.
           05  WS-COMPARED-COUNT        PIC S9(05) VALUE 0.
           05  WS-UNDER-COUNT           PIC S9(05) VALUE 0.
           05  WS-TOTAL-BIAS            PIC S9(07)V9(02) VALUE 0.
           05  WS-RUN-BIAS              PIC S9(05)V9(02).
           05  WS-AVERAGE-BIAS          PIC S9(05)V9(02).
           05  WS-RUN-DATE              PIC X(08).

       01  RPT-TEMP-EDITED              PIC Z,ZZ9.99-.
       01  RPT-COUNT-EDITED             PIC ZZZZ9.

      * One entry per unit/route/date run on the brake log, with the
      * hottest telematics reading matched to it.
       01  CALIBRATION-RUN-TABLE.
           05  CALIBRATION-RUN-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-RUN-COUNT
                   INDEXED BY CALIBRATION-RUN-IDX.
               10  CRT-UNIT-ID          PIC X(06).
               10  CRT-ROUTE-ID         PIC X(08).
               10  CRT-RUN-DATE         PIC X(08).
               10  CRT-PREDICTED-PEAK   PIC S9(05)V9(02).
               10  CRT-MEASURED-PEAK    PIC S9(05)V9(02).
               10  CRT-READING-COUNT    PIC S9(05).

      * Bias totals per unit and per route; same shape, two tables.
       01  UNIT-BIAS-TABLE.
           05  UNIT-BIAS-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-UNIT-COUNT
                   INDEXED BY UNIT-BIAS-IDX.
               10  UBT-UNIT-ID          PIC X(06).
               10  UBT-RUNS             PIC S9(05).
               10  UBT-UNDER-RUNS       PIC S9(05).
               10  UBT-TOTAL-BIAS       PIC S9(07)V9(02).

       01  ROUTE-BIAS-TABLE.
           05  ROUTE-BIAS-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-ROUTE-COUNT
                   INDEXED BY ROUTE-BIAS-IDX.
               10  RBT-ROUTE-ID         PIC X(08).
               10  RBT-RUNS             PIC S9(05).
               10  RBT-UNDER-RUNS       PIC S9(05).
               10  RBT-TOTAL-BIAS       PIC S9(07)V9(02).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           CALL 'BUSDATE' USING WS-RUN-DATE
           END-CALL
           PERFORM LOAD-BRAKE-RUNS
           PERFORM APPLY-TELEMATICS-READINGS
           OPEN OUTPUT CALIBRATION-REPORT-FILE
           PERFORM WRITE-CALIBRATION-HEADER
           PERFORM VARYING WS-RUN-INDEX FROM 1 BY 1
                   UNTIL WS-RUN-INDEX > WS-RUN-COUNT
               IF CRT-READING-COUNT(WS-RUN-INDEX) > 0
                   PERFORM COMPARE-ONE-RUN
               END-IF
           END-PERFORM
           PERFORM WRITE-UNIT-BIAS-SECTION
           PERFORM WRITE-ROUTE-BIAS-SECTION
           PERFORM WRITE-CALIBRATION-TOTALS
           CLOSE CALIBRATION-REPORT-FILE
           DISPLAY 'BRKCALIB: ' WS-COMPARED-COUNT ' run(s) compared, '
               WS-UNDER-COUNT ' under-predicted'
           GOBACK.

      *---------------------------------------------------------------
      * Loads each unit/route/date run from the brake log, the last
      * prediction logged for a run replacing any earlier one.

       LOAD-BRAKE-RUNS.
           OPEN INPUT BRAKE-LOG-FILE
           PERFORM UNTIL END-OF-BRAKE-LOG-FILE
               READ BRAKE-LOG-FILE
                   AT END
                       SET END-OF-BRAKE-LOG-FILE TO TRUE
                   NOT AT END
                       PERFORM NOTE-ONE-BRAKE-RUN
               END-READ
           END-PERFORM
           CLOSE BRAKE-LOG-FILE.

      *---------------------------------------------------------------
      * Records the brake-log record just read in the run table.

       NOTE-ONE-BRAKE-RUN.
           MOVE 'N' TO WS-FOUND-FLAG
           SET CALIBRATION-RUN-IDX TO 1
           SEARCH CALIBRATION-RUN-ENTRY
               AT END
                   CONTINUE
               WHEN CRT-UNIT-ID(CALIBRATION-RUN-IDX) = BLG-UNIT-ID
                   AND CRT-ROUTE-ID(CALIBRATION-RUN-IDX) = BLG-ROUTE-ID
                   AND CRT-RUN-DATE(CALIBRATION-RUN-IDX) = BLG-RUN-DATE
                   SET ENTRY-WAS-FOUND TO TRUE
           END-SEARCH
           IF NOT ENTRY-WAS-FOUND
               IF WS-RUN-COUNT < 5000
                   ADD 1 TO WS-RUN-COUNT
                   SET CALIBRATION-RUN-IDX TO WS-RUN-COUNT
                   MOVE BLG-UNIT-ID
                       TO CRT-UNIT-ID(CALIBRATION-RUN-IDX)
                   MOVE BLG-ROUTE-ID
                       TO CRT-ROUTE-ID(CALIBRATION-RUN-IDX)
                   MOVE BLG-RUN-DATE
                       TO CRT-RUN-DATE(CALIBRATION-RUN-IDX)
                   MOVE 0 TO CRT-MEASURED-PEAK(CALIBRATION-RUN-IDX)
                   MOVE 0 TO CRT-READING-COUNT(CALIBRATION-RUN-IDX)
                   SET ENTRY-WAS-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-DROPPED-COUNT
               END-IF
           END-IF
           IF ENTRY-WAS-FOUND
               MOVE BLG-ABSOLUTE-TEMP-CELSIUS
                   TO CRT-PREDICTED-PEAK(CALIBRATION-RUN-IDX)
           END-IF.

      *---------------------------------------------------------------
      * Keeps the hottest reading of each run. A reading whose run is
      * no longer on the brake log is counted, not compared.

       APPLY-TELEMATICS-READINGS.
           OPEN INPUT TELEMATICS-READING-FILE
           PERFORM UNTIL END-OF-READING-FILE
               READ TELEMATICS-READING-FILE
                   AT END
                       SET END-OF-READING-FILE TO TRUE
                   NOT AT END
                       PERFORM APPLY-ONE-READING
               END-READ
           END-PERFORM
           CLOSE TELEMATICS-READING-FILE.

      *---------------------------------------------------------------
      * Folds the reading just read into its run's measured peak.

       APPLY-ONE-READING.
           SET CALIBRATION-RUN-IDX TO 1
           SEARCH CALIBRATION-RUN-ENTRY
               AT END
                   ADD 1 TO WS-UNMATCHED-COUNT
               WHEN CRT-UNIT-ID(CALIBRATION-RUN-IDX) = TLR-UNIT-ID
                   AND CRT-ROUTE-ID(CALIBRATION-RUN-IDX) = TLR-ROUTE-ID
                   AND CRT-RUN-DATE(CALIBRATION-RUN-IDX) = TLR-RUN-DATE
                   IF CRT-READING-COUNT(CALIBRATION-RUN-IDX) = 0
                       OR TLR-BRAKE-TEMP-CELSIUS
                           > CRT-MEASURED-PEAK(CALIBRATION-RUN-IDX)
                       MOVE TLR-BRAKE-TEMP-CELSIUS
                           TO CRT-MEASURED-PEAK(CALIBRATION-RUN-IDX)
                   END-IF
                   ADD 1 TO CRT-READING-COUNT(CALIBRATION-RUN-IDX)
           END-SEARCH.

      *---------------------------------------------------------------
      * Prints the run at WS-RUN-INDEX and adds its bias to the
      * report, unit and route totals.

       COMPARE-ONE-RUN.
           ADD 1 TO WS-COMPARED-COUNT
           COMPUTE WS-RUN-BIAS = CRT-PREDICTED-PEAK(WS-RUN-INDEX)
               - CRT-MEASURED-PEAK(WS-RUN-INDEX)
           ADD WS-RUN-BIAS TO WS-TOTAL-BIAS
           MOVE SPACES TO CALIBRATION-REPORT-LINE
           MOVE CRT-UNIT-ID(WS-RUN-INDEX)
               TO CALIBRATION-REPORT-LINE(1:6)
           MOVE CRT-ROUTE-ID(WS-RUN-INDEX)
               TO CALIBRATION-REPORT-LINE(9:8)
           MOVE CRT-RUN-DATE(WS-RUN-INDEX)
               TO CALIBRATION-REPORT-LINE(19:8)
           MOVE CRT-READING-COUNT(WS-RUN-INDEX) TO RPT-COUNT-EDITED
           MOVE RPT-COUNT-EDITED TO CALIBRATION-REPORT-LINE(29:5)
           MOVE CRT-PREDICTED-PEAK(WS-RUN-INDEX) TO RPT-TEMP-EDITED
           MOVE RPT-TEMP-EDITED TO CALIBRATION-REPORT-LINE(36:9)
           MOVE CRT-MEASURED-PEAK(WS-RUN-INDEX) TO RPT-TEMP-EDITED
           MOVE RPT-TEMP-EDITED TO CALIBRATION-REPORT-LINE(47:9)
           MOVE WS-RUN-BIAS TO RPT-TEMP-EDITED
           MOVE RPT-TEMP-EDITED TO CALIBRATION-REPORT-LINE(58:9)
           IF 0 - WS-RUN-BIAS > WS-UNDER-PREDICT-TOLERANCE
               ADD 1 TO WS-UNDER-COUNT
               MOVE '*** UNDER-PREDICTED ***'
                   TO CALIBRATION-REPORT-LINE(70:23)
           END-IF
           WRITE CALIBRATION-REPORT-LINE
           PERFORM ADD-RUN-TO-UNIT-BIAS
           PERFORM ADD-RUN-TO-ROUTE-BIAS.

      *---------------------------------------------------------------
      * Adds the run's bias to its unit's totals.

       ADD-RUN-TO-UNIT-BIAS.
           MOVE 'N' TO WS-FOUND-FLAG
           SET UNIT-BIAS-IDX TO 1
           SEARCH UNIT-BIAS-ENTRY
               AT END
                   CONTINUE
               WHEN UBT-UNIT-ID(UNIT-BIAS-IDX)
                       = CRT-UNIT-ID(WS-RUN-INDEX)
                   SET ENTRY-WAS-FOUND TO TRUE
           END-SEARCH
           IF NOT ENTRY-WAS-FOUND AND WS-UNIT-COUNT < 200
               ADD 1 TO WS-UNIT-COUNT
               SET UNIT-BIAS-IDX TO WS-UNIT-COUNT
               MOVE CRT-UNIT-ID(WS-RUN-INDEX)
                   TO UBT-UNIT-ID(UNIT-BIAS-IDX)
               MOVE 0 TO UBT-RUNS(UNIT-BIAS-IDX)
               MOVE 0 TO UBT-UNDER-RUNS(UNIT-BIAS-IDX)
               MOVE 0 TO UBT-TOTAL-BIAS(UNIT-BIAS-IDX)
               SET ENTRY-WAS-FOUND TO TRUE
           END-IF
           IF ENTRY-WAS-FOUND
               ADD 1 TO UBT-RUNS(UNIT-BIAS-IDX)
               ADD WS-RUN-BIAS TO UBT-TOTAL-BIAS(UNIT-BIAS-IDX)
               IF 0 - WS-RUN-BIAS > WS-UNDER-PREDICT-TOLERANCE
                   ADD 1 TO UBT-UNDER-RUNS(UNIT-BIAS-IDX)
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Adds the run's bias to its route's totals.

       ADD-RUN-TO-ROUTE-BIAS.
           MOVE 'N' TO WS-FOUND-FLAG
           SET ROUTE-BIAS-IDX TO 1
           SEARCH ROUTE-BIAS-ENTRY
               AT END
                   CONTINUE
               WHEN RBT-ROUTE-ID(ROUTE-BIAS-IDX)
                       = CRT-ROUTE-ID(WS-RUN-INDEX)
                   SET ENTRY-WAS-FOUND TO TRUE
           END-SEARCH
           IF NOT ENTRY-WAS-FOUND AND WS-ROUTE-COUNT < 200
               ADD 1 TO WS-ROUTE-COUNT
               SET ROUTE-BIAS-IDX TO WS-ROUTE-COUNT
               MOVE CRT-ROUTE-ID(WS-RUN-INDEX)
                   TO RBT-ROUTE-ID(ROUTE-BIAS-IDX)
               MOVE 0 TO RBT-RUNS(ROUTE-BIAS-IDX)
               MOVE 0 TO RBT-UNDER-RUNS(ROUTE-BIAS-IDX)
               MOVE 0 TO RBT-TOTAL-BIAS(ROUTE-BIAS-IDX)
               SET ENTRY-WAS-FOUND TO TRUE
           END-IF
           IF ENTRY-WAS-FOUND
               ADD 1 TO RBT-RUNS(ROUTE-BIAS-IDX)
               ADD WS-RUN-BIAS TO RBT-TOTAL-BIAS(ROUTE-BIAS-IDX)
               IF 0 - WS-RUN-BIAS > WS-UNDER-PREDICT-TOLERANCE
                   ADD 1 TO RBT-UNDER-RUNS(ROUTE-BIAS-IDX)
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Writes the average bias per unit.

       WRITE-UNIT-BIAS-SECTION.
           MOVE SPACES TO CALIBRATION-REPORT-LINE
           WRITE CALIBRATION-REPORT-LINE
           MOVE 'AVERAGE BIAS BY UNIT' TO CALIBRATION-REPORT-LINE
           WRITE CALIBRATION-REPORT-LINE
           MOVE SPACES TO CALIBRATION-REPORT-LINE
           STRING 'UNIT                RUNS   AVG BIAS C   UNDER'
               DELIMITED BY SIZE INTO CALIBRATION-REPORT-LINE
           WRITE CALIBRATION-REPORT-LINE
           PERFORM VARYING WS-SUMMARY-INDEX FROM 1 BY 1
                   UNTIL WS-SUMMARY-INDEX > WS-UNIT-COUNT
               COMPUTE WS-AVERAGE-BIAS ROUNDED =
                   UBT-TOTAL-BIAS(WS-SUMMARY-INDEX)
                     / UBT-RUNS(WS-SUMMARY-INDEX)
               MOVE SPACES TO CALIBRATION-REPORT-LINE
               MOVE UBT-UNIT-ID(WS-SUMMARY-INDEX)
                   TO CALIBRATION-REPORT-LINE(1:6)
               MOVE UBT-RUNS(WS-SUMMARY-INDEX) TO RPT-COUNT-EDITED
               MOVE RPT-COUNT-EDITED TO CALIBRATION-REPORT-LINE(20:5)
               MOVE WS-AVERAGE-BIAS TO RPT-TEMP-EDITED
               MOVE RPT-TEMP-EDITED TO CALIBRATION-REPORT-LINE(27:9)
               MOVE UBT-UNDER-RUNS(WS-SUMMARY-INDEX)
                   TO RPT-COUNT-EDITED
               MOVE RPT-COUNT-EDITED TO CALIBRATION-REPORT-LINE(40:5)
               WRITE CALIBRATION-REPORT-LINE
           END-PERFORM.

      *---------------------------------------------------------------
      * Writes the average bias per route.

       WRITE-ROUTE-BIAS-SECTION.
           MOVE SPACES TO CALIBRATION-REPORT-LINE
           WRITE CALIBRATION-REPORT-LINE
           MOVE 'AVERAGE BIAS BY ROUTE' TO CALIBRATION-REPORT-LINE
           WRITE CALIBRATION-REPORT-LINE
           MOVE SPACES TO CALIBRATION-REPORT-LINE
           STRING 'ROUTE               RUNS   AVG BIAS C   UNDER'
               DELIMITED BY SIZE INTO CALIBRATION-REPORT-LINE
           WRITE CALIBRATION-REPORT-LINE
           PERFORM VARYING WS-SUMMARY-INDEX FROM 1 BY 1
                   UNTIL WS-SUMMARY-INDEX > WS-ROUTE-COUNT
               COMPUTE WS-AVERAGE-BIAS ROUNDED =
                   RBT-TOTAL-BIAS(WS-SUMMARY-INDEX)
                     / RBT-RUNS(WS-SUMMARY-INDEX)
               MOVE SPACES TO CALIBRATION-REPORT-LINE
               MOVE RBT-ROUTE-ID(WS-SUMMARY-INDEX)
                   TO CALIBRATION-REPORT-LINE(1:8)
               MOVE RBT-RUNS(WS-SUMMARY-INDEX) TO RPT-COUNT-EDITED
               MOVE RPT-COUNT-EDITED TO CALIBRATION-REPORT-LINE(20:5)
               MOVE WS-AVERAGE-BIAS TO RPT-TEMP-EDITED
               MOVE RPT-TEMP-EDITED TO CALIBRATION-REPORT-LINE(27:9)
               MOVE RBT-UNDER-RUNS(WS-SUMMARY-INDEX)
                   TO RPT-COUNT-EDITED
               MOVE RPT-COUNT-EDITED TO CALIBRATION-REPORT-LINE(40:5)
               WRITE CALIBRATION-REPORT-LINE
           END-PERFORM.

      *---------------------------------------------------------------
      * Writes the heading block of the calibration report.

       WRITE-CALIBRATION-HEADER.
           MOVE SPACES TO CALIBRATION-REPORT-LINE
           MOVE 'ACME DISTRIBUTING CO.' TO CALIBRATION-REPORT-LINE
           WRITE CALIBRATION-REPORT-LINE
           MOVE SPACES TO CALIBRATION-REPORT-LINE
           MOVE WS-UNDER-PREDICT-TOLERANCE TO RPT-TEMP-EDITED
           STRING 'BRAKE MODEL CALIBRATION - PREDICTED VS MEASURED '
               'PEAK - AS OF ' WS-RUN-DATE ' - TOLERANCE '
               RPT-TEMP-EDITED ' C'
               DELIMITED BY SIZE INTO CALIBRATION-REPORT-LINE
           WRITE CALIBRATION-REPORT-LINE
           MOVE SPACES TO CALIBRATION-REPORT-LINE
           WRITE CALIBRATION-REPORT-LINE
           MOVE SPACES TO CALIBRATION-REPORT-LINE
           STRING 'UNIT    ROUTE     RUN DATE  READS  PREDICTED   '
               'MEASURED   BIAS C'
               DELIMITED BY SIZE INTO CALIBRATION-REPORT-LINE
           WRITE CALIBRATION-REPORT-LINE.

      *---------------------------------------------------------------
      * Writes the overall figures at the bottom of the report.

       WRITE-CALIBRATION-TOTALS.
           MOVE SPACES TO CALIBRATION-REPORT-LINE
           WRITE CALIBRATION-REPORT-LINE
           MOVE WS-COMPARED-COUNT TO RPT-COUNT-EDITED
           MOVE SPACES TO CALIBRATION-REPORT-LINE
           STRING 'RUNS COMPARED:       ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO CALIBRATION-REPORT-LINE
           WRITE CALIBRATION-REPORT-LINE
           IF WS-COMPARED-COUNT > 0
               COMPUTE WS-AVERAGE-BIAS ROUNDED =
                   WS-TOTAL-BIAS / WS-COMPARED-COUNT
               MOVE WS-AVERAGE-BIAS TO RPT-TEMP-EDITED
               MOVE SPACES TO CALIBRATION-REPORT-LINE
               STRING 'FLEET AVERAGE BIAS: ' RPT-TEMP-EDITED ' C'
                   DELIMITED BY SIZE INTO CALIBRATION-REPORT-LINE
               WRITE CALIBRATION-REPORT-LINE
           END-IF
           MOVE WS-UNDER-COUNT TO RPT-COUNT-EDITED
           MOVE SPACES TO CALIBRATION-REPORT-LINE
           STRING 'RUNS UNDER-PREDICTED:' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO CALIBRATION-REPORT-LINE
           WRITE CALIBRATION-REPORT-LINE
           IF WS-UNMATCHED-COUNT > 0
               MOVE WS-UNMATCHED-COUNT TO RPT-COUNT-EDITED
               MOVE SPACES TO CALIBRATION-REPORT-LINE
               STRING 'READINGS WITH NO RUN ON THE BRAKE LOG: '
                   RPT-COUNT-EDITED
                   DELIMITED BY SIZE INTO CALIBRATION-REPORT-LINE
               WRITE CALIBRATION-REPORT-LINE
           END-IF
           IF WS-DROPPED-COUNT > 0
               MOVE WS-DROPPED-COUNT TO RPT-COUNT-EDITED
               MOVE SPACES TO CALIBRATION-REPORT-LINE
               STRING '*** ' RPT-COUNT-EDITED ' BRAKE-LOG RUN(S) OVER '
                   'TABLE CAPACITY - NOT COMPARED ***'
                   DELIMITED BY SIZE INTO CALIBRATION-REPORT-LINE
               WRITE CALIBRATION-REPORT-LINE
           END-IF.
