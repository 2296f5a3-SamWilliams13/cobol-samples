      *****************************************************************
      * Program name:    BRKLIMIT
      * Original author: Dave Nicolette
      *
      * Maximum safe gross weight by unit and route.
      *
      * Reference report for dispatch and load planning: for every
      * unit on VEHICLE-MASTER-FILE and every route on ROUTE-FILE,
      * the heaviest gross weight at which BRKPROJ - the brake heat
      * model DISPATCH and BRAKES judge runs by - keeps both the
      * temperature rise and the peak within the safe limits, from
      * the same cold start DISPATCH projects with. The weight is
      * found by halving the range between nothing and the largest
      * weight the schedule can carry, since a heavier truck never
      * runs cooler. Also shows the payload that leaves over the
      * unit's tare weight, and flags a unit that is over the limit
      * even empty. Read only; nothing is updated.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BRKLIMIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEHICLE-MASTER-FILE ASSIGN TO "VEHICLE-MASTER-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROUTE-FILE ASSIGN TO "ROUTE-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SAFE-WEIGHT-REPORT-FILE
               ASSIGN TO "MAX-SAFE-WEIGHT-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VEHICLE-MASTER-FILE.
       COPY VEHMAST.

       FD  ROUTE-FILE.
       COPY ROUTEPRF.

       FD  SAFE-WEIGHT-REPORT-FILE.
       01  SAFE-WEIGHT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILLER.
           05  WS-VEHICLE-EOF-FLAG      PIC X VALUE 'N'.
               88  END-OF-VEHICLE-MASTER-FILE VALUE 'Y'.
           05  WS-ROUTE-EOF-FLAG        PIC X VALUE 'N'.
               88  END-OF-ROUTE-FILE        VALUE 'Y'.
           05  WS-VEHICLE-COUNT         PIC S9(04) VALUE 0.
           05  WS-VEHICLE-INDEX         PIC S9(04).
           05  WS-ROUTE-COUNT           PIC S9(04) VALUE 0.
           05  WS-ROUTE-INDEX           PIC S9(04).
           05  WS-DROPPED-COUNT         PIC S9(04) VALUE 0.
           05  WS-PAIR-COUNT            PIC S9(05) VALUE 0.
           05  WS-UNSAFE-EMPTY-COUNT    PIC S9(05) VALUE 0.
           05  WS-RUN-DATE              PIC X(08).
      * The heaviest weight DSP-GROSS-WEIGHT-KG can carry to BRAKES.
           05  WS-WEIGHT-CEILING-KG     PIC 9(06) VALUE 999999.
           05  WS-LOW-WEIGHT-KG         PIC 9(06).
           05  WS-HIGH-WEIGHT-KG        PIC 9(06).
           05  WS-MID-WEIGHT-KG         PIC 9(06).
           05  WS-MAX-SAFE-WEIGHT-KG    PIC 9(06).
           05  WS-MAX-PAYLOAD-KG        PIC S9(07).
           05  WS-NO-LIMIT-FLAG         PIC X.
               88  ROUTE-HAS-NO-LIMIT       VALUE 'Y'.
           05  WS-TABLE-FULL-FLAG       PIC X VALUE 'N'.
               88  ROUTE-TABLE-WAS-FULL     VALUE 'Y'.

       01  WS-ERROR-LOG-FIELDS.
           05  WS-ERR-PROGRAM-NAME      PIC X(08) VALUE 'BRKLIMIT'.
           05  WS-ERR-PARAGRAPH-NAME    PIC X(30).
           05  WS-ERR-DESCRIPTION       PIC X(60).
           05  WS-ERR-OFFENDING-DATA    PIC X(30).

       01  RPT-WEIGHT-EDITED            PIC ZZZ,ZZ9.
       01  RPT-PAYLOAD-EDITED           PIC Z,ZZZ,ZZ9-.
       01  RPT-COUNT-EDITED             PIC ZZZZ9.

       COPY BRKPARM.

       01  VEHICLE-TABLE.
           05  VEHICLE-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-VEHICLE-COUNT.
               10  VHM-TBL-UNIT-ID      PIC X(06).
               10  VHM-TBL-BRAKE-MASS-KG PIC 9(05)V9(01).
               10  VHM-TBL-SPECIFIC-HEAT PIC 9(05)V9(01).
               10  VHM-TBL-WEIGHT-KG    PIC 9(06).
               10  VHM-TBL-OUT-OF-SERVICE-FLAG PIC S9.
                   88  VHM-TBL-OUT-OF-SERVICE   VALUE -1.

       01  ROUTE-ID-TABLE.
           05  ROUTE-ID-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-ROUTE-COUNT
                   INDEXED BY ROUTE-ID-IDX.
               10  RID-ROUTE-ID         PIC X(08).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           CALL 'BUSDATE' USING WS-RUN-DATE
           END-CALL
           PERFORM LOAD-VEHICLE-MASTER
           PERFORM LOAD-ROUTE-IDS
           OPEN OUTPUT SAFE-WEIGHT-REPORT-FILE
           PERFORM WRITE-SAFE-WEIGHT-HEADER
           PERFORM VARYING WS-VEHICLE-INDEX FROM 1 BY 1
                   UNTIL WS-VEHICLE-INDEX > WS-VEHICLE-COUNT
                       OR ROUTE-TABLE-WAS-FULL
               PERFORM VARYING WS-ROUTE-INDEX FROM 1 BY 1
                       UNTIL WS-ROUTE-INDEX > WS-ROUTE-COUNT
                           OR ROUTE-TABLE-WAS-FULL
                   PERFORM FIND-MAX-SAFE-WEIGHT
                   IF NOT ROUTE-TABLE-WAS-FULL
                       PERFORM WRITE-SAFE-WEIGHT-LINE
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM WRITE-SAFE-WEIGHT-TOTALS
           CLOSE SAFE-WEIGHT-REPORT-FILE
           DISPLAY 'BRKLIMIT: ' WS-PAIR-COUNT ' unit/route pair(s), '
               WS-UNSAFE-EMPTY-COUNT ' unsafe even empty'
           GOBACK.

      *---------------------------------------------------------------
      * Calls the shared LOGERROR routine to append one record to
      * ERROR-LOG-FILE for the problem just found. WS-ERR-PARAGRAPH-
      * NAME, WS-ERR-DESCRIPTION and WS-ERR-OFFENDING-DATA must be set
      * by the calling paragraph before this is performed.

       LOG-BRKLIMIT-ERROR.
           CALL 'LOGERROR' USING WS-ERR-PROGRAM-NAME
               WS-ERR-PARAGRAPH-NAME WS-ERR-DESCRIPTION
               WS-ERR-OFFENDING-DATA
           END-CALL.

      *---------------------------------------------------------------
      * Loads every unit's brake specifications and tare weight.

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
                           MOVE VHM-BRAKE-MASS-KG
                               TO VHM-TBL-BRAKE-MASS-KG
                                   (WS-VEHICLE-COUNT)
                           MOVE VHM-SPECIFIC-HEAT
                               TO VHM-TBL-SPECIFIC-HEAT
                                   (WS-VEHICLE-COUNT)
                           MOVE VHM-WEIGHT-KG
                               TO VHM-TBL-WEIGHT-KG(WS-VEHICLE-COUNT)
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
      * Collects each distinct route ID on ROUTE-FILE once.

       LOAD-ROUTE-IDS.
           OPEN INPUT ROUTE-FILE
           PERFORM UNTIL END-OF-ROUTE-FILE
               READ ROUTE-FILE
                   AT END
                       SET END-OF-ROUTE-FILE TO TRUE
                   NOT AT END
                       SET ROUTE-ID-IDX TO 1
                       SEARCH ROUTE-ID-ENTRY
                           AT END
                               IF WS-ROUTE-COUNT < 200
                                   ADD 1 TO WS-ROUTE-COUNT
                                   MOVE RSG-ROUTE-ID
                                       TO RID-ROUTE-ID(WS-ROUTE-COUNT)
                               ELSE
                                   ADD 1 TO WS-DROPPED-COUNT
                               END-IF
                           WHEN RID-ROUTE-ID(ROUTE-ID-IDX)
                                   = RSG-ROUTE-ID
                               CONTINUE
                       END-SEARCH
               END-READ
           END-PERFORM
           CLOSE ROUTE-FILE.

      *---------------------------------------------------------------
      * Finds the heaviest safe gross weight for the unit and route
      * at WS-VEHICLE-INDEX and WS-ROUTE-INDEX. A route that stays
      * safe at the ceiling has no practical limit; otherwise the
      * range is halved until the safe and unsafe weights are one
      * kilogram apart, the safe one being the answer.

       FIND-MAX-SAFE-WEIGHT.
           MOVE 'N' TO WS-NO-LIMIT-FLAG
           MOVE RID-ROUTE-ID(WS-ROUTE-INDEX) TO BPJ-ROUTE-ID
           MOVE VHM-TBL-BRAKE-MASS-KG(WS-VEHICLE-INDEX)
               TO BPJ-BRAKE-MASS-KG
           MOVE VHM-TBL-SPECIFIC-HEAT(WS-VEHICLE-INDEX)
               TO BPJ-SPECIFIC-HEAT
           MOVE 0 TO BPJ-START-TEMP-CELSIUS
           MOVE WS-WEIGHT-CEILING-KG TO BPJ-GROSS-WEIGHT-KG
           CALL 'BRKPROJ' USING BRAKE-PROJECTION-PARMS
           END-CALL
           EVALUATE TRUE
               WHEN BPJ-ROUTE-TABLE-FULL
                   SET ROUTE-TABLE-WAS-FULL TO TRUE
                   DISPLAY '*** ERROR: ROUTE-FILE exceeds the brake '
                       'projection route table - report abandoned ***'
                   MOVE 'FIND-MAX-SAFE-WEIGHT' TO WS-ERR-PARAGRAPH-NAME
                   MOVE 'route file exceeds projection table capacity'
                       TO WS-ERR-DESCRIPTION
                   MOVE SPACES TO WS-ERR-OFFENDING-DATA
                   PERFORM LOG-BRKLIMIT-ERROR
               WHEN BPJ-RUN-IS-SAFE
                   SET ROUTE-HAS-NO-LIMIT TO TRUE
                   MOVE WS-WEIGHT-CEILING-KG TO WS-MAX-SAFE-WEIGHT-KG
               WHEN OTHER
                   MOVE 0 TO WS-LOW-WEIGHT-KG
                   MOVE WS-WEIGHT-CEILING-KG TO WS-HIGH-WEIGHT-KG
                   PERFORM UNTIL WS-HIGH-WEIGHT-KG - WS-LOW-WEIGHT-KG
                           NOT > 1
                       COMPUTE WS-MID-WEIGHT-KG =
                           (WS-LOW-WEIGHT-KG + WS-HIGH-WEIGHT-KG) / 2
                       MOVE WS-MID-WEIGHT-KG TO BPJ-GROSS-WEIGHT-KG
                       CALL 'BRKPROJ' USING BRAKE-PROJECTION-PARMS
                       END-CALL
                       IF BPJ-RUN-IS-SAFE
                           MOVE WS-MID-WEIGHT-KG TO WS-LOW-WEIGHT-KG
                       ELSE
                           MOVE WS-MID-WEIGHT-KG TO WS-HIGH-WEIGHT-KG
                       END-IF
                   END-PERFORM
                   MOVE WS-LOW-WEIGHT-KG TO WS-MAX-SAFE-WEIGHT-KG
           END-EVALUATE.

      *---------------------------------------------------------------
      * Writes one unit/route line.

       WRITE-SAFE-WEIGHT-LINE.
           ADD 1 TO WS-PAIR-COUNT
           MOVE SPACES TO SAFE-WEIGHT-LINE
           MOVE VHM-TBL-UNIT-ID(WS-VEHICLE-INDEX)
               TO SAFE-WEIGHT-LINE(1:6)
           MOVE RID-ROUTE-ID(WS-ROUTE-INDEX) TO SAFE-WEIGHT-LINE(9:8)
           MOVE VHM-TBL-WEIGHT-KG(WS-VEHICLE-INDEX)
               TO RPT-WEIGHT-EDITED
           MOVE RPT-WEIGHT-EDITED TO SAFE-WEIGHT-LINE(21:7)
           IF ROUTE-HAS-NO-LIMIT
               MOVE 'NO LIMIT' TO SAFE-WEIGHT-LINE(35:8)
           ELSE
               MOVE WS-MAX-SAFE-WEIGHT-KG TO RPT-WEIGHT-EDITED
               MOVE RPT-WEIGHT-EDITED TO SAFE-WEIGHT-LINE(36:7)
               COMPUTE WS-MAX-PAYLOAD-KG = WS-MAX-SAFE-WEIGHT-KG
                   - VHM-TBL-WEIGHT-KG(WS-VEHICLE-INDEX)
               MOVE WS-MAX-PAYLOAD-KG TO RPT-PAYLOAD-EDITED
               MOVE RPT-PAYLOAD-EDITED TO SAFE-WEIGHT-LINE(45:10)
               IF WS-MAX-PAYLOAD-KG < 0
                   ADD 1 TO WS-UNSAFE-EMPTY-COUNT
                   MOVE 'UNSAFE EMPTY' TO SAFE-WEIGHT-LINE(57:12)
               END-IF
           END-IF
           IF VHM-TBL-OUT-OF-SERVICE(WS-VEHICLE-INDEX)
               MOVE 'OUT OF SERVICE' TO SAFE-WEIGHT-LINE(71:14)
           END-IF
           IF BPJ-DEFAULT-BRAKES-USED
               MOVE 'DEFAULT BRAKES' TO SAFE-WEIGHT-LINE(87:14)
           END-IF
           WRITE SAFE-WEIGHT-LINE.

      *---------------------------------------------------------------
      * Writes the heading block of the safe weight report.

       WRITE-SAFE-WEIGHT-HEADER.
           MOVE SPACES TO SAFE-WEIGHT-LINE
           MOVE 'ACME DISTRIBUTING CO.' TO SAFE-WEIGHT-LINE
           WRITE SAFE-WEIGHT-LINE
           MOVE SPACES TO SAFE-WEIGHT-LINE
           STRING 'MAXIMUM SAFE GROSS WEIGHT BY UNIT AND ROUTE - AS OF '
               WS-RUN-DATE ' - COLD START'
               DELIMITED BY SIZE INTO SAFE-WEIGHT-LINE
           WRITE SAFE-WEIGHT-LINE
           MOVE SPACES TO SAFE-WEIGHT-LINE
           WRITE SAFE-WEIGHT-LINE
           MOVE SPACES TO SAFE-WEIGHT-LINE
           STRING 'UNIT    ROUTE       TARE KG   MAX GROSS KG  '
               'PAYLOAD KG  LIMIT         STATUS          BRAKES'
               DELIMITED BY SIZE INTO SAFE-WEIGHT-LINE
           WRITE SAFE-WEIGHT-LINE.

      *---------------------------------------------------------------
      * Writes the counts at the bottom of the report.

       WRITE-SAFE-WEIGHT-TOTALS.
           MOVE SPACES TO SAFE-WEIGHT-LINE
           WRITE SAFE-WEIGHT-LINE
           MOVE WS-PAIR-COUNT TO RPT-COUNT-EDITED
           MOVE SPACES TO SAFE-WEIGHT-LINE
           STRING 'UNIT/ROUTE PAIRS: ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO SAFE-WEIGHT-LINE
           WRITE SAFE-WEIGHT-LINE
           MOVE WS-UNSAFE-EMPTY-COUNT TO RPT-COUNT-EDITED
           MOVE SPACES TO SAFE-WEIGHT-LINE
           STRING 'OVER THE LIMIT EVEN EMPTY: ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO SAFE-WEIGHT-LINE
           WRITE SAFE-WEIGHT-LINE
           IF ROUTE-TABLE-WAS-FULL
               MOVE SPACES TO SAFE-WEIGHT-LINE
               MOVE '*** ROUTE FILE EXCEEDS PROJECTION CAPACITY - '
                   TO SAFE-WEIGHT-LINE
               MOVE 'REPORT INCOMPLETE ***' TO SAFE-WEIGHT-LINE(46:21)
               WRITE SAFE-WEIGHT-LINE
           END-IF
           IF WS-DROPPED-COUNT > 0
               MOVE WS-DROPPED-COUNT TO RPT-COUNT-EDITED
               MOVE SPACES TO SAFE-WEIGHT-LINE
               STRING '*** ' RPT-COUNT-EDITED ' UNIT(S) OR ROUTE(S) '
                   'OVER TABLE CAPACITY - NOT REPORTED ***'
                   DELIMITED BY SIZE INTO SAFE-WEIGHT-LINE
               WRITE SAFE-WEIGHT-LINE
           END-IF.
