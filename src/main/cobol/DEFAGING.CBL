      *****************************************************************
      * Program name:    DEFAGING
      * Original author: Dave Nicolette
      *
      * Open inspection defect aging report.
      *
      * Lists every defect a driver reported on a pre-trip or
      * post-trip inspection whose repair order on WORK-ORDER-FILE
      * the shop has not yet signed off, grouped by unit, with the
      * number of days each has been open as of the business date -
      * so a cracked mirror written up three weeks ago does not sit
      * on paper in the cab until the next roadside inspection finds
      * it. Safety-critical defects are marked; those units are out
      * of service until the repair is signed off. Read only.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DEFAGING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORK-ORDER-FILE ASSIGN TO "WORK-ORDER-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEFECT-CODE-FILE ASSIGN TO "DEFECT-CODE-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEFECT-AGING-REPORT-FILE
               ASSIGN TO "DEFECT-AGING-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  WORK-ORDER-FILE.
       COPY WORKORDR.

       FD  DEFECT-CODE-FILE.
       COPY DEFCODE.

       FD  DEFECT-AGING-REPORT-FILE.
       01  DEFECT-AGING-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILLER.
           05  WS-ORDER-EOF-FLAG        PIC X VALUE 'N'.
               88  END-OF-WORK-ORDER-FILE   VALUE 'Y'.
           05  WS-DEFECT-EOF-FLAG       PIC X VALUE 'N'.
               88  END-OF-DEFECT-CODE-FILE  VALUE 'Y'.
           05  WS-SORT-SWAPPED-FLAG     PIC X.
               88  A-SWAP-WAS-MADE          VALUE 'Y'.
           05  WS-DEFECT-CODE-COUNT     PIC S9(04) VALUE 0.
           05  WS-OPEN-DEFECT-COUNT     PIC S9(05) VALUE 0.
           05  WS-DROPPED-COUNT         PIC S9(05) VALUE 0.
           05  WS-CRITICAL-COUNT        PIC S9(05) VALUE 0.
           05  WS-UNIT-COUNT            PIC S9(05) VALUE 0.
           05  WS-UNIT-DEFECT-COUNT     PIC S9(05) VALUE 0.
           05  WS-UNIT-OLDEST-DAYS      PIC S9(05) VALUE 0.
           05  WS-SORT-INDEX            PIC S9(05).
           05  WORKING-INDEX            PIC S9(05).
           05  WS-CURRENT-UNIT-ID       PIC X(06) VALUE SPACES.
           05  WS-RUN-DATE              PIC X(08).
           05  WS-DATE-NUMERIC          PIC 9(08).
           05  WS-RUN-DATE-INTEGER      PIC S9(09).
           05  WS-OPEN-DATE-INTEGER     PIC S9(09).

       01  RPT-COUNT-EDITED             PIC ZZZZ9.
       01  RPT-DAYS-EDITED              PIC ZZZZ9.

       01  DEFECT-CODE-TABLE.
           05  DEFECT-CODE-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-DEFECT-CODE-COUNT
                   INDEXED BY DEFECT-CODE-IDX.
               10  DFC-TBL-DEFECT-CODE  PIC X(04).
               10  DFC-TBL-DESCRIPTION  PIC X(30).
               10  DFC-TBL-CRITICAL-FLAG PIC X.

      * One entry per open defect repair order, sorted by unit and
      * then oldest first for printing.
       01  OPEN-DEFECT-TABLE.
           05  OPEN-DEFECT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-OPEN-DEFECT-COUNT.
               10  ODT-UNIT-ID          PIC X(06).
               10  ODT-OPEN-DATE        PIC X(08).
               10  ODT-ORDER-NUMBER     PIC 9(06).
               10  ODT-DEFECT-CODE      PIC X(04).
               10  ODT-REPORTED-BY      PIC X(06).
               10  ODT-HOLD-FLAG        PIC X.
               10  ODT-DAYS-OPEN        PIC S9(05).

       01  OPEN-DEFECT-SWAP-AREA.
           05  ODS-UNIT-ID              PIC X(06).
           05  ODS-OPEN-DATE            PIC X(08).
           05  ODS-ORDER-NUMBER         PIC 9(06).
           05  ODS-DEFECT-CODE          PIC X(04).
           05  ODS-REPORTED-BY          PIC X(06).
           05  ODS-HOLD-FLAG            PIC X.
           05  ODS-DAYS-OPEN            PIC S9(05).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           CALL 'BUSDATE' USING WS-RUN-DATE
           END-CALL
           MOVE WS-RUN-DATE TO WS-DATE-NUMERIC
           COMPUTE WS-RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC)
           PERFORM LOAD-DEFECT-CODES
           PERFORM LOAD-OPEN-DEFECTS
           PERFORM SORT-OPEN-DEFECTS
           OPEN OUTPUT DEFECT-AGING-REPORT-FILE
           PERFORM WRITE-AGING-HEADER
           PERFORM VARYING WORKING-INDEX FROM 1 BY 1
                   UNTIL WORKING-INDEX > WS-OPEN-DEFECT-COUNT
               IF ODT-UNIT-ID(WORKING-INDEX) NOT = WS-CURRENT-UNIT-ID
                   IF WS-CURRENT-UNIT-ID NOT = SPACES
                       PERFORM WRITE-UNIT-TOTAL-LINE
                   END-IF
                   MOVE ODT-UNIT-ID(WORKING-INDEX)
                       TO WS-CURRENT-UNIT-ID
                   MOVE 0 TO WS-UNIT-DEFECT-COUNT
                   MOVE 0 TO WS-UNIT-OLDEST-DAYS
                   ADD 1 TO WS-UNIT-COUNT
               END-IF
               PERFORM WRITE-DEFECT-LINE
           END-PERFORM
           IF WS-CURRENT-UNIT-ID NOT = SPACES
               PERFORM WRITE-UNIT-TOTAL-LINE
           END-IF
           PERFORM WRITE-AGING-TOTALS
           CLOSE DEFECT-AGING-REPORT-FILE
           DISPLAY 'DEFAGING: ' WS-OPEN-DEFECT-COUNT
               ' open defect(s) on ' WS-UNIT-COUNT ' unit(s)'
           GOBACK.

      *---------------------------------------------------------------
      * Loads DEFECT-CODE-FILE for each defect's description and
      * safety-critical flag.

       LOAD-DEFECT-CODES.
           OPEN INPUT DEFECT-CODE-FILE
           PERFORM UNTIL END-OF-DEFECT-CODE-FILE
               READ DEFECT-CODE-FILE
                   AT END
                       SET END-OF-DEFECT-CODE-FILE TO TRUE
                   NOT AT END
                       IF WS-DEFECT-CODE-COUNT < 100
                           ADD 1 TO WS-DEFECT-CODE-COUNT
                           MOVE DFC-DEFECT-CODE
                               TO DFC-TBL-DEFECT-CODE
                                   (WS-DEFECT-CODE-COUNT)
                           MOVE DFC-DESCRIPTION
                               TO DFC-TBL-DESCRIPTION
                                   (WS-DEFECT-CODE-COUNT)
                           MOVE DFC-SAFETY-CRITICAL-FLAG
                               TO DFC-TBL-CRITICAL-FLAG
                                   (WS-DEFECT-CODE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEFECT-CODE-FILE.

      *---------------------------------------------------------------
      * Keeps every defect repair order still open, with the days
      * since it was opened.

       LOAD-OPEN-DEFECTS.
           OPEN INPUT WORK-ORDER-FILE
           PERFORM UNTIL END-OF-WORK-ORDER-FILE
               READ WORK-ORDER-FILE
                   AT END
                       SET END-OF-WORK-ORDER-FILE TO TRUE
                   NOT AT END
                       IF WKO-IS-DEFECT-REPAIR AND WKO-IS-OPEN
                           PERFORM NOTE-ONE-OPEN-DEFECT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WORK-ORDER-FILE.

      *---------------------------------------------------------------
      * Adds the work order just read to the open-defect table.

       NOTE-ONE-OPEN-DEFECT.
           IF WS-OPEN-DEFECT-COUNT < 2000
               ADD 1 TO WS-OPEN-DEFECT-COUNT
               MOVE WKO-UNIT-ID TO ODT-UNIT-ID(WS-OPEN-DEFECT-COUNT)
               MOVE WKO-OPEN-DATE
                   TO ODT-OPEN-DATE(WS-OPEN-DEFECT-COUNT)
               MOVE WKO-WORK-ORDER-NUMBER
                   TO ODT-ORDER-NUMBER(WS-OPEN-DEFECT-COUNT)
               MOVE WKO-DEFECT-CODE
                   TO ODT-DEFECT-CODE(WS-OPEN-DEFECT-COUNT)
               MOVE WKO-REPORTED-BY
                   TO ODT-REPORTED-BY(WS-OPEN-DEFECT-COUNT)
               MOVE WKO-OUT-OF-SERVICE-HOLD
                   TO ODT-HOLD-FLAG(WS-OPEN-DEFECT-COUNT)
               MOVE WKO-OPEN-DATE TO WS-DATE-NUMERIC
               COMPUTE WS-OPEN-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC)
               COMPUTE ODT-DAYS-OPEN(WS-OPEN-DEFECT-COUNT) =
                   WS-RUN-DATE-INTEGER - WS-OPEN-DATE-INTEGER
           ELSE
               ADD 1 TO WS-DROPPED-COUNT
           END-IF.

      *---------------------------------------------------------------
      * Sorts the open defects by unit, oldest first within a unit,
      * with the same neighbor-exchange MARGNRPT ranks with.

       SORT-OPEN-DEFECTS.
           SET A-SWAP-WAS-MADE TO TRUE
           PERFORM UNTIL NOT A-SWAP-WAS-MADE
               MOVE 'N' TO WS-SORT-SWAPPED-FLAG
               PERFORM VARYING WS-SORT-INDEX FROM 1 BY 1
                       UNTIL WS-SORT-INDEX >= WS-OPEN-DEFECT-COUNT
                   IF ODT-UNIT-ID(WS-SORT-INDEX)
                           > ODT-UNIT-ID(WS-SORT-INDEX + 1)
                       OR (ODT-UNIT-ID(WS-SORT-INDEX)
                               = ODT-UNIT-ID(WS-SORT-INDEX + 1)
                           AND ODT-ORDER-NUMBER(WS-SORT-INDEX)
                               > ODT-ORDER-NUMBER(WS-SORT-INDEX + 1))
                       MOVE OPEN-DEFECT-ENTRY(WS-SORT-INDEX)
                           TO OPEN-DEFECT-SWAP-AREA
                       MOVE OPEN-DEFECT-ENTRY(WS-SORT-INDEX + 1)
                           TO OPEN-DEFECT-ENTRY(WS-SORT-INDEX)
                       MOVE OPEN-DEFECT-SWAP-AREA
                           TO OPEN-DEFECT-ENTRY(WS-SORT-INDEX + 1)
                       SET A-SWAP-WAS-MADE TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.

      *---------------------------------------------------------------
      * Writes the heading block of the aging report.

       WRITE-AGING-HEADER.
           MOVE SPACES TO DEFECT-AGING-REPORT-LINE
           MOVE 'ACME DISTRIBUTING CO.' TO DEFECT-AGING-REPORT-LINE
           WRITE DEFECT-AGING-REPORT-LINE
           MOVE SPACES TO DEFECT-AGING-REPORT-LINE
           STRING 'OPEN INSPECTION DEFECTS BY UNIT - AS OF '
               WS-RUN-DATE
               DELIMITED BY SIZE INTO DEFECT-AGING-REPORT-LINE
           WRITE DEFECT-AGING-REPORT-LINE
           MOVE SPACES TO DEFECT-AGING-REPORT-LINE
           WRITE DEFECT-AGING-REPORT-LINE
           MOVE SPACES TO DEFECT-AGING-REPORT-LINE
           STRING 'UNIT    W/O     CODE  DESCRIPTION                 '
               '    OPENED    DAYS  REPORTED BY'
               DELIMITED BY SIZE INTO DEFECT-AGING-REPORT-LINE
           WRITE DEFECT-AGING-REPORT-LINE.

      *---------------------------------------------------------------
      * Writes the open defect WORKING-INDEX points at.

       WRITE-DEFECT-LINE.
           ADD 1 TO WS-UNIT-DEFECT-COUNT
           IF ODT-DAYS-OPEN(WORKING-INDEX) > WS-UNIT-OLDEST-DAYS
               MOVE ODT-DAYS-OPEN(WORKING-INDEX)
                   TO WS-UNIT-OLDEST-DAYS
           END-IF
           MOVE SPACES TO DEFECT-AGING-REPORT-LINE
           MOVE ODT-UNIT-ID(WORKING-INDEX)
               TO DEFECT-AGING-REPORT-LINE(1:6)
           MOVE ODT-ORDER-NUMBER(WORKING-INDEX)
               TO DEFECT-AGING-REPORT-LINE(9:6)
           MOVE ODT-DEFECT-CODE(WORKING-INDEX)
               TO DEFECT-AGING-REPORT-LINE(17:4)
           SET DEFECT-CODE-IDX TO 1
           SEARCH DEFECT-CODE-ENTRY
               AT END
                   MOVE '(CODE NOT ON DEFECT TABLE)'
                       TO DEFECT-AGING-REPORT-LINE(23:30)
               WHEN DFC-TBL-DEFECT-CODE(DEFECT-CODE-IDX)
                       = ODT-DEFECT-CODE(WORKING-INDEX)
                   MOVE DFC-TBL-DESCRIPTION(DEFECT-CODE-IDX)
                       TO DEFECT-AGING-REPORT-LINE(23:30)
           END-SEARCH
           MOVE ODT-OPEN-DATE(WORKING-INDEX)
               TO DEFECT-AGING-REPORT-LINE(55:8)
           MOVE ODT-DAYS-OPEN(WORKING-INDEX) TO RPT-DAYS-EDITED
           MOVE RPT-DAYS-EDITED TO DEFECT-AGING-REPORT-LINE(65:5)
           MOVE ODT-REPORTED-BY(WORKING-INDEX)
               TO DEFECT-AGING-REPORT-LINE(72:6)
           IF ODT-HOLD-FLAG(WORKING-INDEX) = 'Y'
               ADD 1 TO WS-CRITICAL-COUNT
               MOVE 'SAFETY-CRITICAL - OUT OF SERVICE'
                   TO DEFECT-AGING-REPORT-LINE(81:32)
           END-IF
           WRITE DEFECT-AGING-REPORT-LINE.

      *---------------------------------------------------------------
      * Writes the count and oldest age for the unit just finished.

       WRITE-UNIT-TOTAL-LINE.
           MOVE SPACES TO DEFECT-AGING-REPORT-LINE
           MOVE WS-UNIT-DEFECT-COUNT TO RPT-COUNT-EDITED
           MOVE WS-UNIT-OLDEST-DAYS TO RPT-DAYS-EDITED
           STRING '        UNIT ' WS-CURRENT-UNIT-ID ': '
               RPT-COUNT-EDITED ' OPEN, OLDEST ' RPT-DAYS-EDITED
               ' DAY(S)'
               DELIMITED BY SIZE INTO DEFECT-AGING-REPORT-LINE
           WRITE DEFECT-AGING-REPORT-LINE
           MOVE SPACES TO DEFECT-AGING-REPORT-LINE
           WRITE DEFECT-AGING-REPORT-LINE.

      *---------------------------------------------------------------
      * Writes the overall figures at the bottom of the report.

       WRITE-AGING-TOTALS.
           MOVE SPACES TO DEFECT-AGING-REPORT-LINE
           MOVE WS-OPEN-DEFECT-COUNT TO RPT-COUNT-EDITED
           STRING 'OPEN DEFECTS:            ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO DEFECT-AGING-REPORT-LINE
           WRITE DEFECT-AGING-REPORT-LINE
           MOVE SPACES TO DEFECT-AGING-REPORT-LINE
           MOVE WS-CRITICAL-COUNT TO RPT-COUNT-EDITED
           STRING 'SAFETY-CRITICAL:         ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO DEFECT-AGING-REPORT-LINE
           WRITE DEFECT-AGING-REPORT-LINE
           MOVE SPACES TO DEFECT-AGING-REPORT-LINE
           MOVE WS-UNIT-COUNT TO RPT-COUNT-EDITED
           STRING 'UNITS WITH OPEN DEFECTS: ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO DEFECT-AGING-REPORT-LINE
           WRITE DEFECT-AGING-REPORT-LINE
           IF WS-DROPPED-COUNT > 0
               MOVE SPACES TO DEFECT-AGING-REPORT-LINE
               MOVE WS-DROPPED-COUNT TO RPT-COUNT-EDITED
               STRING '*** ' RPT-COUNT-EDITED ' OPEN DEFECT(S) OVER '
                   'TABLE CAPACITY - NOT LISTED ***'
                   DELIMITED BY SIZE INTO DEFECT-AGING-REPORT-LINE
               WRITE DEFECT-AGING-REPORT-LINE
           END-IF.
