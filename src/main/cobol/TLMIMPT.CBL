      *****************************************************************
      * Program name:    TLMIMPT
      * Original author: Dave Nicolette
      *
      * Telematics brake-temperature import.
      *
      * Reads the units' uploaded TELEMATICS-FEED-FILE and adds each
      * good reading to TELEMATICS-READING-FILE, tied to the
      * BRAKE-LOG-FILE run - same unit, route and date - whose
      * prediction it measures, so BRKCALIB can check the brake model
      * against what the trucks actually recorded. A reading is
      * refused when its unit is not on VEHICLE-MASTER-FILE, its date
      * or time is not real (or is still to come), its temperature is
      * not a number, or no brake-log run matches it; a reading with
      * no route is matched to the unit's run that day, and refused
      * when the unit ran more than one. Refusals are listed on the
      * import report, logged, and copied as they arrived to
      * TELEMATICS-HOLD-FILE, where they can be corrected and fed back
      * in. The feed is consumed and cleared so the same readings
      * cannot import twice.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TLMIMPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TELEMATICS-FEED-FILE
               ASSIGN TO "TELEMATICS-FEED-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TELEMATICS-READING-FILE
               ASSIGN TO "TELEMATICS-READING-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TELEMATICS-HOLD-FILE
               ASSIGN TO "TELEMATICS-HOLD-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT BRAKE-LOG-FILE ASSIGN TO "BRAKE-LOG-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VEHICLE-MASTER-FILE ASSIGN TO "VEHICLE-MASTER-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TELEMATICS-REPORT-FILE
               ASSIGN TO "TELEMATICS-IMPORT-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TELEMATICS-FEED-FILE.
       COPY TLMFEED.

       FD  TELEMATICS-READING-FILE.
       COPY TLMREAD.

       FD  TELEMATICS-HOLD-FILE.
       01  TELEMATICS-HOLD-RECORD       PIC X(37).

       FD  BRAKE-LOG-FILE.
       COPY BRAKELOG.

       FD  VEHICLE-MASTER-FILE.
       COPY VEHMAST.

       FD  TELEMATICS-REPORT-FILE.
       01  TELEMATICS-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILLER.
           05  WS-FEED-EOF-FLAG         PIC X VALUE 'N'.
               88  END-OF-FEED-FILE         VALUE 'Y'.
           05  WS-BRAKE-LOG-EOF-FLAG    PIC X VALUE 'N'.
               88  END-OF-BRAKE-LOG-FILE    VALUE 'Y'.
           05  WS-VEHICLE-EOF-FLAG      PIC X VALUE 'N'.
               88  END-OF-VEHICLE-MASTER-FILE VALUE 'Y'.
           05  WS-VEHICLE-COUNT         PIC S9(04) VALUE 0.
           05  WS-RUN-COUNT             PIC S9(05) VALUE 0.
           05  WS-RUN-INDEX             PIC S9(05).
           05  WS-RUNS-DROPPED-COUNT    PIC S9(05) VALUE 0.
           05  WS-READING-COUNT         PIC S9(05) VALUE 0.
           05  WS-ACCEPTED-COUNT        PIC S9(05) VALUE 0.
           05  WS-REFUSED-COUNT         PIC S9(05) VALUE 0.
           05  WS-HOLD-FILE-STATUS      PIC XX.
           05  WS-MATCH-COUNT           PIC S9(03).
           05  WS-RUN-DATE              PIC X(08).
           05  WS-READING-DATE          PIC X(08).
           05  WS-MATCHED-ROUTE-ID      PIC X(08).
           05  WS-DATE-VALID-FLAG       PIC X.
               88  READING-DATE-IS-VALID    VALUE 'Y'.
           05  WS-FOUND-FLAG            PIC X.
               88  ENTRY-WAS-FOUND          VALUE 'Y'.
           05  WS-REFUSAL-REASON        PIC X(40).
           05  WS-READING-TIME-PARTS.
               10  WS-READING-HH        PIC 9(02).
               10  WS-READING-MM        PIC 9(02).
               10  WS-READING-SS        PIC 9(02).

       01  WS-ERROR-LOG-FIELDS.
           05  WS-ERR-PROGRAM-NAME      PIC X(08) VALUE 'TLMIMPT'.
           05  WS-ERR-PARAGRAPH-NAME    PIC X(30).
           05  WS-ERR-DESCRIPTION       PIC X(60).
           05  WS-ERR-OFFENDING-DATA    PIC X(30).

       01  RPT-COUNT-EDITED             PIC ZZZZ9.
       01  RPT-TEMP-EDITED              PIC ZZZ9.9-.

       01  VEHICLE-TABLE.
           05  VEHICLE-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-VEHICLE-COUNT
                   INDEXED BY VEHICLE-IDX.
               10  VHM-TBL-UNIT-ID      PIC X(06).

      * One entry per distinct unit/route/date run on the brake log.
       01  BRAKE-RUN-TABLE.
           05  BRAKE-RUN-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-RUN-COUNT
                   INDEXED BY BRAKE-RUN-IDX.
               10  BRT-UNIT-ID          PIC X(06).
               10  BRT-ROUTE-ID         PIC X(08).
               10  BRT-RUN-DATE         PIC X(08).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           CALL 'BUSDATE' USING WS-RUN-DATE
           END-CALL
           PERFORM LOAD-VEHICLE-MASTER
           PERFORM LOAD-BRAKE-RUNS
           OPEN OUTPUT TELEMATICS-REPORT-FILE
           PERFORM WRITE-IMPORT-REPORT-HEADER
           OPEN INPUT TELEMATICS-FEED-FILE
           OPEN EXTEND TELEMATICS-READING-FILE
           OPEN EXTEND TELEMATICS-HOLD-FILE
           IF WS-HOLD-FILE-STATUS = '35'
               OPEN OUTPUT TELEMATICS-HOLD-FILE
           END-IF
           PERFORM UNTIL END-OF-FEED-FILE
               READ TELEMATICS-FEED-FILE
                   AT END
                       SET END-OF-FEED-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READING-COUNT
                       PERFORM IMPORT-ONE-READING
               END-READ
           END-PERFORM
           CLOSE TELEMATICS-HOLD-FILE
           CLOSE TELEMATICS-READING-FILE
           CLOSE TELEMATICS-FEED-FILE
           PERFORM CLEAR-TELEMATICS-FEED
           PERFORM WRITE-IMPORT-REPORT-TOTALS
           CLOSE TELEMATICS-REPORT-FILE
           DISPLAY 'TLMIMPT: ' WS-ACCEPTED-COUNT ' reading(s) '
               'imported, ' WS-REFUSED-COUNT ' refused'
           GOBACK.

      *---------------------------------------------------------------
      * Calls the shared LOGERROR routine to append one record to
      * ERROR-LOG-FILE for the problem just found. WS-ERR-PARAGRAPH-
      * NAME, WS-ERR-DESCRIPTION and WS-ERR-OFFENDING-DATA must be set
      * by the calling paragraph before this is performed.

       LOG-TLMIMPT-ERROR.
           CALL 'LOGERROR' USING WS-ERR-PROGRAM-NAME
               WS-ERR-PARAGRAPH-NAME WS-ERR-DESCRIPTION
               WS-ERR-OFFENDING-DATA
           END-CALL.

      *---------------------------------------------------------------
      * Loads the fleet's unit IDs.

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
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VEHICLE-MASTER-FILE.

      *---------------------------------------------------------------
      * Loads each distinct unit/route/date run BRAKES has logged.
      * Overflow is displayed and logged; readings for the runs left
      * out are refused as unmatched rather than guessed at.

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
           CLOSE BRAKE-LOG-FILE
           IF WS-RUNS-DROPPED-COUNT > 0
               DISPLAY '*** WARNING: brake log exceeds the run table - '
                   WS-RUNS-DROPPED-COUNT ' run(s) cannot be matched ***'
               MOVE 'LOAD-BRAKE-RUNS' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'brake log exceeds run table capacity'
                   TO WS-ERR-DESCRIPTION
               MOVE SPACES TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-TLMIMPT-ERROR
           END-IF.

      *---------------------------------------------------------------
      * Adds the brake-log record just read to the run table once.

       NOTE-ONE-BRAKE-RUN.
           SET BRAKE-RUN-IDX TO 1
           SEARCH BRAKE-RUN-ENTRY
               AT END
                   IF WS-RUN-COUNT < 5000
                       ADD 1 TO WS-RUN-COUNT
                       MOVE BLG-UNIT-ID TO BRT-UNIT-ID(WS-RUN-COUNT)
                       MOVE BLG-ROUTE-ID TO BRT-ROUTE-ID(WS-RUN-COUNT)
                       MOVE BLG-RUN-DATE TO BRT-RUN-DATE(WS-RUN-COUNT)
                   ELSE
                       ADD 1 TO WS-RUNS-DROPPED-COUNT
                   END-IF
               WHEN BRT-UNIT-ID(BRAKE-RUN-IDX) = BLG-UNIT-ID
                   AND BRT-ROUTE-ID(BRAKE-RUN-IDX) = BLG-ROUTE-ID
                   AND BRT-RUN-DATE(BRAKE-RUN-IDX) = BLG-RUN-DATE
                   CONTINUE
           END-SEARCH.

      *---------------------------------------------------------------
      * Validates the reading just read, matches it to its brake-log
      * run, and either adds it to the reading history or lists,
      * holds and logs the refusal.

       IMPORT-ONE-READING.
           MOVE SPACES TO WS-REFUSAL-REASON
           MOVE TLF-READING-DATE TO WS-READING-DATE
           MOVE 'N' TO WS-FOUND-FLAG
           SET VEHICLE-IDX TO 1
           SEARCH VEHICLE-ENTRY
               AT END
                   CONTINUE
               WHEN VHM-TBL-UNIT-ID(VEHICLE-IDX) = TLF-UNIT-ID
                   SET ENTRY-WAS-FOUND TO TRUE
           END-SEARCH
           CALL 'DATECHK' USING WS-READING-DATE WS-DATE-VALID-FLAG
           END-CALL
           EVALUATE TRUE
               WHEN NOT ENTRY-WAS-FOUND
                   MOVE 'UNIT NOT ON VEHICLE MASTER'
                       TO WS-REFUSAL-REASON
               WHEN NOT READING-DATE-IS-VALID
                   MOVE 'READING DATE NOT A VALID DATE'
                       TO WS-REFUSAL-REASON
               WHEN TLF-READING-DATE > WS-RUN-DATE
                   MOVE 'READING DATE IN THE FUTURE'
                       TO WS-REFUSAL-REASON
               WHEN TLF-READING-TIME NOT NUMERIC
                   MOVE 'READING TIME NOT NUMERIC'
                       TO WS-REFUSAL-REASON
               WHEN TLF-BRAKE-TEMP-CELSIUS NOT NUMERIC
                   MOVE 'BRAKE TEMPERATURE NOT NUMERIC'
                       TO WS-REFUSAL-REASON
               WHEN OTHER
                   MOVE TLF-READING-TIME TO WS-READING-TIME-PARTS
                   IF WS-READING-HH > 23 OR WS-READING-MM > 59
                       OR WS-READING-SS > 59
                       MOVE 'READING TIME NOT A VALID TIME'
                           TO WS-REFUSAL-REASON
                   ELSE
                       PERFORM MATCH-BRAKE-RUN
                   END-IF
           END-EVALUATE
           IF WS-REFUSAL-REASON = SPACES
               ADD 1 TO WS-ACCEPTED-COUNT
               MOVE TLF-UNIT-ID TO TLR-UNIT-ID
               MOVE WS-MATCHED-ROUTE-ID TO TLR-ROUTE-ID
               MOVE TLF-READING-DATE TO TLR-RUN-DATE
               MOVE TLF-READING-TIME TO TLR-READING-TIME
               MOVE TLF-SEGMENT-NUMBER TO TLR-SEGMENT-NUMBER
               MOVE TLF-BRAKE-TEMP-CELSIUS TO TLR-BRAKE-TEMP-CELSIUS
               MOVE WS-RUN-DATE TO TLR-IMPORT-DATE
               WRITE TELEMATICS-READING-RECORD
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
               PERFORM WRITE-REFUSED-READING-LINE
               MOVE TELEMATICS-FEED-RECORD TO TELEMATICS-HOLD-RECORD
               WRITE TELEMATICS-HOLD-RECORD
               MOVE 'IMPORT-ONE-READING' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'telematics reading refused' TO WS-ERR-DESCRIPTION
               MOVE SPACES TO WS-ERR-OFFENDING-DATA
               STRING TLF-UNIT-ID ' ' TLF-READING-DATE ' '
                   TLF-READING-TIME
                   DELIMITED BY SIZE INTO WS-ERR-OFFENDING-DATA
               PERFORM LOG-TLMIMPT-ERROR
           END-IF.

      *---------------------------------------------------------------
      * Finds the brake-log run the reading belongs to. A reading
      * naming its route needs that run; one without a route takes
      * the unit's only run that day.

       MATCH-BRAKE-RUN.
           MOVE 0 TO WS-MATCH-COUNT
           MOVE SPACES TO WS-MATCHED-ROUTE-ID
           PERFORM VARYING WS-RUN-INDEX FROM 1 BY 1
                   UNTIL WS-RUN-INDEX > WS-RUN-COUNT
               IF BRT-UNIT-ID(WS-RUN-INDEX) = TLF-UNIT-ID
                   AND BRT-RUN-DATE(WS-RUN-INDEX) = TLF-READING-DATE
                   AND (TLF-ROUTE-ID = SPACES
                     OR BRT-ROUTE-ID(WS-RUN-INDEX) = TLF-ROUTE-ID)
                   ADD 1 TO WS-MATCH-COUNT
                   MOVE BRT-ROUTE-ID(WS-RUN-INDEX)
                       TO WS-MATCHED-ROUTE-ID
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-MATCH-COUNT = 0
                   MOVE 'NO BRAKE-LOG RUN FOR UNIT/ROUTE/DATE'
                       TO WS-REFUSAL-REASON
               WHEN WS-MATCH-COUNT > 1
                   MOVE 'NO ROUTE AND UNIT RAN MORE THAN ONE'
                       TO WS-REFUSAL-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *---------------------------------------------------------------
      * Clears the imported feed so the same readings cannot be
      * imported twice.

       CLEAR-TELEMATICS-FEED.
           OPEN OUTPUT TELEMATICS-FEED-FILE
           CLOSE TELEMATICS-FEED-FILE.

      *---------------------------------------------------------------
      * Lists one refused reading and why.

       WRITE-REFUSED-READING-LINE.
           MOVE SPACES TO TELEMATICS-REPORT-LINE
           MOVE TLF-UNIT-ID TO TELEMATICS-REPORT-LINE(1:6)
           MOVE TLF-READING-DATE TO TELEMATICS-REPORT-LINE(9:8)
           MOVE TLF-READING-TIME TO TELEMATICS-REPORT-LINE(19:6)
           MOVE TLF-ROUTE-ID TO TELEMATICS-REPORT-LINE(27:8)
           MOVE TLF-SEGMENT-NUMBER TO TELEMATICS-REPORT-LINE(37:3)
           IF TLF-BRAKE-TEMP-CELSIUS NUMERIC
               MOVE TLF-BRAKE-TEMP-CELSIUS TO RPT-TEMP-EDITED
               MOVE RPT-TEMP-EDITED TO TELEMATICS-REPORT-LINE(42:7)
           END-IF
           MOVE WS-REFUSAL-REASON TO TELEMATICS-REPORT-LINE(51:40)
           WRITE TELEMATICS-REPORT-LINE.

      *---------------------------------------------------------------
      * Writes the heading block of the import report.

       WRITE-IMPORT-REPORT-HEADER.
           MOVE SPACES TO TELEMATICS-REPORT-LINE
           MOVE 'ACME DISTRIBUTING CO.' TO TELEMATICS-REPORT-LINE
           WRITE TELEMATICS-REPORT-LINE
           MOVE SPACES TO TELEMATICS-REPORT-LINE
           STRING 'TELEMATICS BRAKE TEMPERATURE IMPORT - RUN DATE '
               WS-RUN-DATE DELIMITED BY SIZE
               INTO TELEMATICS-REPORT-LINE
           WRITE TELEMATICS-REPORT-LINE
           MOVE SPACES TO TELEMATICS-REPORT-LINE
           WRITE TELEMATICS-REPORT-LINE
           MOVE 'REFUSED READINGS' TO TELEMATICS-REPORT-LINE
           WRITE TELEMATICS-REPORT-LINE
           MOVE SPACES TO TELEMATICS-REPORT-LINE
           STRING 'UNIT    DATE      TIME    ROUTE     SEG  TEMP C  '
               'REASON' DELIMITED BY SIZE INTO TELEMATICS-REPORT-LINE
           WRITE TELEMATICS-REPORT-LINE.

      *---------------------------------------------------------------
      * Writes the reading counts at the bottom of the report.

       WRITE-IMPORT-REPORT-TOTALS.
           MOVE SPACES TO TELEMATICS-REPORT-LINE
           WRITE TELEMATICS-REPORT-LINE
           MOVE WS-READING-COUNT TO RPT-COUNT-EDITED
           MOVE SPACES TO TELEMATICS-REPORT-LINE
           STRING 'READINGS IN FEED:  ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO TELEMATICS-REPORT-LINE
           WRITE TELEMATICS-REPORT-LINE
           MOVE WS-ACCEPTED-COUNT TO RPT-COUNT-EDITED
           MOVE SPACES TO TELEMATICS-REPORT-LINE
           STRING 'READINGS IMPORTED: ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO TELEMATICS-REPORT-LINE
           WRITE TELEMATICS-REPORT-LINE
           MOVE WS-REFUSED-COUNT TO RPT-COUNT-EDITED
           MOVE SPACES TO TELEMATICS-REPORT-LINE
           STRING 'READINGS REFUSED:  ' RPT-COUNT-EDITED
               '  (ON TELEMATICS-HOLD-FILE)'
               DELIMITED BY SIZE INTO TELEMATICS-REPORT-LINE
           WRITE TELEMATICS-REPORT-LINE.
