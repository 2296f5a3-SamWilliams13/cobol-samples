      *****************************************************************
      * Program name:    ADDRSTD
      * Original author: Dave Nicolette
      *
      * Ship-to address standardization.
      *
      * Cleans up the free-text addresses on SHIP-TO-MASTER-FILE the
      * way STRINGIT checks roster names, so packing slips, shipping
      * papers, and statements go out with one spelling of an
      * address. Each address line is upper-cased, stripped of
      * commas and of periods that end a word or stand between single
      * letters (P.O. reads PO), broken into words at any other
      * period (N.MAIN reads N MAIN), and closed up to single spaces;
      * street suffixes, directionals, and unit designators are cut
      * to their standard abbreviations from the ADDRESS-WORD table
      * below. A suffix is abbreviated only where it ends the street
      * name - last on the line, or ahead of a directional or a unit
      * - and a directional only where it is not itself the street
      * name, so COURT STREET becomes COURT ST and NORTH ST stays
      * NORTH ST.
      * The city and state are upper-cased, a nine-digit ZIP is
      * hyphenated, and the ZIP's first three digits are held against
      * ZIP-STATE-REFERENCE-FILE for the ship-to's state.
      * A ship-to that passes is rewritten on SHIP-TO-MASTER-FILE -
      * GENBKUP first - with one SHIP-TO-ADDRESS-AUDIT-FILE record
      * per field changed, old value beside new. A ship-to that
      * cannot be resolved - no street, a line or city that no longer
      * fits its field once standardized, characters an address does
      * not carry, an unknown state, a ZIP in no recognizable form or
      * one that belongs to another state - is left exactly as it
      * was and listed on SHIP-TO-ADDRESS-EXCEPTIONS, one line per
      * problem, for customer service to correct with the customer.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ADDRSTD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHIP-TO-MASTER-FILE ASSIGN TO "SHIP-TO-MASTER-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIP-TO-FILE-STATUS.
           SELECT ZIP-STATE-REFERENCE-FILE
               ASSIGN TO "ZIP-STATE-REFERENCE-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZIP-REF-FILE-STATUS.
           SELECT SHIP-TO-ADDRESS-AUDIT-FILE
               ASSIGN TO "SHIP-TO-ADDRESS-AUDIT-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT ADDRESS-EXCEPTION-REPORT
               ASSIGN TO "SHIP-TO-ADDRESS-EXCEPTIONS"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SHIP-TO-MASTER-FILE.
       COPY SHIPTO.

       FD  ZIP-STATE-REFERENCE-FILE.
       COPY ZIPREF.

       FD  SHIP-TO-ADDRESS-AUDIT-FILE.
       COPY SHTAUD.

       FD  ADDRESS-EXCEPTION-REPORT.
       01  ADDRESS-EXCEPTION-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILLER.
      * A '35' is a file that does not exist yet - nothing has ever
      * been written to it.
           05  WS-SHIP-TO-FILE-STATUS   PIC XX.
           05  WS-ZIP-REF-FILE-STATUS   PIC XX.
           05  WS-AUDIT-FILE-STATUS     PIC XX.
           05  WS-SHIP-TO-EOF-FLAG      PIC X VALUE 'N'.
               88  END-OF-SHIP-TO-FILE      VALUE 'Y'.
           05  WS-ZIP-REF-EOF-FLAG      PIC X VALUE 'N'.
               88  END-OF-ZIP-REF-FILE      VALUE 'Y'.
           05  WS-CAPACITY-FLAG         PIC X VALUE 'N'.
               88  A-TABLE-IS-OVER-CAPACITY VALUE 'Y'.
           05  WS-EXCEPTION-FLAG        PIC X.
               88  THE-ADDRESS-HAS-PROBLEMS VALUE 'Y'.
           05  WS-STATE-KNOWN-FLAG      PIC X.
               88  THE-STATE-IS-KNOWN       VALUE 'Y'.
           05  WS-ZIP-FORM-FLAG         PIC X.
               88  THE-ZIP-FORM-IS-GOOD     VALUE 'Y'.
           05  WS-SHIP-TO-COUNT         PIC S9(05) VALUE 0.
           05  WS-ZIP-REF-COUNT         PIC S9(05) VALUE 0.
           05  WS-TABLE-INDEX           PIC S9(05).
           05  WS-STANDARDIZED-COUNT    PIC S9(05) VALUE 0.
           05  WS-ALREADY-STANDARD-COUNT
                                        PIC S9(05) VALUE 0.
           05  WS-UNRESOLVED-COUNT      PIC S9(05) VALUE 0.
           05  WS-EXCEPTION-LINE-COUNT  PIC S9(05) VALUE 0.
           05  WS-AUDIT-RECORD-COUNT    PIC S9(05) VALUE 0.
           05  WS-RUN-DATE              PIC X(08).
           05  WS-RUN-TIME              PIC X(08).
      * External name handed to the shared GENBKUP routine before the
      * ship-to master is rewritten in place.
           05  WS-BACKUP-FILE-NAME      PIC X(40).
      * Run-lock fields for the shared RUNLOCK routine. The nightly
      * batch claim keeps the rewrite out of the window in which
      * INVCALC and ORDENTRY read the ship-tos.
           05  WS-LOCK-ACTION           PIC X.
           05  WS-LOCK-FILE-NAME        PIC X(40).
           05  WS-LOCK-RESULT-FLAG      PIC X.
               88  RUN-LOCK-GRANTED         VALUE 'Y'.
           05  WS-LOCK-HOLDER-NAME      PIC X(08).
           05  WS-LOCK-REFUSED-FLAG     PIC X VALUE 'N'.
               88  A-RUN-LOCK-WAS-REFUSED   VALUE 'Y'.
           05  WS-LOCKS-HELD            PIC S9(04) VALUE 0.
           05  WS-LOCK-INDEX            PIC S9(04).

       01  LOCK-FILE-NAMES.
           05  FILLER                   PIC X(40)
                   VALUE 'NIGHTLY-BATCH'.
           05  FILLER                   PIC X(40)
                   VALUE 'SHIP-TO-MASTER-FILE'.
       01  LOCK-FILE-TABLE REDEFINES LOCK-FILE-NAMES.
           05  LOCK-FILE-ENTRY          PIC X(40) OCCURS 2 TIMES.

      * The cleaned value of each address field, built from the
      * ship-to as read and compared with it field by field.
       01  WS-CLEAN-ADDRESS.
           05  WS-CLEAN-ADDRESS-LINE-1  PIC X(30).
           05  WS-CLEAN-ADDRESS-LINE-2  PIC X(30).
           05  WS-CLEAN-CITY            PIC X(20).
           05  WS-CLEAN-STATE           PIC X(02).
           05  WS-CLEAN-ZIP             PIC X(10).
           05  WS-ZIP-PREFIX            PIC X(03).
           05  WS-ZIP-OWNING-STATE      PIC X(02).

      * Working fields for standardizing one address line or city:
      * the line split into words, each word's type and standard
      * form from the ADDRESS-WORD table, and the line rejoined.
       01  WS-LINE-FIELDS.
           05  WS-LINE-IN               PIC X(30).
           05  WS-LINE-WORK             PIC X(30).
           05  WS-LINE-OUT              PIC X(30).
           05  WS-ONE-WORD              PIC X(30).
      * WS-LINE-WORK with two spaces either side, so the characters
      * around any period can be looked at without running off the
      * line.
           05  WS-PERIOD-WORK           PIC X(34).
           05  WS-SCAN-POINTER          PIC S9(04) COMP.
           05  WS-JOIN-POINTER          PIC S9(04) COMP.
           05  WS-CHAR-INDEX            PIC S9(04) COMP.
           05  WS-STRIPPED-LENGTH       PIC S9(04) COMP.
           05  WS-WORD-INDEX            PIC S9(04) COMP.
           05  WS-WORD-COUNT            PIC S9(04) COMP VALUE 0.
      * Length of the field the rejoined line is going back into -
      * thirty for a street line, twenty for the city.
           05  WS-LINE-LIMIT            PIC S9(04) COMP.
           05  WS-LINE-FIT-FLAG         PIC X.
               88  THE-LINE-FITS            VALUE 'Y'.
           05  WS-NEXT-WORD-TYPE        PIC X.
               88  NEXT-WORD-IS-SUFFIX      VALUE 'S'.
               88  NEXT-WORD-IS-DIRECTIONAL VALUE 'D'.
               88  NEXT-WORD-IS-UNIT        VALUE 'U'.
               88  NO-NEXT-WORD             VALUE 'E'.

      * A thirty-character line holds at most fifteen words.
       01  ADDRESS-LINE-WORDS.
           05  ADDRESS-LINE-WORD OCCURS 15 TIMES.
               10  ADW-WORD             PIC X(30).
               10  ADW-TYPE             PIC X.
                   88  ADW-IS-SUFFIX        VALUE 'S'.
                   88  ADW-IS-DIRECTIONAL   VALUE 'D'.
                   88  ADW-IS-UNIT          VALUE 'U'.
               10  ADW-STANDARD         PIC X(06).

      * Address words and their standard abbreviations: the word as
      * keyed (12), the standard form (6), and the type - S street
      * suffix, D directional, U unit designator. The standard forms
      * are listed as well so a word already abbreviated is still
      * recognized for what it is, along with the misspellings that
      * turn up on the ship-tos.
       01  ADDRESS-WORD-VALUES.
           05  FILLER  PIC X(19) VALUE 'ALLEY       ALY   S'.
           05  FILLER  PIC X(19) VALUE 'ALY         ALY   S'.
           05  FILLER  PIC X(19) VALUE 'AVENUE      AVE   S'.
           05  FILLER  PIC X(19) VALUE 'AVENU       AVE   S'.
           05  FILLER  PIC X(19) VALUE 'AVNUE       AVE   S'.
           05  FILLER  PIC X(19) VALUE 'AV          AVE   S'.
           05  FILLER  PIC X(19) VALUE 'AVE         AVE   S'.
           05  FILLER  PIC X(19) VALUE 'BOULEVARD   BLVD  S'.
           05  FILLER  PIC X(19) VALUE 'BOULEVARDE  BLVD  S'.
           05  FILLER  PIC X(19) VALUE 'BOUL        BLVD  S'.
           05  FILLER  PIC X(19) VALUE 'BLVD        BLVD  S'.
           05  FILLER  PIC X(19) VALUE 'CENTER      CTR   S'.
           05  FILLER  PIC X(19) VALUE 'CTR         CTR   S'.
           05  FILLER  PIC X(19) VALUE 'CIRCLE      CIR   S'.
           05  FILLER  PIC X(19) VALUE 'CIR         CIR   S'.
           05  FILLER  PIC X(19) VALUE 'COURT       CT    S'.
           05  FILLER  PIC X(19) VALUE 'CT          CT    S'.
           05  FILLER  PIC X(19) VALUE 'DRIVE       DR    S'.
           05  FILLER  PIC X(19) VALUE 'DRIV        DR    S'.
           05  FILLER  PIC X(19) VALUE 'DRV         DR    S'.
           05  FILLER  PIC X(19) VALUE 'DR          DR    S'.
           05  FILLER  PIC X(19) VALUE 'EXPRESSWAY  EXPY  S'.
           05  FILLER  PIC X(19) VALUE 'EXPY        EXPY  S'.
           05  FILLER  PIC X(19) VALUE 'FREEWAY     FWY   S'.
           05  FILLER  PIC X(19) VALUE 'FWY         FWY   S'.
           05  FILLER  PIC X(19) VALUE 'HIGHWAY     HWY   S'.
           05  FILLER  PIC X(19) VALUE 'HIWAY       HWY   S'.
           05  FILLER  PIC X(19) VALUE 'HWY         HWY   S'.
           05  FILLER  PIC X(19) VALUE 'LANE        LN    S'.
           05  FILLER  PIC X(19) VALUE 'LN          LN    S'.
           05  FILLER  PIC X(19) VALUE 'PARKWAY     PKWY  S'.
           05  FILLER  PIC X(19) VALUE 'PARKWY      PKWY  S'.
           05  FILLER  PIC X(19) VALUE 'PKY         PKWY  S'.
           05  FILLER  PIC X(19) VALUE 'PKWY        PKWY  S'.
           05  FILLER  PIC X(19) VALUE 'PLACE       PL    S'.
           05  FILLER  PIC X(19) VALUE 'PL          PL    S'.
           05  FILLER  PIC X(19) VALUE 'PLAZA       PLZ   S'.
           05  FILLER  PIC X(19) VALUE 'PLZ         PLZ   S'.
           05  FILLER  PIC X(19) VALUE 'ROAD        RD    S'.
           05  FILLER  PIC X(19) VALUE 'RD          RD    S'.
           05  FILLER  PIC X(19) VALUE 'SQUARE      SQ    S'.
           05  FILLER  PIC X(19) VALUE 'SQ          SQ    S'.
           05  FILLER  PIC X(19) VALUE 'STREET      ST    S'.
           05  FILLER  PIC X(19) VALUE 'STREEET     ST    S'.
           05  FILLER  PIC X(19) VALUE 'STRET       ST    S'.
           05  FILLER  PIC X(19) VALUE 'STR         ST    S'.
           05  FILLER  PIC X(19) VALUE 'ST          ST    S'.
           05  FILLER  PIC X(19) VALUE 'TERRACE     TER   S'.
           05  FILLER  PIC X(19) VALUE 'TER         TER   S'.
           05  FILLER  PIC X(19) VALUE 'TRAIL       TRL   S'.
           05  FILLER  PIC X(19) VALUE 'TRL         TRL   S'.
           05  FILLER  PIC X(19) VALUE 'WAY         WAY   S'.
           05  FILLER  PIC X(19) VALUE 'NORTH       N     D'.
           05  FILLER  PIC X(19) VALUE 'N           N     D'.
           05  FILLER  PIC X(19) VALUE 'SOUTH       S     D'.
           05  FILLER  PIC X(19) VALUE 'S           S     D'.
           05  FILLER  PIC X(19) VALUE 'EAST        E     D'.
           05  FILLER  PIC X(19) VALUE 'E           E     D'.
           05  FILLER  PIC X(19) VALUE 'WEST        W     D'.
           05  FILLER  PIC X(19) VALUE 'W           W     D'.
           05  FILLER  PIC X(19) VALUE 'NORTHEAST   NE    D'.
           05  FILLER  PIC X(19) VALUE 'NE          NE    D'.
           05  FILLER  PIC X(19) VALUE 'NORTHWEST   NW    D'.
           05  FILLER  PIC X(19) VALUE 'NW          NW    D'.
           05  FILLER  PIC X(19) VALUE 'SOUTHEAST   SE    D'.
           05  FILLER  PIC X(19) VALUE 'SE          SE    D'.
           05  FILLER  PIC X(19) VALUE 'SOUTHWEST   SW    D'.
           05  FILLER  PIC X(19) VALUE 'SW          SW    D'.
           05  FILLER  PIC X(19) VALUE 'APARTMENT   APT   U'.
           05  FILLER  PIC X(19) VALUE 'APT         APT   U'.
           05  FILLER  PIC X(19) VALUE 'BUILDING    BLDG  U'.
           05  FILLER  PIC X(19) VALUE 'BLDG        BLDG  U'.
           05  FILLER  PIC X(19) VALUE 'DEPARTMENT  DEPT  U'.
           05  FILLER  PIC X(19) VALUE 'DEPT        DEPT  U'.
           05  FILLER  PIC X(19) VALUE 'FLOOR       FL    U'.
           05  FILLER  PIC X(19) VALUE 'FL          FL    U'.
           05  FILLER  PIC X(19) VALUE 'ROOM        RM    U'.
           05  FILLER  PIC X(19) VALUE 'RM          RM    U'.
           05  FILLER  PIC X(19) VALUE 'SUITE       STE   U'.
           05  FILLER  PIC X(19) VALUE 'SUIT        STE   U'.
           05  FILLER  PIC X(19) VALUE 'STE         STE   U'.
           05  FILLER  PIC X(19) VALUE 'UNIT        UNIT  U'.
           05  FILLER  PIC X(19) VALUE '#           #     U'.
       01  ADDRESS-WORD-TABLE REDEFINES ADDRESS-WORD-VALUES.
           05  ADDRESS-WORD-ENTRY OCCURS 83 TIMES
                   INDEXED BY AWV-IDX.
               10  AWV-WORD             PIC X(12).
               10  AWV-STANDARD         PIC X(06).
               10  AWV-TYPE             PIC X.

       01  ZIP-REFERENCE-TABLE.
           05  ZIP-REF-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-ZIP-REF-COUNT
                   INDEXED BY ZIP-REF-IDX.
               10  ZPR-TBL-PREFIX-LOW   PIC X(03).
               10  ZPR-TBL-PREFIX-HIGH  PIC X(03).
               10  ZPR-TBL-STATE        PIC X(02).

       01  SHIP-TO-TABLE.
           05  SHIP-TO-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-SHIP-TO-COUNT.
               10  SHT-TBL-RECORD       PIC X(119).

       01  WS-LOWER-CASE-LETTERS        PIC X(26) VALUE
           'abcdefghijklmnopqrstuvwxyz'.
       01  WS-UPPER-CASE-LETTERS        PIC X(26) VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  WS-VALID-ADDRESS-CHARACTERS  PIC X(42) VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789-#/&'' '.
       01  WS-VALID-CITY-CHARACTERS     PIC X(29) VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ-'' '.
       01  WS-QUALITY-SCRATCH           PIC X(30).
       01  WS-QUALITY-SPACE-COUNT       PIC S9(4) COMP.
       01  WS-QUALITY-BAD-COUNT         PIC S9(4) COMP.

      * What the exception line and the audit record are about to
      * say, set by the paragraph that found it.
       01  WS-REPORT-FIELDS.
           05  WS-FIELD-NAME            PIC X(10).
           05  WS-FIELD-OLD-VALUE       PIC X(30).
           05  WS-FIELD-NEW-VALUE       PIC X(30).
           05  WS-EXCEPTION-REASON      PIC X(50).

       01  WS-ERROR-LOG-FIELDS.
           05  WS-ERR-PROGRAM-NAME      PIC X(08) VALUE 'ADDRSTD'.
           05  WS-ERR-PARAGRAPH-NAME    PIC X(30).
           05  WS-ERR-DESCRIPTION       PIC X(60).
           05  WS-ERR-OFFENDING-DATA    PIC X(30).

       01  RPT-COUNT-EDITED             PIC Z(6)9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM CLAIM-RUN-LOCKS
           IF A-RUN-LOCK-WAS-REFUSED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           CALL 'BUSDATE' USING WS-RUN-DATE
           END-CALL
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM LOAD-ZIP-REFERENCE
           IF WS-ZIP-REF-COUNT = 0
               DISPLAY 'ADDRSTD: no ZIP-STATE-REFERENCE-FILE - '
                   'no addresses standardized'
               MOVE 'LOAD-ZIP-REFERENCE' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'ZIP reference table missing or empty'
                   TO WS-ERR-DESCRIPTION
               MOVE 'ZIP-STATE-REFERENCE-FILE' TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-ADDRSTD-ERROR
               PERFORM RELEASE-RUN-LOCKS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-SHIP-TO-MASTER
           IF A-TABLE-IS-OVER-CAPACITY
               DISPLAY 'ADDRSTD: more than 500 ship-tos - '
                   'no addresses standardized'
               MOVE 'LOAD-SHIP-TO-MASTER' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'ship-to table full - master not rewritten'
                   TO WS-ERR-DESCRIPTION
               MOVE 'SHIP-TO-MASTER-FILE' TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-ADDRSTD-ERROR
               PERFORM RELEASE-RUN-LOCKS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-SHIP-TO-COUNT = 0
               DISPLAY 'ADDRSTD: no ship-tos on file - nothing to do'
               PERFORM RELEASE-RUN-LOCKS
               GOBACK
           END-IF
           OPEN OUTPUT ADDRESS-EXCEPTION-REPORT
           PERFORM WRITE-REPORT-HEADER
           OPEN EXTEND SHIP-TO-ADDRESS-AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = '35'
               OPEN OUTPUT SHIP-TO-ADDRESS-AUDIT-FILE
           END-IF
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                   UNTIL WS-TABLE-INDEX > WS-SHIP-TO-COUNT
               PERFORM STANDARDIZE-ONE-SHIP-TO
           END-PERFORM
           CLOSE SHIP-TO-ADDRESS-AUDIT-FILE
           IF WS-STANDARDIZED-COUNT > 0
               PERFORM REWRITE-SHIP-TO-MASTER
           END-IF
           PERFORM WRITE-REPORT-TOTALS
           CLOSE ADDRESS-EXCEPTION-REPORT
           PERFORM RELEASE-RUN-LOCKS
           DISPLAY 'ADDRSTD: ' WS-SHIP-TO-COUNT ' ship-to(s) read, '
               WS-STANDARDIZED-COUNT ' standardized, '
               WS-UNRESOLVED-COUNT ' left for customer service'
           GOBACK.

      *---------------------------------------------------------------
      * Claims each file this run rewrites in place. A refusal names
      * the holder and stops the run cold; the claims already
      * granted are given back.

       CLAIM-RUN-LOCKS.
           PERFORM VARYING WS-LOCK-INDEX FROM 1 BY 1
                   UNTIL WS-LOCK-INDEX > 2
                      OR A-RUN-LOCK-WAS-REFUSED
               MOVE 'L' TO WS-LOCK-ACTION
               MOVE LOCK-FILE-ENTRY(WS-LOCK-INDEX) TO WS-LOCK-FILE-NAME
               PERFORM CLAIM-ONE-RUN-LOCK
               IF NOT A-RUN-LOCK-WAS-REFUSED
                   ADD 1 TO WS-LOCKS-HELD
               END-IF
           END-PERFORM
           IF A-RUN-LOCK-WAS-REFUSED
               PERFORM RELEASE-RUN-LOCKS
           END-IF.

      *---------------------------------------------------------------
      * Claims the one file named in WS-LOCK-FILE-NAME.

       CLAIM-ONE-RUN-LOCK.
           CALL 'RUNLOCK' USING WS-LOCK-ACTION WS-ERR-PROGRAM-NAME
               WS-LOCK-FILE-NAME WS-LOCK-RESULT-FLAG
               WS-LOCK-HOLDER-NAME
           END-CALL
           IF NOT RUN-LOCK-GRANTED
               SET A-RUN-LOCK-WAS-REFUSED TO TRUE
               DISPLAY 'ADDRSTD: ' WS-LOCK-FILE-NAME
                   ' is locked by ' WS-LOCK-HOLDER-NAME
                   ' - run refused'
               MOVE 'CLAIM-RUN-LOCKS' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'master locked by another program'
                   TO WS-ERR-DESCRIPTION
               MOVE WS-LOCK-HOLDER-NAME TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-ADDRSTD-ERROR
           END-IF.

      *---------------------------------------------------------------
      * Releases the claims this run holds.

       RELEASE-RUN-LOCKS.
           MOVE 'U' TO WS-LOCK-ACTION
           PERFORM VARYING WS-LOCK-INDEX FROM 1 BY 1
                   UNTIL WS-LOCK-INDEX > WS-LOCKS-HELD
               MOVE LOCK-FILE-ENTRY(WS-LOCK-INDEX) TO WS-LOCK-FILE-NAME
               CALL 'RUNLOCK' USING WS-LOCK-ACTION
                   WS-ERR-PROGRAM-NAME WS-LOCK-FILE-NAME
                   WS-LOCK-RESULT-FLAG WS-LOCK-HOLDER-NAME
               END-CALL
           END-PERFORM
           MOVE 0 TO WS-LOCKS-HELD.

      *---------------------------------------------------------------
      * Calls the shared LOGERROR routine to append one record to
      * ERROR-LOG-FILE for the problem just found. WS-ERR-PARAGRAPH-
      * NAME, WS-ERR-DESCRIPTION and WS-ERR-OFFENDING-DATA must be set
      * by the calling paragraph before this is performed.

       LOG-ADDRSTD-ERROR.
           CALL 'LOGERROR' USING WS-ERR-PROGRAM-NAME
               WS-ERR-PARAGRAPH-NAME WS-ERR-DESCRIPTION
               WS-ERR-OFFENDING-DATA
           END-CALL.

      *---------------------------------------------------------------
      * Loads ZIP-STATE-REFERENCE-FILE into ZIP-REFERENCE-TABLE.

       LOAD-ZIP-REFERENCE.
           OPEN INPUT ZIP-STATE-REFERENCE-FILE
           IF WS-ZIP-REF-FILE-STATUS NOT = '00'
               SET END-OF-ZIP-REF-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-ZIP-REF-FILE
               READ ZIP-STATE-REFERENCE-FILE
                   AT END
                       SET END-OF-ZIP-REF-FILE TO TRUE
                   NOT AT END
                       IF WS-ZIP-REF-COUNT < 200
                           ADD 1 TO WS-ZIP-REF-COUNT
                           MOVE ZPR-PREFIX-LOW
                               TO ZPR-TBL-PREFIX-LOW(WS-ZIP-REF-COUNT)
                           MOVE ZPR-PREFIX-HIGH
                               TO ZPR-TBL-PREFIX-HIGH(WS-ZIP-REF-COUNT)
                           MOVE ZPR-STATE
                               TO ZPR-TBL-STATE(WS-ZIP-REF-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ZIP-REF-FILE-STATUS = '00' OR '10'
               CLOSE ZIP-STATE-REFERENCE-FILE
           END-IF.

      *---------------------------------------------------------------
      * Loads SHIP-TO-MASTER-FILE into SHIP-TO-TABLE. A master larger
      * than the table stops the run: rewriting from a short table
      * would drop the ship-tos that did not fit.

       LOAD-SHIP-TO-MASTER.
           OPEN INPUT SHIP-TO-MASTER-FILE
           IF WS-SHIP-TO-FILE-STATUS NOT = '00'
               SET END-OF-SHIP-TO-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-SHIP-TO-FILE
               READ SHIP-TO-MASTER-FILE
                   AT END
                       SET END-OF-SHIP-TO-FILE TO TRUE
                   NOT AT END
                       IF WS-SHIP-TO-COUNT < 500
                           ADD 1 TO WS-SHIP-TO-COUNT
                           MOVE SHIP-TO-MASTER-RECORD
                               TO SHT-TBL-RECORD(WS-SHIP-TO-COUNT)
                       ELSE
                           SET A-TABLE-IS-OVER-CAPACITY TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SHIP-TO-FILE-STATUS = '00' OR '10'
               CLOSE SHIP-TO-MASTER-FILE
           END-IF.

      *---------------------------------------------------------------
      * Builds the cleaned address for the ship-to WS-TABLE-INDEX
      * points at and checks it. A clean address that differs from
      * the one on file goes back into the table, with an audit
      * record per field changed; one with any problem stays as it
      * was.

       STANDARDIZE-ONE-SHIP-TO.
           MOVE SHT-TBL-RECORD(WS-TABLE-INDEX) TO SHIP-TO-MASTER-RECORD
           MOVE 'N' TO WS-EXCEPTION-FLAG
           PERFORM CLEAN-ADDRESS-LINES
           PERFORM CLEAN-CITY
           PERFORM CLEAN-STATE
           PERFORM CLEAN-ZIP
           EVALUATE TRUE
               WHEN THE-ADDRESS-HAS-PROBLEMS
                   ADD 1 TO WS-UNRESOLVED-COUNT
               WHEN WS-CLEAN-ADDRESS-LINE-1 = SHT-ADDRESS-LINE-1
                AND WS-CLEAN-ADDRESS-LINE-2 = SHT-ADDRESS-LINE-2
                AND WS-CLEAN-CITY = SHT-CITY
                AND WS-CLEAN-STATE = SHT-STATE
                AND WS-CLEAN-ZIP = SHT-ZIP
                   ADD 1 TO WS-ALREADY-STANDARD-COUNT
               WHEN OTHER
                   PERFORM APPLY-CLEAN-ADDRESS
                   ADD 1 TO WS-STANDARDIZED-COUNT
           END-EVALUATE.

      *---------------------------------------------------------------
      * Standardizes both street lines. Line 1 must carry the street;
      * line 2 is optional.

       CLEAN-ADDRESS-LINES.
           MOVE 'ADDRESS-1' TO WS-FIELD-NAME
           MOVE SHT-ADDRESS-LINE-1 TO WS-FIELD-OLD-VALUE
           MOVE SHT-ADDRESS-LINE-1 TO WS-LINE-IN
           MOVE LENGTH OF WS-CLEAN-ADDRESS-LINE-1 TO WS-LINE-LIMIT
           PERFORM STANDARDIZE-ADDRESS-LINE
           MOVE WS-LINE-OUT TO WS-CLEAN-ADDRESS-LINE-1
           EVALUATE TRUE
               WHEN WS-CLEAN-ADDRESS-LINE-1 = SPACES
                   MOVE 'NO STREET ADDRESS ON LINE 1'
                       TO WS-EXCEPTION-REASON
                   PERFORM WRITE-ADDRESS-EXCEPTION
               WHEN NOT THE-LINE-FITS
                   MOVE 'STANDARDIZED LINE DOES NOT FIT'
                       TO WS-EXCEPTION-REASON
                   PERFORM WRITE-ADDRESS-EXCEPTION
               WHEN OTHER
                   MOVE WS-CLEAN-ADDRESS-LINE-1 TO WS-QUALITY-SCRATCH
                   PERFORM CHECK-ADDRESS-QUALITY
           END-EVALUATE
           MOVE 'ADDRESS-2' TO WS-FIELD-NAME
           MOVE SHT-ADDRESS-LINE-2 TO WS-FIELD-OLD-VALUE
           MOVE SHT-ADDRESS-LINE-2 TO WS-LINE-IN
           MOVE LENGTH OF WS-CLEAN-ADDRESS-LINE-2 TO WS-LINE-LIMIT
           PERFORM STANDARDIZE-ADDRESS-LINE
           MOVE WS-LINE-OUT TO WS-CLEAN-ADDRESS-LINE-2
           IF NOT THE-LINE-FITS
               MOVE 'STANDARDIZED LINE DOES NOT FIT'
                   TO WS-EXCEPTION-REASON
               PERFORM WRITE-ADDRESS-EXCEPTION
           ELSE
               MOVE WS-CLEAN-ADDRESS-LINE-2 TO WS-QUALITY-SCRATCH
               PERFORM CHECK-ADDRESS-QUALITY
           END-IF.

      *---------------------------------------------------------------
      * Upper-cases WS-LINE-IN, splits it into words, cuts each
      * suffix, directional, and unit word to its standard form where
      * its position calls for it, and rejoins the words one space
      * apart into WS-LINE-OUT. WS-LINE-LIMIT must be set by the
      * calling paragraph.

       STANDARDIZE-ADDRESS-LINE.
           PERFORM SPLIT-LINE-INTO-WORDS
           PERFORM VARYING WS-WORD-INDEX FROM 1 BY 1
                   UNTIL WS-WORD-INDEX > WS-WORD-COUNT
               PERFORM CLASSIFY-ONE-WORD
           END-PERFORM
           PERFORM VARYING WS-WORD-INDEX FROM 1 BY 1
                   UNTIL WS-WORD-INDEX > WS-WORD-COUNT
               PERFORM STANDARDIZE-ONE-WORD
           END-PERFORM
           PERFORM JOIN-WORDS-INTO-LINE.

      *---------------------------------------------------------------
      * Upper-cases WS-LINE-IN, turns commas into spaces, sorts out
      * its periods, and breaks it into ADDRESS-LINE-WORDS. Runs of
      * spaces give empty words, which are skipped.

       SPLIT-LINE-INTO-WORDS.
           MOVE WS-LINE-IN TO WS-LINE-WORK
           INSPECT WS-LINE-WORK CONVERTING
               WS-LOWER-CASE-LETTERS TO WS-UPPER-CASE-LETTERS
           INSPECT WS-LINE-WORK REPLACING ALL ',' BY SPACE
           PERFORM STRIP-WORD-PERIODS
           MOVE 0 TO WS-WORD-COUNT
           MOVE 1 TO WS-SCAN-POINTER
           PERFORM UNTIL WS-SCAN-POINTER > LENGTH OF WS-LINE-WORK
                      OR WS-WORD-COUNT = 15
               MOVE SPACES TO WS-ONE-WORD
               UNSTRING WS-LINE-WORK DELIMITED BY ALL SPACE
                   INTO WS-ONE-WORD
                   WITH POINTER WS-SCAN-POINTER
               END-UNSTRING
               IF WS-ONE-WORD NOT = SPACES
                   ADD 1 TO WS-WORD-COUNT
                   MOVE WS-ONE-WORD TO ADW-WORD(WS-WORD-COUNT)
                   MOVE SPACE TO ADW-TYPE(WS-WORD-COUNT)
                   MOVE SPACES TO ADW-STANDARD(WS-WORD-COUNT)
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Rebuilds WS-LINE-WORK with the periods in each word sorted
      * out before the line is split. A period ending a word is
      * dropped, so ST. reads ST, and one between single letters is
      * closed up, so P.O. reads PO. Any other period stands between
      * two words keyed without a space and becomes one, so N.MAIN
      * reads N MAIN and ST.JAMES reads ST JAMES.

       STRIP-WORD-PERIODS.
           MOVE SPACES TO WS-PERIOD-WORK
           MOVE WS-LINE-WORK TO WS-PERIOD-WORK(3:30)
           MOVE SPACES TO WS-LINE-WORK
           MOVE 0 TO WS-STRIPPED-LENGTH
           PERFORM VARYING WS-CHAR-INDEX FROM 3 BY 1
                   UNTIL WS-CHAR-INDEX > 32
               IF WS-PERIOD-WORK(WS-CHAR-INDEX:1) = '.'
                   PERFORM PLACE-ONE-PERIOD
               ELSE
                   ADD 1 TO WS-STRIPPED-LENGTH
                   MOVE WS-PERIOD-WORK(WS-CHAR-INDEX:1)
                       TO WS-LINE-WORK(WS-STRIPPED-LENGTH:1)
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Decides what the period WS-CHAR-INDEX points at leaves in the
      * rebuilt line: nothing when it ends a word or stands between
      * single letters, a space otherwise.

       PLACE-ONE-PERIOD.
           EVALUATE TRUE
               WHEN WS-PERIOD-WORK(WS-CHAR-INDEX + 1:1) = SPACE
                 OR WS-PERIOD-WORK(WS-CHAR-INDEX + 1:1) = '.'
                   CONTINUE
               WHEN WS-PERIOD-WORK(WS-CHAR-INDEX - 1:1)
                        IS ALPHABETIC-UPPER
                AND WS-PERIOD-WORK(WS-CHAR-INDEX - 1:1) NOT = SPACE
                AND (WS-PERIOD-WORK(WS-CHAR-INDEX - 2:1) = SPACE
                  OR WS-PERIOD-WORK(WS-CHAR-INDEX - 2:1) = '.')
                AND WS-PERIOD-WORK(WS-CHAR-INDEX + 1:1)
                        IS ALPHABETIC-UPPER
                AND (WS-PERIOD-WORK(WS-CHAR-INDEX + 2:1) = SPACE
                  OR WS-PERIOD-WORK(WS-CHAR-INDEX + 2:1) = '.')
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-STRIPPED-LENGTH
                   MOVE SPACE TO WS-LINE-WORK(WS-STRIPPED-LENGTH:1)
           END-EVALUATE.

      *---------------------------------------------------------------
      * Looks the word WS-WORD-INDEX points at up in the ADDRESS-WORD
      * table and notes its type and standard form.

       CLASSIFY-ONE-WORD.
           SET AWV-IDX TO 1
           SEARCH ADDRESS-WORD-ENTRY
               AT END
                   CONTINUE
               WHEN AWV-WORD(AWV-IDX) = ADW-WORD(WS-WORD-INDEX)
                   MOVE AWV-TYPE(AWV-IDX) TO ADW-TYPE(WS-WORD-INDEX)
                   MOVE AWV-STANDARD(AWV-IDX)
                       TO ADW-STANDARD(WS-WORD-INDEX)
           END-SEARCH.

      *---------------------------------------------------------------
      * Replaces the word WS-WORD-INDEX points at with its standard
      * form where its position makes it one. A suffix ends the
      * street name - it is last, or a directional or unit follows -
      * and is never the first word. A directional is one unless a
      * suffix follows it (NORTH ST is a street named North) or it is
      * the only word. A unit designator always is.

       STANDARDIZE-ONE-WORD.
           IF WS-WORD-INDEX = WS-WORD-COUNT
               SET NO-NEXT-WORD TO TRUE
           ELSE
               MOVE ADW-TYPE(WS-WORD-INDEX + 1) TO WS-NEXT-WORD-TYPE
           END-IF
           EVALUATE TRUE
               WHEN ADW-IS-SUFFIX(WS-WORD-INDEX)
                   IF WS-WORD-INDEX > 1
                       AND (NO-NEXT-WORD OR NEXT-WORD-IS-DIRECTIONAL
                            OR NEXT-WORD-IS-UNIT)
                       MOVE ADW-STANDARD(WS-WORD-INDEX)
                           TO ADW-WORD(WS-WORD-INDEX)
                   END-IF
               WHEN ADW-IS-DIRECTIONAL(WS-WORD-INDEX)
                   IF WS-WORD-COUNT > 1
                       AND NOT NEXT-WORD-IS-SUFFIX
                       MOVE ADW-STANDARD(WS-WORD-INDEX)
                           TO ADW-WORD(WS-WORD-INDEX)
                   END-IF
               WHEN ADW-IS-UNIT(WS-WORD-INDEX)
                   MOVE ADW-STANDARD(WS-WORD-INDEX)
                       TO ADW-WORD(WS-WORD-INDEX)
           END-EVALUATE.

      *---------------------------------------------------------------
      * Rejoins ADDRESS-LINE-WORDS one space apart into WS-LINE-OUT
      * and notes whether the result fits in WS-LINE-LIMIT. Some
      * standard forms are longer than the word they replace (AV
      * reads AVE, PKY reads PKWY), so a line that was full can come
      * out too long; the caller reports it rather than cutting it
      * short.

       JOIN-WORDS-INTO-LINE.
           MOVE SPACES TO WS-LINE-OUT
           SET THE-LINE-FITS TO TRUE
           MOVE 1 TO WS-JOIN-POINTER
           PERFORM VARYING WS-WORD-INDEX FROM 1 BY 1
                   UNTIL WS-WORD-INDEX > WS-WORD-COUNT
                      OR NOT THE-LINE-FITS
               IF WS-WORD-INDEX > 1
                   STRING ' ' DELIMITED BY SIZE
                       INTO WS-LINE-OUT WITH POINTER WS-JOIN-POINTER
                       ON OVERFLOW
                           MOVE 'N' TO WS-LINE-FIT-FLAG
                   END-STRING
               END-IF
               STRING ADW-WORD(WS-WORD-INDEX) DELIMITED BY SPACE
                   INTO WS-LINE-OUT WITH POINTER WS-JOIN-POINTER
                   ON OVERFLOW
                       MOVE 'N' TO WS-LINE-FIT-FLAG
               END-STRING
           END-PERFORM
           IF WS-JOIN-POINTER > WS-LINE-LIMIT + 1
               MOVE 'N' TO WS-LINE-FIT-FLAG
           END-IF.

      *---------------------------------------------------------------
      * Upper-cases the city and closes it up the same way as a
      * street line, without abbreviating anything: a city called
      * North Pole keeps its name.

       CLEAN-CITY.
           MOVE 'CITY' TO WS-FIELD-NAME
           MOVE SHT-CITY TO WS-FIELD-OLD-VALUE
           MOVE SHT-CITY TO WS-LINE-IN
           MOVE LENGTH OF WS-CLEAN-CITY TO WS-LINE-LIMIT
           PERFORM SPLIT-LINE-INTO-WORDS
           PERFORM JOIN-WORDS-INTO-LINE
           MOVE WS-LINE-OUT TO WS-CLEAN-CITY
           EVALUATE TRUE
               WHEN WS-CLEAN-CITY = SPACES
                   MOVE 'NO CITY' TO WS-EXCEPTION-REASON
                   PERFORM WRITE-ADDRESS-EXCEPTION
               WHEN NOT THE-LINE-FITS
                   MOVE 'STANDARDIZED CITY DOES NOT FIT'
                       TO WS-EXCEPTION-REASON
                   PERFORM WRITE-ADDRESS-EXCEPTION
               WHEN OTHER
                   MOVE WS-CLEAN-CITY TO WS-QUALITY-SCRATCH
                   PERFORM CHECK-CITY-QUALITY
           END-EVALUATE.

      *---------------------------------------------------------------
      * Upper-cases the state, which must be a state the ZIP
      * reference table knows.

       CLEAN-STATE.
           MOVE 'STATE' TO WS-FIELD-NAME
           MOVE SHT-STATE TO WS-FIELD-OLD-VALUE
           MOVE SHT-STATE TO WS-CLEAN-STATE
           INSPECT WS-CLEAN-STATE CONVERTING
               WS-LOWER-CASE-LETTERS TO WS-UPPER-CASE-LETTERS
           MOVE 'N' TO WS-STATE-KNOWN-FLAG
           SET ZIP-REF-IDX TO 1
           SEARCH ZIP-REF-ENTRY
               AT END
                   CONTINUE
               WHEN ZPR-TBL-STATE(ZIP-REF-IDX) = WS-CLEAN-STATE
                   SET THE-STATE-IS-KNOWN TO TRUE
           END-SEARCH
           IF NOT THE-STATE-IS-KNOWN
               MOVE 'STATE IS NOT A KNOWN STATE CODE'
                   TO WS-EXCEPTION-REASON
               PERFORM WRITE-ADDRESS-EXCEPTION
           END-IF.

      *---------------------------------------------------------------
      * Accepts a five-digit ZIP or a ZIP+4 keyed with a hyphen, a
      * space, or nothing between the parts, and writes the ZIP+4
      * with the hyphen. The first three digits must fall in a
      * reference-table range, and that range's state must be the
      * ship-to's state.

       CLEAN-ZIP.
           MOVE 'ZIP' TO WS-FIELD-NAME
           MOVE SHT-ZIP TO WS-FIELD-OLD-VALUE
           MOVE SPACES TO WS-CLEAN-ZIP
           SET THE-ZIP-FORM-IS-GOOD TO TRUE
           EVALUATE TRUE
               WHEN SHT-ZIP(1:5) IS NUMERIC
                AND SHT-ZIP(6:5) = SPACES
                   MOVE SHT-ZIP(1:5) TO WS-CLEAN-ZIP
               WHEN SHT-ZIP(1:5) IS NUMERIC
                AND (SHT-ZIP(6:1) = '-' OR SHT-ZIP(6:1) = SPACE)
                AND SHT-ZIP(7:4) IS NUMERIC
                   STRING SHT-ZIP(1:5) '-' SHT-ZIP(7:4)
                       DELIMITED BY SIZE INTO WS-CLEAN-ZIP
                   END-STRING
               WHEN SHT-ZIP(1:9) IS NUMERIC
                AND SHT-ZIP(10:1) = SPACE
                   STRING SHT-ZIP(1:5) '-' SHT-ZIP(6:4)
                       DELIMITED BY SIZE INTO WS-CLEAN-ZIP
                   END-STRING
               WHEN OTHER
                   MOVE 'N' TO WS-ZIP-FORM-FLAG
                   MOVE SHT-ZIP TO WS-CLEAN-ZIP
                   MOVE 'ZIP IS NOT A 5 OR 9 DIGIT ZIP CODE'
                       TO WS-EXCEPTION-REASON
                   PERFORM WRITE-ADDRESS-EXCEPTION
           END-EVALUATE
           IF THE-ZIP-FORM-IS-GOOD
               PERFORM CHECK-ZIP-AGAINST-STATE
           END-IF.

      *---------------------------------------------------------------
      * Finds the reference-table range holding the ZIP's first three
      * digits and holds its state against the ship-to's. An unknown
      * state was reported already and is not reported twice.

       CHECK-ZIP-AGAINST-STATE.
           MOVE WS-CLEAN-ZIP(1:3) TO WS-ZIP-PREFIX
           MOVE SPACES TO WS-ZIP-OWNING-STATE
           SET ZIP-REF-IDX TO 1
           SEARCH ZIP-REF-ENTRY
               AT END
                   CONTINUE
               WHEN WS-ZIP-PREFIX >= ZPR-TBL-PREFIX-LOW(ZIP-REF-IDX)
                AND WS-ZIP-PREFIX <= ZPR-TBL-PREFIX-HIGH(ZIP-REF-IDX)
                   MOVE ZPR-TBL-STATE(ZIP-REF-IDX)
                       TO WS-ZIP-OWNING-STATE
           END-SEARCH
           EVALUATE TRUE
               WHEN WS-ZIP-OWNING-STATE = SPACES
                   MOVE SPACES TO WS-EXCEPTION-REASON
                   STRING 'ZIP PREFIX ' WS-ZIP-PREFIX
                       ' IS NOT ON THE REFERENCE TABLE'
                       DELIMITED BY SIZE INTO WS-EXCEPTION-REASON
                   END-STRING
                   PERFORM WRITE-ADDRESS-EXCEPTION
               WHEN THE-STATE-IS-KNOWN
                AND WS-ZIP-OWNING-STATE NOT = WS-CLEAN-STATE
                   MOVE SPACES TO WS-EXCEPTION-REASON
                   STRING 'ZIP BELONGS TO ' WS-ZIP-OWNING-STATE
                       ', NOT ' WS-CLEAN-STATE
                       DELIMITED BY SIZE INTO WS-EXCEPTION-REASON
                   END-STRING
                   PERFORM WRITE-ADDRESS-EXCEPTION
           END-EVALUATE.

      *---------------------------------------------------------------
      * Counts the characters in WS-QUALITY-SCRATCH that an address
      * line does not carry - anything but letters, digits, spaces,
      * and - # / & ' - the same way STRINGIT checks a roster name,
      * and reports the line when there are any.

       CHECK-ADDRESS-QUALITY.
           MOVE 0 TO WS-QUALITY-SPACE-COUNT
           INSPECT WS-QUALITY-SCRATCH CONVERTING
               WS-VALID-ADDRESS-CHARACTERS TO SPACES
           INSPECT WS-QUALITY-SCRATCH TALLYING WS-QUALITY-SPACE-COUNT
               FOR ALL SPACES
           COMPUTE WS-QUALITY-BAD-COUNT =
               LENGTH OF WS-QUALITY-SCRATCH - WS-QUALITY-SPACE-COUNT
           IF WS-QUALITY-BAD-COUNT > 0
               MOVE 'CHARACTERS AN ADDRESS DOES NOT CARRY'
                   TO WS-EXCEPTION-REASON
               PERFORM WRITE-ADDRESS-EXCEPTION
           END-IF.

      *---------------------------------------------------------------
      * The same check for the city, which carries only letters,
      * spaces, hyphens, and apostrophes.

       CHECK-CITY-QUALITY.
           MOVE 0 TO WS-QUALITY-SPACE-COUNT
           INSPECT WS-QUALITY-SCRATCH CONVERTING
               WS-VALID-CITY-CHARACTERS TO SPACES
           INSPECT WS-QUALITY-SCRATCH TALLYING WS-QUALITY-SPACE-COUNT
               FOR ALL SPACES
           COMPUTE WS-QUALITY-BAD-COUNT =
               LENGTH OF WS-QUALITY-SCRATCH - WS-QUALITY-SPACE-COUNT
           IF WS-QUALITY-BAD-COUNT > 0
               MOVE 'CHARACTERS A CITY NAME DOES NOT CARRY'
                   TO WS-EXCEPTION-REASON
               PERFORM WRITE-ADDRESS-EXCEPTION
           END-IF.

      *---------------------------------------------------------------
      * Lists one problem with the current ship-to on the exception
      * report and marks the ship-to unresolved. WS-FIELD-NAME,
      * WS-FIELD-OLD-VALUE and WS-EXCEPTION-REASON must be set by
      * the calling paragraph.

       WRITE-ADDRESS-EXCEPTION.
           SET THE-ADDRESS-HAS-PROBLEMS TO TRUE
           ADD 1 TO WS-EXCEPTION-LINE-COUNT
           MOVE SPACES TO ADDRESS-EXCEPTION-LINE
           MOVE SHT-ACCOUNT-NUMBER TO ADDRESS-EXCEPTION-LINE(1:6)
           MOVE SHT-CUSTOMER-NAME TO ADDRESS-EXCEPTION-LINE(9:19)
           MOVE WS-FIELD-NAME TO ADDRESS-EXCEPTION-LINE(30:10)
           MOVE WS-FIELD-OLD-VALUE TO ADDRESS-EXCEPTION-LINE(42:30)
           MOVE WS-EXCEPTION-REASON TO ADDRESS-EXCEPTION-LINE(74:50)
           WRITE ADDRESS-EXCEPTION-LINE
           MOVE 'WRITE-ADDRESS-EXCEPTION' TO WS-ERR-PARAGRAPH-NAME
           MOVE SPACES TO WS-ERR-DESCRIPTION
           STRING 'ship-to ' SHT-ACCOUNT-NUMBER ' '
                   DELIMITED BY SIZE
               WS-FIELD-NAME DELIMITED BY SPACE
               ': ' WS-EXCEPTION-REASON DELIMITED BY SIZE
               INTO WS-ERR-DESCRIPTION
           END-STRING
           MOVE WS-FIELD-OLD-VALUE TO WS-ERR-OFFENDING-DATA
           PERFORM LOG-ADDRSTD-ERROR.

      *---------------------------------------------------------------
      * Audits each field the cleanup changed and puts the cleaned
      * ship-to back in the table for the rewrite.

       APPLY-CLEAN-ADDRESS.
           MOVE 'ADDRESS-1' TO WS-FIELD-NAME
           MOVE SHT-ADDRESS-LINE-1 TO WS-FIELD-OLD-VALUE
           MOVE WS-CLEAN-ADDRESS-LINE-1 TO WS-FIELD-NEW-VALUE
           PERFORM AUDIT-ONE-FIELD
           MOVE 'ADDRESS-2' TO WS-FIELD-NAME
           MOVE SHT-ADDRESS-LINE-2 TO WS-FIELD-OLD-VALUE
           MOVE WS-CLEAN-ADDRESS-LINE-2 TO WS-FIELD-NEW-VALUE
           PERFORM AUDIT-ONE-FIELD
           MOVE 'CITY' TO WS-FIELD-NAME
           MOVE SHT-CITY TO WS-FIELD-OLD-VALUE
           MOVE WS-CLEAN-CITY TO WS-FIELD-NEW-VALUE
           PERFORM AUDIT-ONE-FIELD
           MOVE 'STATE' TO WS-FIELD-NAME
           MOVE SHT-STATE TO WS-FIELD-OLD-VALUE
           MOVE WS-CLEAN-STATE TO WS-FIELD-NEW-VALUE
           PERFORM AUDIT-ONE-FIELD
           MOVE 'ZIP' TO WS-FIELD-NAME
           MOVE SHT-ZIP TO WS-FIELD-OLD-VALUE
           MOVE WS-CLEAN-ZIP TO WS-FIELD-NEW-VALUE
           PERFORM AUDIT-ONE-FIELD
           MOVE WS-CLEAN-ADDRESS-LINE-1 TO SHT-ADDRESS-LINE-1
           MOVE WS-CLEAN-ADDRESS-LINE-2 TO SHT-ADDRESS-LINE-2
           MOVE WS-CLEAN-CITY TO SHT-CITY
           MOVE WS-CLEAN-STATE TO SHT-STATE
           MOVE WS-CLEAN-ZIP TO SHT-ZIP
           MOVE SHIP-TO-MASTER-RECORD TO SHT-TBL-RECORD(WS-TABLE-INDEX).

      *---------------------------------------------------------------
      * Appends an audit record for the field named in WS-FIELD-NAME
      * when its old and new values differ.

       AUDIT-ONE-FIELD.
           IF WS-FIELD-NEW-VALUE NOT = WS-FIELD-OLD-VALUE
               MOVE SHT-ACCOUNT-NUMBER TO SHA-ACCOUNT-NUMBER
               MOVE 'STANDARD' TO SHA-ACTION
               MOVE WS-FIELD-NAME TO SHA-FIELD-NAME
               MOVE WS-FIELD-OLD-VALUE TO SHA-OLD-VALUE
               MOVE WS-FIELD-NEW-VALUE TO SHA-NEW-VALUE
               MOVE WS-ERR-PROGRAM-NAME TO SHA-CHANGED-BY-USER
               MOVE WS-RUN-DATE TO SHA-CHANGE-DATE
               MOVE WS-RUN-TIME TO SHA-CHANGE-TIME
               WRITE SHIP-TO-ADDRESS-AUDIT-RECORD
               ADD 1 TO WS-AUDIT-RECORD-COUNT
           END-IF.

      *---------------------------------------------------------------
      * Rewrites SHIP-TO-MASTER-FILE from the table, in the order it
      * was read.

       REWRITE-SHIP-TO-MASTER.
           MOVE 'SHIP-TO-MASTER-FILE' TO WS-BACKUP-FILE-NAME
           CALL 'GENBKUP' USING WS-BACKUP-FILE-NAME
           END-CALL
           OPEN OUTPUT SHIP-TO-MASTER-FILE
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                   UNTIL WS-TABLE-INDEX > WS-SHIP-TO-COUNT
               MOVE SHT-TBL-RECORD(WS-TABLE-INDEX)
                   TO SHIP-TO-MASTER-RECORD
               WRITE SHIP-TO-MASTER-RECORD
           END-PERFORM
           CLOSE SHIP-TO-MASTER-FILE.

      *---------------------------------------------------------------
      * Writes the heading block and column headings.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO ADDRESS-EXCEPTION-LINE
           STRING 'ACME DISTRIBUTING CO.' DELIMITED BY SIZE
               INTO ADDRESS-EXCEPTION-LINE
           WRITE ADDRESS-EXCEPTION-LINE
           MOVE SPACES TO ADDRESS-EXCEPTION-LINE
           STRING 'SHIP-TO ADDRESS EXCEPTIONS - RUN DATE '
               WS-RUN-DATE DELIMITED BY SIZE
               INTO ADDRESS-EXCEPTION-LINE
           WRITE ADDRESS-EXCEPTION-LINE
           MOVE SPACES TO ADDRESS-EXCEPTION-LINE
           WRITE ADDRESS-EXCEPTION-LINE
           MOVE SPACES TO ADDRESS-EXCEPTION-LINE
           MOVE 'ACCOUNT' TO ADDRESS-EXCEPTION-LINE(1:7)
           MOVE 'CUSTOMER' TO ADDRESS-EXCEPTION-LINE(9:8)
           MOVE 'FIELD' TO ADDRESS-EXCEPTION-LINE(30:5)
           MOVE 'VALUE ON FILE' TO ADDRESS-EXCEPTION-LINE(42:13)
           MOVE 'PROBLEM' TO ADDRESS-EXCEPTION-LINE(74:7)
           WRITE ADDRESS-EXCEPTION-LINE
           MOVE SPACES TO ADDRESS-EXCEPTION-LINE
           WRITE ADDRESS-EXCEPTION-LINE.

      *---------------------------------------------------------------
      * Closes the report with the run's counts.

       WRITE-REPORT-TOTALS.
           IF WS-EXCEPTION-LINE-COUNT = 0
               MOVE SPACES TO ADDRESS-EXCEPTION-LINE
               MOVE 'NO EXCEPTIONS - EVERY ADDRESS RESOLVED'
                   TO ADDRESS-EXCEPTION-LINE
               WRITE ADDRESS-EXCEPTION-LINE
           END-IF
           MOVE SPACES TO ADDRESS-EXCEPTION-LINE
           WRITE ADDRESS-EXCEPTION-LINE
           MOVE SPACES TO ADDRESS-EXCEPTION-LINE
           MOVE WS-SHIP-TO-COUNT TO RPT-COUNT-EDITED
           STRING 'SHIP-TOS READ:                      '
               RPT-COUNT-EDITED DELIMITED BY SIZE
               INTO ADDRESS-EXCEPTION-LINE
           WRITE ADDRESS-EXCEPTION-LINE
           MOVE SPACES TO ADDRESS-EXCEPTION-LINE
           MOVE WS-STANDARDIZED-COUNT TO RPT-COUNT-EDITED
           STRING 'STANDARDIZED AND REWRITTEN:         '
               RPT-COUNT-EDITED DELIMITED BY SIZE
               INTO ADDRESS-EXCEPTION-LINE
           WRITE ADDRESS-EXCEPTION-LINE
           MOVE SPACES TO ADDRESS-EXCEPTION-LINE
           MOVE WS-ALREADY-STANDARD-COUNT TO RPT-COUNT-EDITED
           STRING 'ALREADY STANDARD:                   '
               RPT-COUNT-EDITED DELIMITED BY SIZE
               INTO ADDRESS-EXCEPTION-LINE
           WRITE ADDRESS-EXCEPTION-LINE
           MOVE SPACES TO ADDRESS-EXCEPTION-LINE
           MOVE WS-UNRESOLVED-COUNT TO RPT-COUNT-EDITED
           STRING 'UNRESOLVED - LEFT UNCHANGED:        '
               RPT-COUNT-EDITED DELIMITED BY SIZE
               INTO ADDRESS-EXCEPTION-LINE
           WRITE ADDRESS-EXCEPTION-LINE
           MOVE SPACES TO ADDRESS-EXCEPTION-LINE
           MOVE WS-AUDIT-RECORD-COUNT TO RPT-COUNT-EDITED
           STRING 'FIELDS CHANGED (AUDIT RECORDS):     '
               RPT-COUNT-EDITED DELIMITED BY SIZE
               INTO ADDRESS-EXCEPTION-LINE
           WRITE ADDRESS-EXCEPTION-LINE.
