      *****************************************************************
      * Program name:    XFERAGE
      * Original author: Dave Nicolette
      *
      * In-transit aging report.
      *
      * Lists every open transfer on IN-TRANSIT-FILE - stock that
      * INVXFER has shipped out of one warehouse and the other has
      * not yet received - with the number of days it has been on
      * the road as of the business date, and buckets the quantity
      * and value into 0-3, 4-7, 8-14 and OVER 14 days so a transfer
      * that never arrived is chased before it becomes a write-off.
      * Read only; nothing is updated.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  XFERAGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IN-TRANSIT-FILE ASSIGN TO "IN-TRANSIT-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-TRANSIT-FILE-STATUS.
           SELECT IN-TRANSIT-AGING-REPORT-FILE
               ASSIGN TO "IN-TRANSIT-AGING-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  IN-TRANSIT-FILE.
       COPY INTRANS.

       FD  IN-TRANSIT-AGING-REPORT-FILE.
       01  IN-TRANSIT-AGING-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILLER.
           05  WS-IN-TRANSIT-FILE-STATUS PIC XX.
           05  WS-EOF-FLAG              PIC X VALUE 'N'.
               88  END-OF-IN-TRANSIT-FILE   VALUE 'Y'.
           05  WS-RUN-DATE              PIC X(08).
           05  WS-RUN-DATE-NUMERIC REDEFINES WS-RUN-DATE
                                        PIC 9(08).
           05  WS-SHIP-DATE             PIC X(08).
           05  WS-SHIP-DATE-NUMERIC REDEFINES WS-SHIP-DATE
                                        PIC 9(08).
           05  WS-DATE-VALID-FLAG       PIC X.
               88  WORK-DATE-IS-VALID       VALUE 'Y'.
           05  WS-DAYS-IN-TRANSIT       PIC S9(05).
           05  WS-AGE-BUCKET            PIC 9(01).
           05  WS-TRANSFER-VALUE        PIC S9(09)V99.
           05  WS-TRANSFER-COUNT        PIC S9(05) VALUE 0.
           05  WORKING-INDEX            PIC S9(05).

       01  WS-BUCKET-TOTALS.
           05  WS-BUCKET-ENTRY                OCCURS 4 TIMES.
               10  WS-BUCKET-COUNT      PIC S9(05).
               10  WS-BUCKET-QUANTITY   PIC S9(09).
               10  WS-BUCKET-VALUE      PIC S9(09)V99.

       01  WS-BUCKET-NAMES-VALUES.
           05  FILLER                   PIC X(10) VALUE '0-3 DAYS'.
           05  FILLER                   PIC X(10) VALUE '4-7 DAYS'.
           05  FILLER                   PIC X(10) VALUE '8-14 DAYS'.
           05  FILLER                   PIC X(10) VALUE 'OVER 14'.
       01  WS-BUCKET-NAMES REDEFINES WS-BUCKET-NAMES-VALUES.
           05  WS-BUCKET-NAME           PIC X(10) OCCURS 4 TIMES.

       01  WS-ERROR-LOG-FIELDS.
           05  WS-ERR-PROGRAM-NAME      PIC X(08) VALUE 'XFERAGE'.
           05  WS-ERR-PARAGRAPH-NAME    PIC X(30).
           05  WS-ERR-DESCRIPTION       PIC X(60).
           05  WS-ERR-OFFENDING-DATA    PIC X(30).

       01  RPT-QTY-EDITED               PIC Z(6)9-.
       01  RPT-AMOUNT-EDITED            PIC Z(8)9.99-.
       01  RPT-COUNT-EDITED             PIC ZZZZ9.
       01  RPT-DAYS-EDITED              PIC ZZZ9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           CALL 'BUSDATE' USING WS-RUN-DATE
           END-CALL
           PERFORM VARYING WORKING-INDEX FROM 1 BY 1
                   UNTIL WORKING-INDEX > 4
               MOVE 0 TO WS-BUCKET-COUNT(WORKING-INDEX)
                         WS-BUCKET-QUANTITY(WORKING-INDEX)
                         WS-BUCKET-VALUE(WORKING-INDEX)
           END-PERFORM
           OPEN OUTPUT IN-TRANSIT-AGING-REPORT-FILE
           PERFORM WRITE-AGING-REPORT-HEADER
           OPEN INPUT IN-TRANSIT-FILE
           IF WS-IN-TRANSIT-FILE-STATUS NOT = '00'
               SET END-OF-IN-TRANSIT-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-IN-TRANSIT-FILE
               READ IN-TRANSIT-FILE
                   AT END
                       SET END-OF-IN-TRANSIT-FILE TO TRUE
                   NOT AT END
                       PERFORM AGE-ONE-TRANSFER
               END-READ
           END-PERFORM
           IF WS-IN-TRANSIT-FILE-STATUS = '00' OR '10'
               CLOSE IN-TRANSIT-FILE
           END-IF
           PERFORM WRITE-AGING-REPORT-TOTALS
           CLOSE IN-TRANSIT-AGING-REPORT-FILE
           DISPLAY 'XFERAGE: ' WS-TRANSFER-COUNT
               ' transfer(s) in transit'
           GOBACK.

      *---------------------------------------------------------------
      * Calls the shared LOGERROR routine to append one record to
      * ERROR-LOG-FILE for the problem just found. WS-ERR-PARAGRAPH-
      * NAME, WS-ERR-DESCRIPTION and WS-ERR-OFFENDING-DATA must be set
      * by the calling paragraph before this is performed.

       LOG-XFERAGE-ERROR.
           CALL 'LOGERROR' USING WS-ERR-PROGRAM-NAME
               WS-ERR-PARAGRAPH-NAME WS-ERR-DESCRIPTION
               WS-ERR-OFFENDING-DATA
           END-CALL.

      *---------------------------------------------------------------
      * Ages the transfer in IN-TRANSIT-RECORD from its ship date to
      * the business date and adds it to its bucket. A ship date that
      * cannot be aged is logged and counted as the oldest, since a
      * transfer nobody can date is one nobody is watching.

       AGE-ONE-TRANSFER.
           ADD 1 TO WS-TRANSFER-COUNT
           COMPUTE WS-TRANSFER-VALUE =
               ITR-QUANTITY * ITR-UNIT-COST
           MOVE ITR-SHIP-DATE TO WS-SHIP-DATE
           CALL 'DATECHK' USING WS-SHIP-DATE WS-DATE-VALID-FLAG
           END-CALL
           IF NOT WORK-DATE-IS-VALID
               MOVE 0 TO WS-DAYS-IN-TRANSIT
               MOVE 4 TO WS-AGE-BUCKET
               MOVE 'AGE-ONE-TRANSFER' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'in-transit ship date cannot be aged'
                   TO WS-ERR-DESCRIPTION
               MOVE ITR-TRANSFER-NUMBER TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-XFERAGE-ERROR
           ELSE
               COMPUTE WS-DAYS-IN-TRANSIT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUMERIC)
                 - FUNCTION INTEGER-OF-DATE(WS-SHIP-DATE-NUMERIC)
               EVALUATE TRUE
                   WHEN WS-DAYS-IN-TRANSIT NOT > 3
                       MOVE 1 TO WS-AGE-BUCKET
                   WHEN WS-DAYS-IN-TRANSIT NOT > 7
                       MOVE 2 TO WS-AGE-BUCKET
                   WHEN WS-DAYS-IN-TRANSIT NOT > 14
                       MOVE 3 TO WS-AGE-BUCKET
                   WHEN OTHER
                       MOVE 4 TO WS-AGE-BUCKET
               END-EVALUATE
           END-IF
           ADD 1 TO WS-BUCKET-COUNT(WS-AGE-BUCKET)
           ADD ITR-QUANTITY TO WS-BUCKET-QUANTITY(WS-AGE-BUCKET)
           ADD WS-TRANSFER-VALUE TO WS-BUCKET-VALUE(WS-AGE-BUCKET)
           PERFORM WRITE-AGING-DETAIL-LINE.

      *---------------------------------------------------------------
      * Writes one line for the transfer just aged.

       WRITE-AGING-DETAIL-LINE.
           MOVE SPACES TO IN-TRANSIT-AGING-LINE
           MOVE ITR-TRANSFER-NUMBER TO IN-TRANSIT-AGING-LINE(1:8)
           MOVE ITR-SKU TO IN-TRANSIT-AGING-LINE(11:10)
           MOVE ITR-FROM-WAREHOUSE TO IN-TRANSIT-AGING-LINE(22:2)
           MOVE ITR-TO-WAREHOUSE TO IN-TRANSIT-AGING-LINE(25:2)
           MOVE ITR-SHIP-DATE TO IN-TRANSIT-AGING-LINE(29:8)
           MOVE ITR-SHIPPED-BY TO IN-TRANSIT-AGING-LINE(39:8)
           MOVE WS-DAYS-IN-TRANSIT TO RPT-DAYS-EDITED
           MOVE RPT-DAYS-EDITED TO IN-TRANSIT-AGING-LINE(48:4)
           MOVE ITR-QUANTITY TO RPT-QTY-EDITED
           MOVE RPT-QTY-EDITED TO IN-TRANSIT-AGING-LINE(54:8)
           MOVE WS-TRANSFER-VALUE TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED TO IN-TRANSIT-AGING-LINE(63:13)
           MOVE WS-BUCKET-NAME(WS-AGE-BUCKET)
               TO IN-TRANSIT-AGING-LINE(78:10)
           WRITE IN-TRANSIT-AGING-LINE.

      *---------------------------------------------------------------
      * Writes the heading block of the aging report.

       WRITE-AGING-REPORT-HEADER.
           MOVE SPACES TO IN-TRANSIT-AGING-LINE
           MOVE 'ACME DISTRIBUTING CO.' TO IN-TRANSIT-AGING-LINE
           WRITE IN-TRANSIT-AGING-LINE
           MOVE SPACES TO IN-TRANSIT-AGING-LINE
           STRING 'IN-TRANSIT AGING - AS OF ' WS-RUN-DATE
               DELIMITED BY SIZE INTO IN-TRANSIT-AGING-LINE
           WRITE IN-TRANSIT-AGING-LINE
           MOVE SPACES TO IN-TRANSIT-AGING-LINE
           WRITE IN-TRANSIT-AGING-LINE
           MOVE SPACES TO IN-TRANSIT-AGING-LINE
           STRING 'TRANSFER  SKU        FR TO  SHIPPED   SHIP BY  '
               'DAYS  QUANTITY         VALUE  AGE'
               DELIMITED BY SIZE INTO IN-TRANSIT-AGING-LINE
           WRITE IN-TRANSIT-AGING-LINE.

      *---------------------------------------------------------------
      * Writes the count, quantity and value in each age bucket.

       WRITE-AGING-REPORT-TOTALS.
           MOVE SPACES TO IN-TRANSIT-AGING-LINE
           WRITE IN-TRANSIT-AGING-LINE
           MOVE 'IN TRANSIT BY AGE' TO IN-TRANSIT-AGING-LINE
           WRITE IN-TRANSIT-AGING-LINE
           PERFORM VARYING WORKING-INDEX FROM 1 BY 1
                   UNTIL WORKING-INDEX > 4
               MOVE SPACES TO IN-TRANSIT-AGING-LINE
               MOVE WS-BUCKET-NAME(WORKING-INDEX)
                   TO IN-TRANSIT-AGING-LINE(1:10)
               MOVE WS-BUCKET-COUNT(WORKING-INDEX) TO RPT-COUNT-EDITED
               MOVE RPT-COUNT-EDITED TO IN-TRANSIT-AGING-LINE(12:5)
               MOVE WS-BUCKET-QUANTITY(WORKING-INDEX)
                   TO RPT-QTY-EDITED
               MOVE RPT-QTY-EDITED TO IN-TRANSIT-AGING-LINE(18:8)
               MOVE WS-BUCKET-VALUE(WORKING-INDEX)
                   TO RPT-AMOUNT-EDITED
               MOVE RPT-AMOUNT-EDITED TO IN-TRANSIT-AGING-LINE(27:13)
               WRITE IN-TRANSIT-AGING-LINE
           END-PERFORM
           MOVE WS-TRANSFER-COUNT TO RPT-COUNT-EDITED
           MOVE SPACES TO IN-TRANSIT-AGING-LINE
           STRING 'TRANSFERS IN TRANSIT: ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO IN-TRANSIT-AGING-LINE
           WRITE IN-TRANSIT-AGING-LINE.
