      *****************************************************************
      * Program name:    LOTEXPR
      * Original author: Dave Nicolette
      *
      * Expiring lots report.
      *
      * Lists every lot on LOT-BALANCE-FILE that still has stock and
      * has either passed its expiration date or will reach it within
      * WS-EXPIRY-WARNING-DAYS of the business date, with the days
      * left (negative once expired), so the warehouse pulls expired
      * stock before it is picked and works the soon-to-expire lots
      * out first. Lots with no expiration date, and lots used up,
      * are left off. An expiration date that is not a real date is
      * logged and listed, since nobody can tell whether that stock
      * is still good. Read only; nothing is updated.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LOTEXPR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOT-BALANCE-FILE ASSIGN TO "LOT-BALANCE-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOT-FILE-STATUS.
           SELECT LOT-EXPIRATION-REPORT-FILE
               ASSIGN TO "LOT-EXPIRATION-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOT-BALANCE-FILE.
       COPY LOTBAL.

       FD  LOT-EXPIRATION-REPORT-FILE.
       01  LOT-EXPIRATION-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILLER.
           05  WS-LOT-FILE-STATUS       PIC XX.
           05  WS-EOF-FLAG              PIC X VALUE 'N'.
               88  END-OF-LOT-FILE          VALUE 'Y'.
      * How far ahead of its expiration date a lot starts to show.
           05  WS-EXPIRY-WARNING-DAYS   PIC S9(03) VALUE 30.
           05  WS-RUN-DATE              PIC X(08).
           05  WS-RUN-DATE-NUMERIC REDEFINES WS-RUN-DATE
                                        PIC 9(08).
           05  WS-EXPIRATION-DATE       PIC X(08).
           05  WS-EXPIRATION-DATE-NUMERIC REDEFINES WS-EXPIRATION-DATE
                                        PIC 9(08).
           05  WS-DATE-VALID-FLAG       PIC X.
               88  WORK-DATE-IS-VALID       VALUE 'Y'.
           05  WS-DAYS-LEFT             PIC S9(05).
           05  WS-LOT-STATUS            PIC X(12).
           05  WS-EXPIRED-COUNT         PIC S9(05) VALUE 0.
           05  WS-EXPIRED-QTY           PIC S9(09) VALUE 0.
           05  WS-EXPIRING-COUNT        PIC S9(05) VALUE 0.
           05  WS-EXPIRING-QTY          PIC S9(09) VALUE 0.
           05  WS-BAD-DATE-COUNT        PIC S9(05) VALUE 0.

       01  WS-ERROR-LOG-FIELDS.
           05  WS-ERR-PROGRAM-NAME      PIC X(08) VALUE 'LOTEXPR'.
           05  WS-ERR-PARAGRAPH-NAME    PIC X(30).
           05  WS-ERR-DESCRIPTION       PIC X(60).
           05  WS-ERR-OFFENDING-DATA    PIC X(30).

       01  RPT-QTY-EDITED               PIC Z(6)9-.
       01  RPT-COUNT-EDITED             PIC ZZZZ9.
       01  RPT-DAYS-EDITED              PIC ZZZ9-.
       01  RPT-WINDOW-EDITED            PIC ZZ9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           CALL 'BUSDATE' USING WS-RUN-DATE
           END-CALL
           OPEN OUTPUT LOT-EXPIRATION-REPORT-FILE
           PERFORM WRITE-EXPIRATION-REPORT-HEADER
           OPEN INPUT LOT-BALANCE-FILE
           IF WS-LOT-FILE-STATUS NOT = '00'
               SET END-OF-LOT-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-LOT-FILE
               READ LOT-BALANCE-FILE
                   AT END
                       SET END-OF-LOT-FILE TO TRUE
                   NOT AT END
                       IF LOT-QTY-ON-HAND > 0
                           AND LOT-EXPIRATION-DATE NOT = SPACES
                           PERFORM CHECK-ONE-LOT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LOT-FILE-STATUS = '00' OR '10'
               CLOSE LOT-BALANCE-FILE
           END-IF
           PERFORM WRITE-EXPIRATION-REPORT-TOTALS
           CLOSE LOT-EXPIRATION-REPORT-FILE
           DISPLAY 'LOTEXPR: ' WS-EXPIRED-COUNT ' lot(s) expired, '
               WS-EXPIRING-COUNT ' expiring'
           GOBACK.

      *---------------------------------------------------------------
      * Calls the shared LOGERROR routine to append one record to
      * ERROR-LOG-FILE for the problem just found. WS-ERR-PARAGRAPH-
      * NAME, WS-ERR-DESCRIPTION and WS-ERR-OFFENDING-DATA must be set
      * by the calling paragraph before this is performed.

       LOG-LOTEXPR-ERROR.
           CALL 'LOGERROR' USING WS-ERR-PROGRAM-NAME
               WS-ERR-PARAGRAPH-NAME WS-ERR-DESCRIPTION
               WS-ERR-OFFENDING-DATA
           END-CALL.

      *---------------------------------------------------------------
      * Works out how many days the lot in LOT-BALANCE-RECORD has
      * left and lists it when it is expired or inside the warning
      * window.

       CHECK-ONE-LOT.
           MOVE LOT-EXPIRATION-DATE TO WS-EXPIRATION-DATE
           CALL 'DATECHK' USING WS-EXPIRATION-DATE WS-DATE-VALID-FLAG
           END-CALL
           IF NOT WORK-DATE-IS-VALID
               ADD 1 TO WS-BAD-DATE-COUNT
               MOVE 0 TO WS-DAYS-LEFT
               MOVE 'BAD DATE' TO WS-LOT-STATUS
               PERFORM WRITE-EXPIRATION-DETAIL-LINE
               MOVE 'CHECK-ONE-LOT' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'lot expiration date is not a valid date'
                   TO WS-ERR-DESCRIPTION
               MOVE SPACES TO WS-ERR-OFFENDING-DATA
               STRING LOT-SKU ' ' LOT-NUMBER
                   DELIMITED BY SIZE INTO WS-ERR-OFFENDING-DATA
               PERFORM LOG-LOTEXPR-ERROR
           ELSE
               COMPUTE WS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE
                       (WS-EXPIRATION-DATE-NUMERIC)
                 - FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUMERIC)
               EVALUATE TRUE
                   WHEN WS-DAYS-LEFT < 0
                       ADD 1 TO WS-EXPIRED-COUNT
                       ADD LOT-QTY-ON-HAND TO WS-EXPIRED-QTY
                       MOVE 'EXPIRED' TO WS-LOT-STATUS
                       PERFORM WRITE-EXPIRATION-DETAIL-LINE
                   WHEN WS-DAYS-LEFT NOT > WS-EXPIRY-WARNING-DAYS
                       ADD 1 TO WS-EXPIRING-COUNT
                       ADD LOT-QTY-ON-HAND TO WS-EXPIRING-QTY
                       MOVE 'EXPIRING' TO WS-LOT-STATUS
                       PERFORM WRITE-EXPIRATION-DETAIL-LINE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *---------------------------------------------------------------
      * Writes one line for the lot just checked.

       WRITE-EXPIRATION-DETAIL-LINE.
           MOVE SPACES TO LOT-EXPIRATION-LINE
           MOVE LOT-SKU TO LOT-EXPIRATION-LINE(1:10)
           MOVE LOT-WAREHOUSE-CODE TO LOT-EXPIRATION-LINE(12:2)
           MOVE LOT-NUMBER TO LOT-EXPIRATION-LINE(16:12)
           MOVE LOT-RECEIVED-DATE TO LOT-EXPIRATION-LINE(30:8)
           MOVE LOT-EXPIRATION-DATE TO LOT-EXPIRATION-LINE(40:8)
           MOVE WS-DAYS-LEFT TO RPT-DAYS-EDITED
           MOVE RPT-DAYS-EDITED TO LOT-EXPIRATION-LINE(50:5)
           MOVE LOT-QTY-ON-HAND TO RPT-QTY-EDITED
           MOVE RPT-QTY-EDITED TO LOT-EXPIRATION-LINE(57:8)
           MOVE WS-LOT-STATUS TO LOT-EXPIRATION-LINE(67:12)
           WRITE LOT-EXPIRATION-LINE.

      *---------------------------------------------------------------
      * Writes the heading block of the expiring lots report.

       WRITE-EXPIRATION-REPORT-HEADER.
           MOVE SPACES TO LOT-EXPIRATION-LINE
           MOVE 'ACME DISTRIBUTING CO.' TO LOT-EXPIRATION-LINE
           WRITE LOT-EXPIRATION-LINE
           MOVE SPACES TO LOT-EXPIRATION-LINE
           MOVE WS-EXPIRY-WARNING-DAYS TO RPT-WINDOW-EDITED
           STRING 'EXPIRED AND EXPIRING LOTS - AS OF ' WS-RUN-DATE
               ' - WINDOW ' RPT-WINDOW-EDITED ' DAYS'
               DELIMITED BY SIZE INTO LOT-EXPIRATION-LINE
           WRITE LOT-EXPIRATION-LINE
           MOVE SPACES TO LOT-EXPIRATION-LINE
           WRITE LOT-EXPIRATION-LINE
           MOVE SPACES TO LOT-EXPIRATION-LINE
           STRING 'SKU        WH  LOT           RECEIVED  EXPIRES   '
               'DAYS   QUANTITY  STATUS'
               DELIMITED BY SIZE INTO LOT-EXPIRATION-LINE
           WRITE LOT-EXPIRATION-LINE.

      *---------------------------------------------------------------
      * Writes the count and quantity expired and expiring.

       WRITE-EXPIRATION-REPORT-TOTALS.
           MOVE SPACES TO LOT-EXPIRATION-LINE
           WRITE LOT-EXPIRATION-LINE
           MOVE WS-EXPIRED-COUNT TO RPT-COUNT-EDITED
           MOVE WS-EXPIRED-QTY TO RPT-QTY-EDITED
           MOVE SPACES TO LOT-EXPIRATION-LINE
           STRING 'LOTS EXPIRED:   ' RPT-COUNT-EDITED
               '   QUANTITY: ' RPT-QTY-EDITED
               DELIMITED BY SIZE INTO LOT-EXPIRATION-LINE
           WRITE LOT-EXPIRATION-LINE
           MOVE WS-EXPIRING-COUNT TO RPT-COUNT-EDITED
           MOVE WS-EXPIRING-QTY TO RPT-QTY-EDITED
           MOVE SPACES TO LOT-EXPIRATION-LINE
           STRING 'LOTS EXPIRING:  ' RPT-COUNT-EDITED
               '   QUANTITY: ' RPT-QTY-EDITED
               DELIMITED BY SIZE INTO LOT-EXPIRATION-LINE
           WRITE LOT-EXPIRATION-LINE
           MOVE WS-BAD-DATE-COUNT TO RPT-COUNT-EDITED
           MOVE SPACES TO LOT-EXPIRATION-LINE
           STRING 'LOTS WITH BAD EXPIRATION DATE: ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO LOT-EXPIRATION-LINE
           WRITE LOT-EXPIRATION-LINE.
