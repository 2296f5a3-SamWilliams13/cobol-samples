           SELECT PERIOD-CLOSE-CONTROL-FILE
               ASSIGN TO "PERIOD-CLOSE-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MONTH-END-CONTROL-TOTALS-FILE
               ASSIGN TO "MONTH-END-CONTROL-TOTALS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONTH-END-TOTALS-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  PCC-PERIOD               PIC X(06).
           05  PCC-USER-ID              PIC X(08).

       FD  MONTH-END-CONTROL-TOTALS-FILE.
       COPY CTLTOTAL.

       WORKING-STORAGE SECTION.
       01  FILLER.
           05  WS-MONTH-END-TOTALS-STATUS PIC XX.
           05  WS-PERIOD-FILE-STATUS    PIC XX.
           05  WS-PERIOD-EOF-FLAG       PIC X VALUE 'N'.
               88  END-OF-PERIOD-FILE       VALUE 'Y'.
           05  WS-ALREADY-CLOSED-FLAG   PIC X VALUE 'N'.
               88  PERIOD-ALREADY-CLOSED    VALUE 'Y'.
           05  WS-PERIOD-MONTH          PIC 9(02).
           05  WS-CLOSED-COUNT          PIC 9(01) VALUE 0.
           05  WS-RUN-DATE              PIC X(08).
           05  WORKING-INDEX            PIC S9(04).
      * External name handed to the shared GENBKUP routine before
                   ' is already closed - nothing to do'
           ELSE
               PERFORM REWRITE-PERIOD-FILE
               MOVE 1 TO WS-CLOSED-COUNT
               DISPLAY 'PERCLOSE: period ' WS-CLOSE-PERIOD
                   ' closed by ' WS-CLOSE-USER
           END-IF
           PERFORM WRITE-MONTH-END-TOTALS
           GOBACK.

      *---------------------------------------------------------------
               WRITE ACCOUNTING-PERIOD-RECORD
           END-PERFORM
           CLOSE ACCOUNTING-PERIOD-FILE.

      *---------------------------------------------------------------
      * Appends this run's control totals to MONTH-END-CONTROL-TOTALS
      * for the MONTHEND sign-off summary: the count of periods closed,
      * with the period itself as the hash total.

       WRITE-MONTH-END-TOTALS.
           OPEN EXTEND MONTH-END-CONTROL-TOTALS-FILE
           IF WS-MONTH-END-TOTALS-STATUS = '35'
               OPEN OUTPUT MONTH-END-CONTROL-TOTALS-FILE
           END-IF
           MOVE 'PERCLOSE' TO CTL-PROGRAM-NAME
           MOVE WS-CLOSED-COUNT TO CTL-RECORD-COUNT
           MOVE WS-CLOSE-PERIOD TO CTL-HASH-TOTAL
           MOVE 0 TO CTL-AMOUNT-TOTAL
           CALL 'BUSDATE' USING CTL-RUN-DATE
           END-CALL
           ACCEPT CTL-RUN-TIME FROM TIME
           WRITE CONTROL-TOTAL-RECORD
           CLOSE MONTH-END-CONTROL-TOTALS-FILE.
