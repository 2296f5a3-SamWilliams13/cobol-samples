               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REVAL-REPORT-FILE ASSIGN TO "FX-REVALUATION-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MONTH-END-CONTROL-TOTALS-FILE
               ASSIGN TO "MONTH-END-CONTROL-TOTALS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONTH-END-TOTALS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REVAL-REPORT-FILE.
       01  REVAL-REPORT-LINE            PIC X(132).

       FD  MONTH-END-CONTROL-TOTALS-FILE.
       COPY CTLTOTAL.

       WORKING-STORAGE SECTION.
       01  FILLER.
           05  WS-MONTH-END-TOTALS-STATUS PIC XX.
           05  HOME-CURRENCY-CODE       PIC X(03) VALUE 'USD'.
           05  WS-OPEN-EOF-FLAG         PIC X VALUE 'N'.
               88  END-OF-OPEN-ITEM-FILE    VALUE 'Y'.
           CLOSE AR-OPEN-ITEM-FILE
           PERFORM WRITE-REVAL-REPORT-TOTALS
           CLOSE REVAL-REPORT-FILE
           PERFORM WRITE-MONTH-END-TOTALS
           GOBACK.

      *---------------------------------------------------------------
           STRING 'OPEN FOREIGN-CURRENCY ITEMS: ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO REVAL-REPORT-LINE
           WRITE REVAL-REPORT-LINE.

      *---------------------------------------------------------------
      * Appends this run's control totals to MONTH-END-CONTROL-TOTALS
      * for the MONTHEND sign-off summary: the count of foreign items
      * revalued and the net unrealized gain or loss.

       WRITE-MONTH-END-TOTALS.
           OPEN EXTEND MONTH-END-CONTROL-TOTALS-FILE
           IF WS-MONTH-END-TOTALS-STATUS = '35'
               OPEN OUTPUT MONTH-END-CONTROL-TOTALS-FILE
           END-IF
           MOVE 'FXREVAL' TO CTL-PROGRAM-NAME
           MOVE WS-ITEM-COUNT TO CTL-RECORD-COUNT
           MOVE 0 TO CTL-HASH-TOTAL
           MOVE WS-TOTAL-GAIN-LOSS TO CTL-AMOUNT-TOTAL
           CALL 'BUSDATE' USING CTL-RUN-DATE
           END-CALL
           ACCEPT CTL-RUN-TIME FROM TIME
           WRITE CONTROL-TOTAL-RECORD
           CLOSE MONTH-END-CONTROL-TOTALS-FILE.
