           SELECT COMMISSION-REPORT-FILE
               ASSIGN TO "COMMISSION-STATEMENTS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MONTH-END-CONTROL-TOTALS-FILE
               ASSIGN TO "MONTH-END-CONTROL-TOTALS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONTH-END-TOTALS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMMISSION-REPORT-FILE.
       01  COMMISSION-REPORT-LINE       PIC X(132).

       FD  MONTH-END-CONTROL-TOTALS-FILE.
       COPY CTLTOTAL.

       WORKING-STORAGE SECTION.
       01  FILLER.
           05  WS-MONTH-END-TOTALS-STATUS PIC XX.
           05  WS-MASTER-EOF-FLAG       PIC X VALUE 'N'.
               88  END-OF-MASTER-FILE       VALUE 'Y'.
           05  WS-HISTORY-EOF-FLAG      PIC X VALUE 'N'.
           PERFORM LOAD-SALESPERSON-MASTER
           PERFORM ACCUMULATE-BILLED-DOLLARS
           PERFORM PRINT-COMMISSION-STATEMENTS
           PERFORM WRITE-MONTH-END-TOTALS
           GOBACK.

      *---------------------------------------------------------------
           MOVE WS-COMMISSION-AMOUNT TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED TO COMMISSION-REPORT-LINE(73:13)
           WRITE COMMISSION-REPORT-LINE.

      *---------------------------------------------------------------
      * Appends this run's control totals to MONTH-END-CONTROL-TOTALS
      * for the MONTHEND sign-off summary: the salesperson count and
      * the total commission earned.

       WRITE-MONTH-END-TOTALS.
           OPEN EXTEND MONTH-END-CONTROL-TOTALS-FILE
           IF WS-MONTH-END-TOTALS-STATUS = '35'
               OPEN OUTPUT MONTH-END-CONTROL-TOTALS-FILE
           END-IF
           MOVE 'COMMRPT' TO CTL-PROGRAM-NAME
           MOVE WS-SALESPERSON-COUNT TO CTL-RECORD-COUNT
           MOVE 0 TO CTL-HASH-TOTAL
           MOVE WS-TOTAL-COMMISSION TO CTL-AMOUNT-TOTAL
           CALL 'BUSDATE' USING CTL-RUN-DATE
           END-CALL
           ACCEPT CTL-RUN-TIME FROM TIME
           WRITE CONTROL-TOTAL-RECORD
           CLOSE MONTH-END-CONTROL-TOTALS-FILE.
