           SELECT REMITTANCE-REPORT-FILE
               ASSIGN TO "TAX-REMITTANCE-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MONTH-END-CONTROL-TOTALS-FILE
               ASSIGN TO "MONTH-END-CONTROL-TOTALS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONTH-END-TOTALS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REMITTANCE-REPORT-FILE.
       01  REMITTANCE-REPORT-LINE       PIC X(132).

       FD  MONTH-END-CONTROL-TOTALS-FILE.
       COPY CTLTOTAL.

       WORKING-STORAGE SECTION.
       01  FILLER.
           05  WS-MONTH-END-TOTALS-STATUS PIC XX.
           05  WS-EXTRACT-EOF-FLAG      PIC X VALUE 'N'.
               88  END-OF-EXTRACT-FILE      VALUE 'Y'.
           05  WS-TAX-EOF-FLAG          PIC X VALUE 'N'.
                   WS-ERR-PARAGRAPH-NAME WS-ERR-DESCRIPTION
                   WS-ERR-OFFENDING-DATA
               END-CALL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM PRINT-REMITTANCE-REPORT
           PERFORM WRITE-MONTH-END-TOTALS
           GOBACK.

      *---------------------------------------------------------------
               TO RPT-TAXABLE-EDITED
           MOVE RPT-TAXABLE-EDITED TO REMITTANCE-REPORT-LINE(69:13)
           WRITE REMITTANCE-REPORT-LINE.

      *---------------------------------------------------------------
      * Appends this run's control totals to MONTH-END-CONTROL-TOTALS
      * for the MONTHEND sign-off summary: the state count and the
      * total tax to remit, rounded to the cent.

       WRITE-MONTH-END-TOTALS.
           OPEN EXTEND MONTH-END-CONTROL-TOTALS-FILE
           IF WS-MONTH-END-TOTALS-STATUS = '35'
               OPEN OUTPUT MONTH-END-CONTROL-TOTALS-FILE
           END-IF
           MOVE 'TAXREMIT' TO CTL-PROGRAM-NAME
           MOVE WS-STATE-COUNT TO CTL-RECORD-COUNT
           MOVE 0 TO CTL-HASH-TOTAL
           COMPUTE CTL-AMOUNT-TOTAL ROUNDED =
               WS-TOTAL-TAX-COLLECTED
           CALL 'BUSDATE' USING CTL-RUN-DATE
           END-CALL
           ACCEPT CTL-RUN-TIME FROM TIME
           WRITE CONTROL-TOTAL-RECORD
           CLOSE MONTH-END-CONTROL-TOTALS-FILE.
