      * For every customer on CUSTOMER-MASTER-FILE with a balance or
      * any activity in the statement period, produces one printer-
      * ready statement on CUSTOMER-STATEMENTS: the opening balance,
      * each invoice, credit memo, and finance charge for the period
      * (from the invoice history INVCALC and FINCHRG maintain) with
      * dates and numbers, each
      * payment received (from the cash-application history CASHAPP
      * maintains), and the closing balance, in the same 132-column
      * print style as the invoice register. The statement period
           SELECT UNAPPLIED-CASH-FILE
               ASSIGN TO "UNAPPLIED-CASH-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MONTH-END-CONTROL-TOTALS-FILE
               ASSIGN TO "MONTH-END-CONTROL-TOTALS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONTH-END-TOTALS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATEMENT-FILE.
       01  STATEMENT-LINE               PIC X(132).

       FD  MONTH-END-CONTROL-TOTALS-FILE.
       COPY CTLTOTAL.

       WORKING-STORAGE SECTION.
       01  FILLER.
           05  WS-MONTH-END-TOTALS-STATUS PIC XX.
           05  WS-HISTORY-EOF-FLAG      PIC X VALUE 'N'.
               88  END-OF-HISTORY-FILE      VALUE 'Y'.
           05  WS-CASH-EOF-FLAG         PIC X VALUE 'N'.
           05  WS-STATEMENT-COUNT       PIC S9(05) VALUE 0.
           05  WS-OPENING-BALANCE       PIC S9(08)V99.
           05  WS-RUNNING-BALANCE       PIC S9(08)V99.
           05  WS-TOTAL-CLOSING-BALANCE PIC S9(11)V99 VALUE 0.
           05  WS-ACTIVITY-FLAG         PIC X.
               88  CUSTOMER-HAS-ACTIVITY    VALUE 'Y'.
           05  WORKING-INDEX            PIC S9(05).
               10  HST-REVERSAL-FLAG    PIC X.
                   88  HST-IS-A-REVERSAL    VALUE 'Y'.
               10  HST-TOTAL-AMOUNT     PIC S9(07)V99.
               10  HST-FINANCE-CHARGE-FLAG PIC X.
                   88  HST-IS-FINANCE-CHARGE VALUE 'Y'.

       01  PAYMENT-TABLE.
           05  PAYMENT-ENTRY OCCURS 1 TO 2000 TIMES
               10  PMT-AMOUNT           PIC S9(07)V99.
               10  PMT-PAYMENT-DATE     PIC X(08).
               10  PMT-DISCOUNT-AMOUNT  PIC S9(05)V99.
               10  PMT-ENTRY-TYPE       PIC X.
                   88  PMT-IS-REFUND        VALUE 'R'.

      * On-account money CASHAPP posted to UNAPPLIED-CASH-FILE, shown
      * on the statement as unapplied credit.
                   WS-ERR-PARAGRAPH-NAME WS-ERR-DESCRIPTION
                   WS-ERR-OFFENDING-DATA
               END-CALL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT STATEMENT-FILE
           MOVE WS-STATEMENT-COUNT TO RPT-COUNT-EDITED
           DISPLAY 'STMTGEN: ' RPT-COUNT-EDITED ' statements '
               'produced for period ' WS-STATEMENT-PERIOD
           PERFORM WRITE-MONTH-END-TOTALS
           GOBACK.

      *---------------------------------------------------------------
                                   (WS-INVOICE-COUNT)
                           MOVE IHR-TOTAL-AMOUNT
                               TO HST-TOTAL-AMOUNT(WS-INVOICE-COUNT)
                           MOVE IHR-FINANCE-CHARGE-FLAG
                               TO HST-FINANCE-CHARGE-FLAG
                                   (WS-INVOICE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
                           MOVE CAP-DISCOUNT-AMOUNT
                               TO PMT-DISCOUNT-AMOUNT
                                   (WS-PAYMENT-COUNT)
                           MOVE CAP-ENTRY-TYPE
                               TO PMT-ENTRY-TYPE(WS-PAYMENT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
      *---------------------------------------------------------------
      * Lists every invoice and credit memo billed to the customer in
      * the statement period, adding each into the running balance.
      * A finance charge prints as its own line naming the past-due
      * invoice it was assessed on.

       WRITE-PERIOD-INVOICE-LINES.
           PERFORM VARYING HIST-IDX FROM 1 BY 1
                   MOVE HST-TOTAL-AMOUNT(HIST-IDX)
                       TO RPT-AMOUNT-EDITED
                   MOVE SPACES TO STATEMENT-LINE
                   IF HST-IS-FINANCE-CHARGE(HIST-IDX)
                       STRING HST-INV-DATE(HIST-IDX) '  '
                           HST-INV-NUMBER(HIST-IDX) '   '
                           'FIN CHARGE   ' RPT-AMOUNT-EDITED
                           '  ON INVOICE '
                           HST-ORIG-INV-NUMBER(HIST-IDX)
                           DELIMITED BY SIZE INTO STATEMENT-LINE
                   ELSE
                   IF HST-IS-A-REVERSAL(HIST-IDX)
                       STRING HST-INV-DATE(HIST-IDX) '  '
                           HST-INV-NUMBER(HIST-IDX) '   '
                           DELIMITED BY SIZE INTO STATEMENT-LINE
                   END-IF
                   END-IF
                   END-IF
                   WRITE STATEMENT-LINE
               END-IF
           END-PERFORM.
      *---------------------------------------------------------------
      * Lists every payment received from the customer in the
      * statement period, subtracting each from the running balance.
      * A refund of a credit balance is a negative payment, so it
      * brings the balance back up toward zero.

       WRITE-PERIOD-PAYMENT-LINES.
           PERFORM VARYING PAYMENT-IDX FROM 1 BY 1
                       FROM WS-RUNNING-BALANCE
                   MOVE PMT-AMOUNT(PAYMENT-IDX) TO RPT-AMOUNT-EDITED
                   MOVE SPACES TO STATEMENT-LINE
                   IF PMT-IS-REFUND(PAYMENT-IDX)
                       STRING PMT-PAYMENT-DATE(PAYMENT-IDX) '  '
                           PMT-INV-NUMBER(PAYMENT-IDX) '   '
                           'REFUND       ' RPT-AMOUNT-EDITED
                           DELIMITED BY SIZE INTO STATEMENT-LINE
                   ELSE
                       STRING PMT-PAYMENT-DATE(PAYMENT-IDX) '  '
                           PMT-INV-NUMBER(PAYMENT-IDX) '   '
                           'PAYMENT      ' RPT-AMOUNT-EDITED
                           DELIMITED BY SIZE INTO STATEMENT-LINE
                   END-IF
                   WRITE STATEMENT-LINE
      * An early-payment discount relieved the item with the payment,
      * so it prints as its own line and comes off the balance too.
       WRITE-STATEMENT-CLOSING.
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           ADD WS-RUNNING-BALANCE TO WS-TOTAL-CLOSING-BALANCE
           MOVE WS-RUNNING-BALANCE TO RPT-BALANCE-EDITED
           MOVE SPACES TO STATEMENT-LINE
           STRING 'CLOSING BALANCE:                         '
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE.

      *---------------------------------------------------------------
      * Appends this run's control totals to MONTH-END-CONTROL-TOTALS
      * for the MONTHEND sign-off summary: the statement count and the
      * total of the closing balances.

       WRITE-MONTH-END-TOTALS.
           OPEN EXTEND MONTH-END-CONTROL-TOTALS-FILE
           IF WS-MONTH-END-TOTALS-STATUS = '35'
               OPEN OUTPUT MONTH-END-CONTROL-TOTALS-FILE
           END-IF
           MOVE 'STMTGEN' TO CTL-PROGRAM-NAME
           MOVE WS-STATEMENT-COUNT TO CTL-RECORD-COUNT
           MOVE 0 TO CTL-HASH-TOTAL
           MOVE WS-TOTAL-CLOSING-BALANCE TO CTL-AMOUNT-TOTAL
           CALL 'BUSDATE' USING CTL-RUN-DATE
           END-CALL
           ACCEPT CTL-RUN-TIME FROM TIME
           WRITE CONTROL-TOTAL-RECORD
           CLOSE MONTH-END-CONTROL-TOTALS-FILE.
