      * file is rewritten, and CST-BALANCE and CST-DAYS-PAST-DUE on
      * CUSTOMER-MASTER-FILE are recomputed from the open items that
      * remain, so the credit-hold decisions INVCALC makes are based
      * on what customers actually owe. Every receipt applied is
      * journaled as it lands - a debit to cash, a receivables credit
      * for the part that paid an item and a customer-deposits
      * credit for the part posted on-account, with an early-payment
      * discount debited to sales discounts against receivables - so
      * BANKREC has the cash to reconcile, receivables agree with the
      * open items, and a returned check or a refund reverses money
      * the ledger actually holds.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CASHAPP.
           SELECT UNAPPLIED-CASH-FILE
               ASSIGN TO "UNAPPLIED-CASH-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHART-OF-ACCOUNTS-FILE
               ASSIGN TO "CHART-OF-ACCOUNTS-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-ENTRY-FILE ASSIGN TO "JOURNAL-ENTRY-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UNAPPLIED-CASH-FILE.
       COPY UNAPCASH.

       FD  CHART-OF-ACCOUNTS-FILE.
       COPY CHARTACC.

       FD  JOURNAL-ENTRY-FILE.
       COPY JRNENTRY.

       WORKING-STORAGE SECTION.
       01  FILLER.
           05  WS-OPEN-EOF-FLAG         PIC X VALUE 'N'.
           05  WS-LOCK-HOLDER-NAME      PIC X(08).
           05  WS-LOCK-REFUSED-FLAG     PIC X VALUE 'N'.
               88  A-RUN-LOCK-WAS-REFUSED   VALUE 'Y'.
      * Receipt journal fields: the ledger accounts from the chart,
      * left at the loud suspense default when a posting key is
      * missing, and the one journal line being written.
           05  WS-CHART-EOF-FLAG        PIC X VALUE 'N'.
               88  END-OF-CHART-FILE        VALUE 'Y'.
           05  WS-JOURNAL-FILE-STATUS   PIC XX.
           05  WS-CASH-ACCOUNT          PIC X(08) VALUE '99999999'.
           05  WS-AR-ACCOUNT            PIC X(08) VALUE '99999999'.
           05  WS-CUSTDEP-ACCOUNT       PIC X(08) VALUE '99999999'.
           05  WS-SALES-DISCOUNT-ACCOUNT
                                        PIC X(08) VALUE '99999999'.
           05  WS-RECEIPT-TO-AR         PIC S9(07)V99.
           05  WS-RECEIPT-ON-ACCOUNT    PIC S9(07)V99.
           05  WS-JOURNAL-ACCOUNT       PIC X(08).
           05  WS-JOURNAL-SIDE          PIC X.
           05  WS-JOURNAL-AMOUNT        PIC S9(07)V99.

       01  WS-ERROR-LOG-FIELDS.
           05  WS-ERR-PROGRAM-NAME      PIC X(08) VALUE 'CASHAPP'.
               10  OPN-TBL-OPEN-AMOUNT  PIC S9(07)V99.
               10  OPN-TBL-CURRENCY-CODE PIC X(03).
               10  OPN-TBL-EXCHANGE-RATE PIC S9(03)V9(06).
               10  OPN-TBL-ITEM-TYPE    PIC X.

       01  CUSTOMER-TABLE.
           05  CUSTOMER-TABLE-ENTRY OCCURS 1 TO 200 TIMES
               10  CUST-TBL-DAYS-PAST-DUE PIC 9(03).
               10  CUST-TBL-CREDIT-LIMIT PIC S9(07)V99.
               10  CUST-TBL-TERMS-CODE  PIC X(04).
               10  CUST-TBL-FC-EXEMPT   PIC X.

       PROCEDURE DIVISION.

               PERFORM RELEASE-RUN-LOCKS
               GOBACK
           END-IF
           PERFORM LOAD-CHART-OF-ACCOUNTS
           PERFORM APPLY-PAYMENTS
           PERFORM REWRITE-OPEN-ITEMS
           PERFORM ROLL-UP-CUSTOMER-MASTER
               WS-ERR-OFFENDING-DATA
           END-CALL.

      *---------------------------------------------------------------
      * Resolves the cash, receivables, customer-deposits, and sales
      * discount accounts the receipt journal posts to. A missing
      * posting key leaves the loud suspense default.

       LOAD-CHART-OF-ACCOUNTS.
           OPEN INPUT CHART-OF-ACCOUNTS-FILE
           PERFORM UNTIL END-OF-CHART-FILE
               READ CHART-OF-ACCOUNTS-FILE
                   AT END
                       SET END-OF-CHART-FILE TO TRUE
                   NOT AT END
                       EVALUATE COA-POSTING-KEY
                           WHEN 'CASH    '
                               MOVE COA-ACCOUNT-NUMBER
                                   TO WS-CASH-ACCOUNT
                           WHEN 'AR      '
                               MOVE COA-ACCOUNT-NUMBER
                                   TO WS-AR-ACCOUNT
                           WHEN 'CUSTDEP '
                               MOVE COA-ACCOUNT-NUMBER
                                   TO WS-CUSTDEP-ACCOUNT
                           WHEN 'SALESDSC'
                               MOVE COA-ACCOUNT-NUMBER
                                   TO WS-SALES-DISCOUNT-ACCOUNT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE CHART-OF-ACCOUNTS-FILE
           IF WS-CASH-ACCOUNT = '99999999'
               OR WS-AR-ACCOUNT = '99999999'
               OR WS-CUSTDEP-ACCOUNT = '99999999'
               OR WS-SALES-DISCOUNT-ACCOUNT = '99999999'
               DISPLAY '*** WARNING: chart of accounts is missing a '
                   'posting key - entries will post to suspense ***'
               MOVE 'LOAD-CHART-OF-ACCOUNTS' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'posting key missing from chart of accounts'
                   TO WS-ERR-DESCRIPTION
               MOVE SPACES TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-CASHAPP-ERROR
           END-IF.

      *---------------------------------------------------------------
      * Loads AR-OPEN-ITEM-FILE into OPEN-ITEM-TABLE so payments can
      * be matched and applied in place before the file is rewritten.
           MOVE ARO-CURRENCY-CODE
               TO OPN-TBL-CURRENCY-CODE(WS-OPEN-ITEM-COUNT)
           MOVE ARO-BILLED-EXCHANGE-RATE
               TO OPN-TBL-EXCHANGE-RATE(WS-OPEN-ITEM-COUNT)
           MOVE ARO-ITEM-TYPE
               TO OPN-TBL-ITEM-TYPE(WS-OPEN-ITEM-COUNT).

      *---------------------------------------------------------------
      * Loads the customer master into CUSTOMER-TABLE so the balance
           MOVE CST-CREDIT-LIMIT
               TO CUST-TBL-CREDIT-LIMIT(WS-CUSTOMER-TABLE-COUNT)
           MOVE CST-TERMS-CODE
               TO CUST-TBL-TERMS-CODE(WS-CUSTOMER-TABLE-COUNT)
           MOVE CST-FINANCE-CHARGE-EXEMPT
               TO CUST-TBL-FC-EXEMPT(WS-CUSTOMER-TABLE-COUNT).

      *---------------------------------------------------------------
      * Reads every payment and applies it to its open item, writing
           OPEN INPUT PAYMENT-FILE
           OPEN EXTEND CASH-APPLIED-FILE
           OPEN EXTEND UNAPPLIED-CASH-FILE
           OPEN EXTEND JOURNAL-ENTRY-FILE
           IF WS-JOURNAL-FILE-STATUS = '35'
               OPEN OUTPUT JOURNAL-ENTRY-FILE
           END-IF
           OPEN OUTPUT UNAPPLIED-REPORT-FILE
           PERFORM WRITE-UNAPPLIED-REPORT-HEADER
           PERFORM UNTIL END-OF-PAYMENT-FILE
           CLOSE PAYMENT-FILE
           CLOSE CASH-APPLIED-FILE
           CLOSE UNAPPLIED-CASH-FILE
           CLOSE JOURNAL-ENTRY-FILE
           CLOSE UNAPPLIED-REPORT-FILE.

      *---------------------------------------------------------------

       APPLY-OPEN-PERIOD-PAYMENT.
           MOVE 'N' TO WS-PAYMENT-FOUND-FLAG
           MOVE 0 TO WS-DISCOUNT-AMOUNT
           MOVE 0 TO WS-OVERPAID-AMOUNT
           SET OPEN-ITEM-IDX TO 1
           SEARCH OPEN-ITEM-ENTRY
               AT END
                   TO WS-ERR-DESCRIPTION
               MOVE PAY-INV-NUMBER TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-CASHAPP-ERROR
           END-IF
           PERFORM WRITE-RECEIPT-JOURNAL-ENTRIES.

      *---------------------------------------------------------------
      * Journals the payment just applied: cash is debited for the
      * whole check, receivables credited for the part that paid the
      * item, and customer deposits credited for whatever went
      * on-account - all of an unmatched payment, or the overpaid
      * part of a matched one. An early-payment discount that closed
      * the item is debited to sales discounts and credited to
      * receivables beside it. Dated the payment date, so the cash
      * lands in the period the money arrived.

       WRITE-RECEIPT-JOURNAL-ENTRIES.
           IF PAYMENT-WAS-MATCHED
               MOVE WS-OVERPAID-AMOUNT TO WS-RECEIPT-ON-ACCOUNT
           ELSE
               MOVE PAY-AMOUNT TO WS-RECEIPT-ON-ACCOUNT
           END-IF
           COMPUTE WS-RECEIPT-TO-AR =
               PAY-AMOUNT - WS-RECEIPT-ON-ACCOUNT
           MOVE PAY-DATE TO JRN-INV-DATE
           MOVE PAY-INV-NUMBER TO JRN-INV-NUMBER
           MOVE WS-CASH-ACCOUNT TO WS-JOURNAL-ACCOUNT
           MOVE 'D' TO WS-JOURNAL-SIDE
           MOVE PAY-AMOUNT TO WS-JOURNAL-AMOUNT
           PERFORM WRITE-ONE-RECEIPT-LINE
           MOVE WS-AR-ACCOUNT TO WS-JOURNAL-ACCOUNT
           MOVE 'C' TO WS-JOURNAL-SIDE
           MOVE WS-RECEIPT-TO-AR TO WS-JOURNAL-AMOUNT
           PERFORM WRITE-ONE-RECEIPT-LINE
           MOVE WS-CUSTDEP-ACCOUNT TO WS-JOURNAL-ACCOUNT
           MOVE 'C' TO WS-JOURNAL-SIDE
           MOVE WS-RECEIPT-ON-ACCOUNT TO WS-JOURNAL-AMOUNT
           PERFORM WRITE-ONE-RECEIPT-LINE
           IF WS-DISCOUNT-AMOUNT > 0
               MOVE WS-SALES-DISCOUNT-ACCOUNT TO WS-JOURNAL-ACCOUNT
               MOVE 'D' TO WS-JOURNAL-SIDE
               MOVE WS-DISCOUNT-AMOUNT TO WS-JOURNAL-AMOUNT
               PERFORM WRITE-ONE-RECEIPT-LINE
               MOVE WS-AR-ACCOUNT TO WS-JOURNAL-ACCOUNT
               MOVE 'C' TO WS-JOURNAL-SIDE
               MOVE WS-DISCOUNT-AMOUNT TO WS-JOURNAL-AMOUNT
               PERFORM WRITE-ONE-RECEIPT-LINE
           END-IF.

      *---------------------------------------------------------------
      * Writes one receipt journal line. Journal amounts are always
      * positive, so a negative amount - a keyed payment reversal -
      * posts to the opposite side; a zero amount writes nothing.

       WRITE-ONE-RECEIPT-LINE.
           IF WS-JOURNAL-AMOUNT NOT = 0
               MOVE WS-JOURNAL-ACCOUNT TO JRN-ACCOUNT-NUMBER
               MOVE WS-JOURNAL-SIDE TO JRN-DEBIT-CREDIT-CODE
               IF WS-JOURNAL-AMOUNT < 0
                   COMPUTE WS-JOURNAL-AMOUNT = 0 - WS-JOURNAL-AMOUNT
                   IF WS-JOURNAL-SIDE = 'D'
                       MOVE 'C' TO JRN-DEBIT-CREDIT-CODE
                   ELSE
                       MOVE 'D' TO JRN-DEBIT-CREDIT-CODE
                   END-IF
               END-IF
               MOVE WS-JOURNAL-AMOUNT TO JRN-AMOUNT
               WRITE JOURNAL-ENTRY-RECORD
           END-IF.

      *---------------------------------------------------------------
           MOVE PAY-DATE TO CAP-PAYMENT-DATE
           MOVE WS-RUN-DATE TO CAP-APPLIED-DATE
           MOVE WS-DISCOUNT-AMOUNT TO CAP-DISCOUNT-AMOUNT
           MOVE SPACE TO CAP-ENTRY-TYPE
           WRITE CASH-APPLIED-RECORD.

      *---------------------------------------------------------------
                       TO ARO-CURRENCY-CODE
                   MOVE OPN-TBL-EXCHANGE-RATE(OPEN-ITEM-IDX)
                       TO ARO-BILLED-EXCHANGE-RATE
                   MOVE OPN-TBL-ITEM-TYPE(OPEN-ITEM-IDX)
                       TO ARO-ITEM-TYPE
                   WRITE AR-OPEN-ITEM-RECORD
               END-IF
           END-PERFORM
                   TO CST-CREDIT-LIMIT
               MOVE CUST-TBL-TERMS-CODE(CUSTOMER-TABLE-IDX)
                   TO CST-TERMS-CODE
               MOVE CUST-TBL-FC-EXEMPT(CUSTOMER-TABLE-IDX)
                   TO CST-FINANCE-CHARGE-EXEMPT
               WRITE CUSTOMER-MASTER-RECORD
           END-PERFORM
           CLOSE CUSTOMER-MASTER-FILE.
