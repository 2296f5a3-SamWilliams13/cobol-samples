      * totaling, GL extract, and report path. Invoices not approved
      * stay on the suspense file for another day. The approval file
      * is consumed and cleared so stale approvals cannot release
      * anything twice. Each approval names the approving user and
      * the user who asked for the release; AUTHCHK must accept the
      * approver, for the invoice's amount and as someone other than
      * the requester, or the invoice stays held. The approver's
      * limit is in home currency, so an invoice billed in another
      * currency is converted at the rate in effect on its invoice
      * date; one with no rate in effect stays held.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CREDREL.
           SELECT INVCALC-CHECKPOINT-FILE
               ASSIGN TO "INVCALC-CHECKPOINT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCHANGE-RATE-FILE ASSIGN TO "EXCHANGE-RATE-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RELEASE-APPROVAL-FILE.
       01  RELEASE-APPROVAL-RECORD.
           05  RAP-INV-NUMBER           PIC X(08).
      * The approving credit manager, and the user who asked for the
      * release - who may not be the one approving it.
           05  RAP-USER-ID              PIC X(08).
           05  RAP-REQUESTED-BY         PIC X(08).

       FD  INVOICE-SUSPENSE-FILE.
       COPY SUSPREC.
       FD  INVCALC-CHECKPOINT-FILE.
       COPY INVCHKPT.

       FD  EXCHANGE-RATE-FILE.
       COPY EXCRATE.

       WORKING-STORAGE SECTION.
       01  FILLER.
           05  WS-APPROVAL-EOF-FLAG     PIC X VALUE 'N'.
           05  WS-CAPACITY-FLAG         PIC X VALUE 'N'.
               88  SUSPENSE-OVER-CAPACITY   VALUE 'Y'.
           05  WORKING-INDEX            PIC S9(05).
           05  WS-APPROVAL-FOUND-FLAG   PIC X.
               88  GROUP-APPROVAL-FOUND     VALUE 'Y'.
      * Fields for pricing a held invoice group, the amount the
      * approver's release limit is held against.
           05  WS-GROUP-INDEX           PIC S9(05).
           05  WS-GROUP-AMOUNT          PIC S9(09)V99.
           05  WS-GROUP-END-FLAG        PIC X.
               88  END-OF-HELD-GROUP        VALUE 'Y'.
           05  WS-REFUSED-COUNT         PIC S9(05) VALUE 0.
      * External name handed to the shared GENBKUP routine before
      * the suspense file is rewritten in place.
           05  WS-BACKUP-FILE-NAME      PIC X(40).
           05  WS-CHECKPOINT-EOF-FLAG   PIC X VALUE 'N'.
           05  WS-RESTART-PENDING-FLAG  PIC X VALUE 'N'.
               88  INVCALC-RESTART-PENDING  VALUE 'Y'.
      * Fields for converting a held group's amount to the home
      * currency the release limits are kept in, the way INVCALC
      * converts an invoice for the GL extract.
           05  HOME-CURRENCY-CODE       PIC X(03) VALUE 'USD'.
           05  WS-EXCHANGE-EOF-FLAG     PIC X VALUE 'N'.
               88  END-OF-EXCHANGE-RATE-FILE VALUE 'Y'.
           05  WS-EXCHANGE-TABLE-COUNT  PIC S9(05) VALUE 0.
           05  WS-EXCHANGE-CAPACITY-FLAG PIC X VALUE 'N'.
               88  EXCHANGE-RATES-OVER-CAPACITY VALUE 'Y'.
           05  WS-RATE-INDEX            PIC S9(05).
           05  WS-BEST-RATE-DATE        PIC X(08).
           05  WS-GROUP-INV-DATE        PIC X(08).
           05  WS-GROUP-CURRENCY-CODE   PIC X(03).
           05  WS-GROUP-EXCHANGE-RATE   PIC S9(03)V9(06).
           05  WS-GROUP-RATE-FLAG       PIC X.
               88  GROUP-RATE-WAS-FOUND     VALUE 'Y'.

       01  WS-ERROR-LOG-FIELDS.
           05  WS-ERR-PROGRAM-NAME      PIC X(08) VALUE 'CREDREL'.
           05  WS-ERR-DESCRIPTION       PIC X(60).
           05  WS-ERR-OFFENDING-DATA    PIC X(30).

      * Parameter block for the shared AUTHCHK routine, which decides
      * whether the approving user may release the invoice.
       COPY AUTHPARM.

       01  APPROVAL-TABLE.
           05  APPROVAL-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-APPROVAL-COUNT
               10  APR-INV-NUMBER       PIC X(08).
               10  APR-MATCHED-FLAG     PIC X.
                   88  APPROVAL-WAS-MATCHED VALUE 'Y'.
               10  APR-USER-ID          PIC X(08).
               10  APR-REQUESTED-BY     PIC X(08).

      * The whole suspense file held in storage while the released
      * groups are carved out of it, so the file can be rewritten
                   DEPENDING ON WS-SUSPENSE-RECORD-COUNT.
               10  SUS-TBL-RECORD       PIC X(76).

       01  EXCHANGE-RATE-TABLE.
           05  EXCHANGE-TABLE-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-EXCHANGE-TABLE-COUNT
                   INDEXED BY EXCHANGE-TABLE-IDX.
               10  EXR-TBL-CURRENCY-CODE PIC X(03).
               10  EXR-TBL-EFFECTIVE-DATE PIC X(08).
               10  EXR-TBL-EXCHANGE-RATE PIC S9(03)V9(06).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
               PERFORM LOG-CREDREL-ERROR
               GOBACK
           END-IF
           PERFORM LOAD-EXCHANGE-RATES
           IF EXCHANGE-RATES-OVER-CAPACITY
               DISPLAY 'CREDREL: exchange rate file exceeds rate '
                   'table capacity - no invoices released'
               MOVE 'MAIN-LOGIC' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'exchange rate file exceeds rate table capacity'
                   TO WS-ERR-DESCRIPTION
               MOVE SPACES TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-CREDREL-ERROR
               GOBACK
           END-IF
           PERFORM SPLIT-SUSPENSE-FILE
           PERFORM REPORT-UNMATCHED-APPROVALS
           IF WS-REFUSED-COUNT > 0
               DISPLAY 'CREDREL: ' WS-REFUSED-COUNT ' approval(s) '
                   'refused - those invoices stay held'
           END-IF
           PERFORM CLEAR-APPROVAL-FILE
           IF WS-RELEASED-COUNT > 0
               PERFORM WRITE-RELEASE-CONTROL
                               TO APR-INV-NUMBER(WS-APPROVAL-COUNT)
                           MOVE 'N'
                               TO APR-MATCHED-FLAG(WS-APPROVAL-COUNT)
                           MOVE RAP-USER-ID
                               TO APR-USER-ID(WS-APPROVAL-COUNT)
                           MOVE RAP-REQUESTED-BY
                               TO APR-REQUESTED-BY(WS-APPROVAL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           END-PERFORM
           CLOSE INVOICE-SUSPENSE-FILE.

      *---------------------------------------------------------------
      * Loads the currency-exchange-rate table into EXCHANGE-RATE-
      * TABLE so each held group's amount can be converted to home
      * currency before it is held against the approver's limit.
      * More rates than the table holds stops the run, since a rate
      * left off could refuse or misprice a release.

       LOAD-EXCHANGE-RATES.
           OPEN INPUT EXCHANGE-RATE-FILE
           PERFORM UNTIL END-OF-EXCHANGE-RATE-FILE
               READ EXCHANGE-RATE-FILE
                   AT END
                       SET END-OF-EXCHANGE-RATE-FILE TO TRUE
                   NOT AT END
                       IF WS-EXCHANGE-TABLE-COUNT < 200
                           ADD 1 TO WS-EXCHANGE-TABLE-COUNT
                           MOVE EXR-CURRENCY-CODE
                               TO EXR-TBL-CURRENCY-CODE
                                   (WS-EXCHANGE-TABLE-COUNT)
                           MOVE EXR-EFFECTIVE-DATE
                               TO EXR-TBL-EFFECTIVE-DATE
                                   (WS-EXCHANGE-TABLE-COUNT)
                           MOVE EXR-EXCHANGE-RATE
                               TO EXR-TBL-EXCHANGE-RATE
                                   (WS-EXCHANGE-TABLE-COUNT)
                       ELSE
                           SET EXCHANGE-RATES-OVER-CAPACITY TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXCHANGE-RATE-FILE.

      *---------------------------------------------------------------
      * Walks the buffered suspense records group by group: a header
      * on the approval list routes its group to the release batch on

      *---------------------------------------------------------------
      * Decides whether the header record currently in the suspense
      * record area starts a released or a retained group. An
      * approval only releases the group when AUTHCHK accepts the
      * approver for the invoice's amount; a refused approval still
      * counts as matched, since it did find its invoice.

       CHECK-GROUP-APPROVAL.
           MOVE 'N' TO WS-RELEASE-FLAG
           MOVE 'N' TO WS-APPROVAL-FOUND-FLAG
           SET APPROVAL-IDX TO 1
           SEARCH APPROVAL-ENTRY
               AT END
                   CONTINUE
               WHEN APR-INV-NUMBER(APPROVAL-IDX) = SUS-INV-NUMBER
                   SET APPROVAL-WAS-MATCHED(APPROVAL-IDX) TO TRUE
                   SET GROUP-APPROVAL-FOUND TO TRUE
           END-SEARCH
           IF GROUP-APPROVAL-FOUND
               PERFORM CHECK-RELEASE-AUTHORITY
           END-IF
           IF CURRENT-GROUP-RELEASED
               ADD 1 TO WS-RELEASED-COUNT
           ELSE
               ADD 1 TO WS-RETAINED-COUNT
           END-IF.

      *---------------------------------------------------------------
      * Asks AUTHCHK whether the approver may release this invoice:
      * the approver needs CREDREL authority with a limit covering
      * the invoice and may not be the user who asked for the
      * release. The invoice's amount is converted to home currency
      * first; with no rate in effect for its currency on its
      * invoice date there is no amount to check, so the release is
      * refused and logged.

       CHECK-RELEASE-AUTHORITY.
           MOVE WS-ERR-PROGRAM-NAME TO ACK-PROGRAM-NAME
           MOVE APR-USER-ID(APPROVAL-IDX) TO ACK-USER-ID
           MOVE 'CREDREL' TO ACK-FUNCTION-CODE
           SET ACK-IS-APPROVAL TO TRUE
           MOVE APR-REQUESTED-BY(APPROVAL-IDX) TO ACK-ENTERED-BY
           MOVE SUS-INV-NUMBER TO ACK-SUBJECT
           MOVE SUS-INV-DATE TO WS-GROUP-INV-DATE
           MOVE SUS-CURRENCY-CODE TO WS-GROUP-CURRENCY-CODE
           PERFORM PRICE-HELD-GROUP
           PERFORM LOOKUP-GROUP-EXCHANGE-RATE
           IF NOT GROUP-RATE-WAS-FOUND
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY 'CREDREL: release of invoice '
                   APR-INV-NUMBER(APPROVAL-IDX) ' refused - no '
                   'exchange rate in effect for currency '
                   WS-GROUP-CURRENCY-CODE ' on ' WS-GROUP-INV-DATE
               MOVE 'CHECK-RELEASE-AUTHORITY'
                   TO WS-ERR-PARAGRAPH-NAME
               MOVE 'release refused - no exchange rate in effect'
                   TO WS-ERR-DESCRIPTION
               MOVE APR-INV-NUMBER(APPROVAL-IDX)
                   TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-CREDREL-ERROR
           ELSE
               COMPUTE ACK-AMOUNT ROUNDED =
                   WS-GROUP-AMOUNT * WS-GROUP-EXCHANGE-RATE
               CALL 'AUTHCHK' USING AUTHORITY-CHECK-AREA
               END-CALL
               IF ACK-AUTHORITY-GRANTED
                   SET CURRENT-GROUP-RELEASED TO TRUE
               ELSE
                   ADD 1 TO WS-REFUSED-COUNT
                   DISPLAY 'CREDREL: release of invoice '
                       APR-INV-NUMBER(APPROVAL-IDX) ' by '
                       APR-USER-ID(APPROVAL-IDX) ' refused - '
                       ACK-REFUSAL-REASON
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Sets WS-GROUP-EXCHANGE-RATE for the held group's currency the
      * way INVCALC's LOOKUP-EXCHANGE-RATE will when the invoice is
      * billed: the rate with the latest effective date not after the
      * invoice date. A group with no currency is billed in home
      * currency, which converts 1-to-1.

       LOOKUP-GROUP-EXCHANGE-RATE.
           MOVE 'N' TO WS-GROUP-RATE-FLAG
           IF WS-GROUP-CURRENCY-CODE = HOME-CURRENCY-CODE
               OR WS-GROUP-CURRENCY-CODE = SPACES
               MOVE 1 TO WS-GROUP-EXCHANGE-RATE
               SET GROUP-RATE-WAS-FOUND TO TRUE
           ELSE
               MOVE SPACES TO WS-BEST-RATE-DATE
               PERFORM VARYING WS-RATE-INDEX FROM 1 BY 1
                       UNTIL WS-RATE-INDEX > WS-EXCHANGE-TABLE-COUNT
                   IF EXR-TBL-CURRENCY-CODE(WS-RATE-INDEX)
                           = WS-GROUP-CURRENCY-CODE
                       AND EXR-TBL-EFFECTIVE-DATE(WS-RATE-INDEX)
                           NOT > WS-GROUP-INV-DATE
                       AND EXR-TBL-EFFECTIVE-DATE(WS-RATE-INDEX)
                           > WS-BEST-RATE-DATE
                       MOVE EXR-TBL-EFFECTIVE-DATE(WS-RATE-INDEX)
                           TO WS-BEST-RATE-DATE
                       MOVE EXR-TBL-EXCHANGE-RATE(WS-RATE-INDEX)
                           TO WS-GROUP-EXCHANGE-RATE
                       SET GROUP-RATE-WAS-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

      *---------------------------------------------------------------
      * Totals the detail lines and charges of the held group whose
      * header is at WORKING-INDEX, stopping at the next header. Tax
      * is not on the suspense file; it is added when INVCALC bills
      * the released invoice. The suspense record area is reused
      * here - SPLIT-SUSPENSE-FILE reloads it before every write.

       PRICE-HELD-GROUP.
           MOVE 0 TO WS-GROUP-AMOUNT
           MOVE 'N' TO WS-GROUP-END-FLAG
           PERFORM VARYING WS-GROUP-INDEX FROM WORKING-INDEX BY 1
                   UNTIL WS-GROUP-INDEX >= WS-SUSPENSE-RECORD-COUNT
                      OR END-OF-HELD-GROUP
               MOVE SUS-TBL-RECORD(WS-GROUP-INDEX + 1)
                   TO INVOICE-SUSPENSE-RECORD
               EVALUATE TRUE
                   WHEN SUS-IS-HEADER
                       SET END-OF-HELD-GROUP TO TRUE
                   WHEN SUS-IS-DETAIL
                       COMPUTE WS-GROUP-AMOUNT = WS-GROUP-AMOUNT
                           + SUS-UNIT-PRICE * SUS-QUANTITY
                   WHEN SUS-IS-CHARGE
                       ADD SUS-CHARGE-AMOUNT TO WS-GROUP-AMOUNT
               END-EVALUATE
           END-PERFORM.

      *---------------------------------------------------------------
      * Reports and logs any approved invoice number that matched
