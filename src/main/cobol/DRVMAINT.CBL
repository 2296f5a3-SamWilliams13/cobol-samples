      * or retirement to DRIVER-MASTER-FILE - the keying path for the
      * qualification picture DISPATCH enforces: license class,
      * medical certificate expiry, and the hazmat endorsement and
      * its expiry - and for the pay rates DRVPAY applies. Expiry
      * dates must pass the shared DATECHK routine before they land,
      * so an unparseable date cannot sit on the roster waiting to
      * confuse an assignment check. Every applied
      * change is appended to DRIVER-MASTER-AUDIT-FILE with before
      * and after images, the way CUSTMNT audits the customer master,
      * and the master is backed up through GENBKUP before it is
      * rewritten in place.
      * Each transaction's user is checked through AUTHCHK against
      * USER-AUTHORITY-FILE before anything is applied.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DRVMAINT.
           05  WS-CHANGE-TIME           PIC X(08).
           05  WS-DRIVER-INDEX          PIC S9(04).
           05  WS-SHIFT-INDEX           PIC S9(04).
           05  WS-OLD-IMAGE             PIC X(80).
           05  WS-NEW-IMAGE             PIC X(80).
      * External name handed to the shared GENBKUP routine before
      * the master is rewritten in place.
           05  WS-BACKUP-FILE-NAME      PIC X(40).
           05  WS-ERR-DESCRIPTION       PIC X(60).
           05  WS-ERR-OFFENDING-DATA    PIC X(30).

      * Parameter block for the shared AUTHCHK routine, which decides
      * whether the transaction's user may do what it asks.
       COPY AUTHPARM.

       01  DRIVER-TABLE.
           05  DRIVER-TABLE-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-DRIVER-TABLE-COUNT
               10  DRV-TBL-MEDICAL-EXPIRY PIC X(08).
               10  DRV-TBL-HAZMAT-FLAG  PIC X.
               10  DRV-TBL-HAZMAT-EXPIRY PIC X(08).
               10  DRV-TBL-HOURLY-RATE  PIC 9(03)V99.
               10  DRV-TBL-OVERTIME-RATE PIC 9(03)V99.
               10  DRV-TBL-PER-MILE-RATE PIC 9(01)V999.
               10  DRV-TBL-HAZMAT-PREMIUM PIC 9(03)V99.

       PROCEDURE DIVISION.

                           MOVE DRV-HAZMAT-EXPIRY
                               TO DRV-TBL-HAZMAT-EXPIRY
                                   (WS-DRIVER-TABLE-COUNT)
                           PERFORM LOAD-DRIVER-PAY-RATES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DRIVER-MASTER-FILE.

      *---------------------------------------------------------------
      * Carries the pay rates of the driver just read onto the table
      * entry. A roster record written before drivers carried pay
      * rates has blanks there, which load as zero rates for the
      * next change transaction to fill in.

       LOAD-DRIVER-PAY-RATES.
           IF DRV-HOURLY-RATE IS NUMERIC
               MOVE DRV-HOURLY-RATE
                   TO DRV-TBL-HOURLY-RATE(WS-DRIVER-TABLE-COUNT)
           ELSE
               MOVE 0 TO DRV-TBL-HOURLY-RATE(WS-DRIVER-TABLE-COUNT)
           END-IF
           IF DRV-OVERTIME-RATE IS NUMERIC
               MOVE DRV-OVERTIME-RATE
                   TO DRV-TBL-OVERTIME-RATE(WS-DRIVER-TABLE-COUNT)
           ELSE
               MOVE 0
                   TO DRV-TBL-OVERTIME-RATE(WS-DRIVER-TABLE-COUNT)
           END-IF
           IF DRV-PER-MILE-RATE IS NUMERIC
               MOVE DRV-PER-MILE-RATE
                   TO DRV-TBL-PER-MILE-RATE(WS-DRIVER-TABLE-COUNT)
           ELSE
               MOVE 0
                   TO DRV-TBL-PER-MILE-RATE(WS-DRIVER-TABLE-COUNT)
           END-IF
           IF DRV-HAZMAT-PREMIUM IS NUMERIC
               MOVE DRV-HAZMAT-PREMIUM
                   TO DRV-TBL-HAZMAT-PREMIUM(WS-DRIVER-TABLE-COUNT)
           ELSE
               MOVE 0
                   TO DRV-TBL-HAZMAT-PREMIUM(WS-DRIVER-TABLE-COUNT)
           END-IF.

      *---------------------------------------------------------------
      * Reads every maintenance transaction and applies the valid
      * ones, with the audit file open across the pass the way

      *---------------------------------------------------------------
      * Routes one transaction by action code. Anything else is
      * rejected loudly, as is a transaction whose user has no
      * authority for it.

       APPLY-ONE-MAINT-TRANSACTION.
           PERFORM FIND-TRANSACTION-DRIVER
           PERFORM CHECK-MAINT-AUTHORITY
           EVALUATE TRUE
               WHEN ACK-AUTHORITY-REFUSED
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'DRVMAINT: ' DMT-USER-ID ' refused for '
                       'employee ' DMT-EMPLOYEE-ID ' - '
                       ACK-REFUSAL-REASON
               WHEN DMT-IS-ADD
                   PERFORM APPLY-ADD-TRANSACTION
               WHEN DMT-IS-CHANGE
                   PERFORM LOG-DRVMAINT-ERROR
           END-EVALUATE.

      *---------------------------------------------------------------
      * Asks AUTHCHK whether the transaction's user may maintain the
      * driver master.

       CHECK-MAINT-AUTHORITY.
           MOVE WS-ERR-PROGRAM-NAME TO ACK-PROGRAM-NAME
           MOVE DMT-USER-ID TO ACK-USER-ID
           MOVE 'DRVMAINT' TO ACK-FUNCTION-CODE
           SET ACK-IS-ENTRY TO TRUE
           MOVE SPACES TO ACK-ENTERED-BY
           MOVE 0 TO ACK-AMOUNT
           MOVE DMT-EMPLOYEE-ID TO ACK-SUBJECT
           CALL 'AUTHCHK' USING AUTHORITY-CHECK-AREA
           END-CALL.

      *---------------------------------------------------------------
      * Locates DMT-EMPLOYEE-ID in the table, leaving
      * WS-DRIVER-INDEX pointing at it when found.
      * Checks the qualification fields DISPATCH will later enforce:
      * the medical certificate expiry must be a real date, the
      * hazmat endorsement must be 'Y' or 'N', and a 'Y' endorsement
      * must carry a real expiry of its own, and the pay rates must
      * all be numeric. Leaves
      * WS-FIELDS-VALID-FLAG set when everything parses.

       VALIDATE-QUALIFICATION-FIELDS.
               IF NOT TRANS-DATE-IS-VALID
                   MOVE 'N' TO WS-FIELDS-VALID-FLAG
               END-IF
           END-IF
           IF DMT-HOURLY-RATE IS NOT NUMERIC
                   OR DMT-OVERTIME-RATE IS NOT NUMERIC
                   OR DMT-PER-MILE-RATE IS NOT NUMERIC
                   OR DMT-HAZMAT-PREMIUM IS NOT NUMERIC
               MOVE 'N' TO WS-FIELDS-VALID-FLAG
           END-IF.

      *---------------------------------------------------------------
           END-IF.

      *---------------------------------------------------------------
      * Moves the transaction's name, qualification, and pay fields
      * onto the table entry WS-DRIVER-INDEX points at.

       MOVE-TRANS-FIELDS-TO-TABLE.
           MOVE DMT-FAMILY-NAME
           ELSE
               MOVE SPACES
                   TO DRV-TBL-HAZMAT-EXPIRY(WS-DRIVER-INDEX)
           END-IF
           MOVE DMT-HOURLY-RATE
               TO DRV-TBL-HOURLY-RATE(WS-DRIVER-INDEX)
           MOVE DMT-OVERTIME-RATE
               TO DRV-TBL-OVERTIME-RATE(WS-DRIVER-INDEX)
           MOVE DMT-PER-MILE-RATE
               TO DRV-TBL-PER-MILE-RATE(WS-DRIVER-INDEX)
           MOVE DMT-HAZMAT-PREMIUM
               TO DRV-TBL-HAZMAT-PREMIUM(WS-DRIVER-INDEX).

      *---------------------------------------------------------------
      * Builds the before image of the driver WS-DRIVER-INDEX points
      * at: the family name, the qualification picture, and the pay
      * rates.

       BUILD-OLD-IMAGE.
           MOVE SPACES TO WS-OLD-IMAGE
               DRV-TBL-LICENSE-CLASS(WS-DRIVER-INDEX) ' '
               DRV-TBL-MEDICAL-EXPIRY(WS-DRIVER-INDEX) ' '
               DRV-TBL-HAZMAT-FLAG(WS-DRIVER-INDEX) ' '
               DRV-TBL-HAZMAT-EXPIRY(WS-DRIVER-INDEX) ' '
               DRV-TBL-HOURLY-RATE(WS-DRIVER-INDEX) ' '
               DRV-TBL-OVERTIME-RATE(WS-DRIVER-INDEX) ' '
               DRV-TBL-PER-MILE-RATE(WS-DRIVER-INDEX) ' '
               DRV-TBL-HAZMAT-PREMIUM(WS-DRIVER-INDEX)
               DELIMITED BY SIZE INTO WS-OLD-IMAGE.

      *---------------------------------------------------------------
               DRV-TBL-LICENSE-CLASS(WS-DRIVER-INDEX) ' '
               DRV-TBL-MEDICAL-EXPIRY(WS-DRIVER-INDEX) ' '
               DRV-TBL-HAZMAT-FLAG(WS-DRIVER-INDEX) ' '
               DRV-TBL-HAZMAT-EXPIRY(WS-DRIVER-INDEX) ' '
               DRV-TBL-HOURLY-RATE(WS-DRIVER-INDEX) ' '
               DRV-TBL-OVERTIME-RATE(WS-DRIVER-INDEX) ' '
               DRV-TBL-PER-MILE-RATE(WS-DRIVER-INDEX) ' '
               DRV-TBL-HAZMAT-PREMIUM(WS-DRIVER-INDEX)
               DELIMITED BY SIZE INTO WS-NEW-IMAGE.

      *---------------------------------------------------------------
                   TO DRV-HAZMAT-ENDORSEMENT
               MOVE DRV-TBL-HAZMAT-EXPIRY(DRIVER-TABLE-IDX)
                   TO DRV-HAZMAT-EXPIRY
               MOVE DRV-TBL-HOURLY-RATE(DRIVER-TABLE-IDX)
                   TO DRV-HOURLY-RATE
               MOVE DRV-TBL-OVERTIME-RATE(DRIVER-TABLE-IDX)
                   TO DRV-OVERTIME-RATE
               MOVE DRV-TBL-PER-MILE-RATE(DRIVER-TABLE-IDX)
                   TO DRV-PER-MILE-RATE
               MOVE DRV-TBL-HAZMAT-PREMIUM(DRIVER-TABLE-IDX)
                   TO DRV-HAZMAT-PREMIUM
               WRITE DRIVER-MASTER-RECORD
           END-PERFORM
           CLOSE DRIVER-MASTER-FILE.
