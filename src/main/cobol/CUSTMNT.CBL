      * limit increase above the approval threshold does not land:
      * it is written to CREDIT-LIMIT-PENDING-FILE and held until a
      * 'V' transaction from the credit manager approves it, so a
      * limit nobody stands behind cannot ship an invoice. Each
      * transaction's user is checked through AUTHCHK against
      * USER-AUTHORITY-FILE before anything is applied, and the
      * approver of a held increase may be neither the user who keyed
      * it nor one whose limit is smaller than the increase.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CUSTMNT.
           05  WS-ERR-DESCRIPTION       PIC X(60).
           05  WS-ERR-OFFENDING-DATA    PIC X(30).

      * Parameter block for the shared AUTHCHK routine, which decides
      * whether the transaction's user may do what it asks.
       COPY AUTHPARM.

       01  CUSTOMER-TABLE.
           05  CUSTOMER-TABLE-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-CUSTOMER-TABLE-COUNT
               10  CUST-TBL-DAYS-PAST-DUE PIC 9(03).
               10  CUST-TBL-CREDIT-LIMIT PIC S9(07)V99.
               10  CUST-TBL-TERMS-CODE  PIC X(04).
               10  CUST-TBL-FC-EXEMPT   PIC X.

       01  PENDING-TABLE.
           05  PENDING-ENTRY OCCURS 1 TO 100 TIMES
                           MOVE CST-TERMS-CODE
                               TO CUST-TBL-TERMS-CODE
                                   (WS-CUSTOMER-TABLE-COUNT)
                           MOVE CST-FINANCE-CHARGE-EXEMPT
                               TO CUST-TBL-FC-EXEMPT
                                   (WS-CUSTOMER-TABLE-COUNT)
                       END-IF
               END-READ
           END-PERFORM

      *---------------------------------------------------------------
      * Routes one transaction by action code. Anything else is
      * rejected loudly, as is a transaction whose user has no
      * authority for it.

       APPLY-ONE-MAINT-TRANSACTION.
           PERFORM FIND-TRANSACTION-ACCOUNT
           PERFORM CHECK-MAINT-AUTHORITY
           EVALUATE TRUE
               WHEN ACK-AUTHORITY-REFUSED
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'CUSTMNT: ' CMT-USER-ID ' refused for '
                       'account ' CMT-ACCOUNT-NUMBER ' - '
                       ACK-REFUSAL-REASON
               WHEN CMT-IS-ADD
                   PERFORM APPLY-ADD-TRANSACTION
               WHEN CMT-IS-CHANGE
                   PERFORM LOG-CUSTMNT-ERROR
           END-EVALUATE.

      *---------------------------------------------------------------
      * Asks AUTHCHK whether the transaction's user may perform it.
      * An approval is the credit manager's function, checked
      * against the user who keyed the held increase and against
      * the approver's own limit for the size of the increase; one
      * that matches no held increase is let through here for
      * APPLY-APPROVE-TRANSACTION to reject on its own terms.

       CHECK-MAINT-AUTHORITY.
           MOVE WS-ERR-PROGRAM-NAME TO ACK-PROGRAM-NAME
           MOVE CMT-USER-ID TO ACK-USER-ID
           MOVE CMT-ACCOUNT-NUMBER TO ACK-SUBJECT
           MOVE SPACES TO ACK-ENTERED-BY
           MOVE 0 TO ACK-AMOUNT
           PERFORM FIND-PENDING-INCREASE
           EVALUATE TRUE
               WHEN NOT CMT-IS-APPROVE
                   MOVE 'CUSTMNT' TO ACK-FUNCTION-CODE
                   SET ACK-IS-ENTRY TO TRUE
                   CALL 'AUTHCHK' USING AUTHORITY-CHECK-AREA
                   END-CALL
               WHEN WS-PENDING-INDEX = 0 OR NOT ACCOUNT-WAS-FOUND
                   SET ACK-AUTHORITY-GRANTED TO TRUE
               WHEN OTHER
                   MOVE 'CREDAPPR' TO ACK-FUNCTION-CODE
                   SET ACK-IS-APPROVAL TO TRUE
                   MOVE PND-REQUESTED-BY(WS-PENDING-INDEX)
                       TO ACK-ENTERED-BY
                   COMPUTE ACK-AMOUNT =
                       PND-REQUESTED-LIMIT(WS-PENDING-INDEX)
                       - CUST-TBL-CREDIT-LIMIT(WS-ACCOUNT-INDEX)
                   CALL 'AUTHCHK' USING AUTHORITY-CHECK-AREA
                   END-CALL
           END-EVALUATE.

      *---------------------------------------------------------------
      * Locates CMT-ACCOUNT-NUMBER in the table, leaving
      * WS-ACCOUNT-INDEX pointing at it when found.
               WHEN CMT-ACCOUNT-NUMBER = SPACES
                   OR CMT-CUSTOMER-NAME = SPACES
                   OR CMT-CREDIT-LIMIT NOT NUMERIC
                   OR (CMT-FINANCE-CHARGE-EXEMPT NOT = SPACE
                       AND CMT-FINANCE-CHARGE-EXEMPT NOT = 'Y'
                       AND CMT-FINANCE-CHARGE-EXEMPT NOT = 'N')
                   DISPLAY 'CUSTMNT: add for account '
                       CMT-ACCOUNT-NUMBER ' fails field checks - '
                       'rejected'
                       TO CUST-TBL-CREDIT-LIMIT(WS-ACCOUNT-INDEX)
                   MOVE CMT-TERMS-CODE
                       TO CUST-TBL-TERMS-CODE(WS-ACCOUNT-INDEX)
                   IF CMT-FINANCE-CHARGE-EXEMPT = 'Y'
                       MOVE 'Y' TO CUST-TBL-FC-EXEMPT(WS-ACCOUNT-INDEX)
                   ELSE
                       MOVE 'N' TO CUST-TBL-FC-EXEMPT(WS-ACCOUNT-INDEX)
                   END-IF
                   MOVE SPACES TO WS-OLD-IMAGE
                   PERFORM BUILD-NEW-IMAGE
                   MOVE 'ADD     ' TO CUA-ACTION
           END-EVALUATE.

      *---------------------------------------------------------------
      * Changes an existing account's name, terms, credit limit, and
      * finance-charge exemption.
      * A limit increase above the approval threshold is held on the
      * pending file instead of applied; the rest of the change
      * (name, terms, a decrease or small increase) lands now.
                   TO CUST-TBL-NAME(WS-ACCOUNT-INDEX)
               MOVE CMT-TERMS-CODE
                   TO CUST-TBL-TERMS-CODE(WS-ACCOUNT-INDEX)
               IF CMT-FINANCE-CHARGE-EXEMPT = 'Y' OR 'N'
                   MOVE CMT-FINANCE-CHARGE-EXEMPT
                       TO CUST-TBL-FC-EXEMPT(WS-ACCOUNT-INDEX)
               END-IF
               IF CMT-CREDIT-LIMIT NUMERIC
                   AND CMT-CREDIT-LIMIT >
                       CUST-TBL-CREDIT-LIMIT(WS-ACCOUNT-INDEX)
               MOVE SPACES TO WS-NEW-IMAGE
               STRING CUST-TBL-NAME(WS-ACCOUNT-INDEX) ' '
                   CMT-CREDIT-LIMIT ' '
                   CUST-TBL-TERMS-CODE(WS-ACCOUNT-INDEX) ' '
                   CUST-TBL-FC-EXEMPT(WS-ACCOUNT-INDEX)
                   DELIMITED BY SIZE INTO WS-NEW-IMAGE
               PERFORM WRITE-MAINT-AUDIT-RECORD
               DISPLAY 'CUSTMNT: credit-limit increase for account '
      * Applies the credit manager's approval of a held increase.

       APPLY-APPROVE-TRANSACTION.
           PERFORM FIND-PENDING-INCREASE
           IF WS-PENDING-INDEX = 0 OR NOT ACCOUNT-WAS-FOUND
               DISPLAY 'CUSTMNT: no held increase for account '
                   CMT-ACCOUNT-NUMBER ' - approval rejected'
                   CMT-ACCOUNT-NUMBER ' approved by ' CMT-USER-ID
           END-IF.

      *---------------------------------------------------------------
      * Locates the held increase for CMT-ACCOUNT-NUMBER, leaving
      * WS-PENDING-INDEX pointing at it, or zero when there is none.

       FIND-PENDING-INCREASE.
           MOVE 0 TO WS-PENDING-INDEX
           PERFORM VARYING PENDING-IDX FROM 1 BY 1
                   UNTIL PENDING-IDX > WS-PENDING-COUNT
               IF PND-ACCOUNT-NUMBER(PENDING-IDX)
                       = CMT-ACCOUNT-NUMBER
                   SET WS-PENDING-INDEX TO PENDING-IDX
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Drops the approved entry from the pending table, shifting
      * the entries above it down one slot.
           MOVE SPACES TO WS-OLD-IMAGE
           STRING CUST-TBL-NAME(WS-ACCOUNT-INDEX) ' '
               CUST-TBL-CREDIT-LIMIT(WS-ACCOUNT-INDEX) ' '
               CUST-TBL-TERMS-CODE(WS-ACCOUNT-INDEX) ' '
               CUST-TBL-FC-EXEMPT(WS-ACCOUNT-INDEX)
               DELIMITED BY SIZE INTO WS-OLD-IMAGE.

      *---------------------------------------------------------------
           MOVE SPACES TO WS-NEW-IMAGE
           STRING CUST-TBL-NAME(WS-ACCOUNT-INDEX) ' '
               CUST-TBL-CREDIT-LIMIT(WS-ACCOUNT-INDEX) ' '
               CUST-TBL-TERMS-CODE(WS-ACCOUNT-INDEX) ' '
               CUST-TBL-FC-EXEMPT(WS-ACCOUNT-INDEX)
               DELIMITED BY SIZE INTO WS-NEW-IMAGE.

      *---------------------------------------------------------------
                   TO CST-CREDIT-LIMIT
               MOVE CUST-TBL-TERMS-CODE(CUSTOMER-TABLE-IDX)
                   TO CST-TERMS-CODE
               MOVE CUST-TBL-FC-EXEMPT(CUSTOMER-TABLE-IDX)
                   TO CST-FINANCE-CHARGE-EXEMPT
               WRITE CUSTOMER-MASTER-RECORD
           END-PERFORM
           CLOSE CUSTOMER-MASTER-FILE.
