      * can land. Every applied change is appended to
      * VEHICLE-MASTER-AUDIT-FILE the way VEHSTAT audits status
      * changes; every rejected transaction is displayed and logged.
      * Each transaction's user is checked through AUTHCHK against
      * USER-AUTHORITY-FILE before anything is applied.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  VEHMAINT.
           05  WS-ERR-DESCRIPTION           PIC X(60).
           05  WS-ERR-OFFENDING-DATA        PIC X(30).

      * Parameter block for the shared AUTHCHK routine, which decides
      * whether the transaction's user may do what it asks.
       COPY AUTHPARM.

       01  VEHICLE-TABLE.
           05  VEHICLE-TABLE-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-VEHICLE-TABLE-COUNT

      *---------------------------------------------------------------
      * Routes one transaction by action code. Anything else is
      * rejected loudly, as is a transaction whose user has no
      * authority for it.

       APPLY-ONE-MAINT-TRANSACTION.
           PERFORM FIND-TRANSACTION-UNIT
           PERFORM CHECK-MAINT-AUTHORITY
           EVALUATE TRUE
               WHEN ACK-AUTHORITY-REFUSED
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'VEHMAINT: ' VMT-USER-ID ' refused for '
                       'unit ' VMT-UNIT-ID ' - '
                       ACK-REFUSAL-REASON
               WHEN VMT-IS-ADD
                   PERFORM APPLY-ADD-TRANSACTION
               WHEN VMT-IS-CHANGE
                   PERFORM LOG-VEHMAINT-ERROR
           END-EVALUATE.

      *---------------------------------------------------------------
      * Asks AUTHCHK whether the transaction's user may maintain the
      * vehicle master.

       CHECK-MAINT-AUTHORITY.
           MOVE WS-ERR-PROGRAM-NAME TO ACK-PROGRAM-NAME
           MOVE VMT-USER-ID TO ACK-USER-ID
           MOVE 'VEHMAINT' TO ACK-FUNCTION-CODE
           SET ACK-IS-ENTRY TO TRUE
           MOVE SPACES TO ACK-ENTERED-BY
           MOVE 0 TO ACK-AMOUNT
           MOVE VMT-UNIT-ID TO ACK-SUBJECT
           CALL 'AUTHCHK' USING AUTHORITY-CHECK-AREA
           END-CALL.

      *---------------------------------------------------------------
      * Locates VMT-UNIT-ID in the table, leaving WS-UNIT-INDEX
      * pointing at it when found.
