      * retirement to SKU-MASTER-FILE - the keying path for the
      * replenishment picture REORDRPT reads (reorder point, reorder
      * quantity, vendor reference) and the unit weight DISPATCH
      * prices a loaded truck from, and the lot-control flag that
      * makes receiving and shipping track a SKU by supplier lot. An
      * add carries the SKU's opening unit price; a change never
      * touches the price, because price changes go through PRICEMNT
      * and its dual-control approval.
      * Every applied change is appended to SKU-MASTER-AUDIT-FILE
      * with before and after images, the way CUSTMNT audits the
      * customer master, and the master is backed up through GENBKUP
      * before it is rewritten in place.
      * Each transaction's user is checked through AUTHCHK against
      * USER-AUTHORITY-FILE before anything is applied.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SKUMAINT.
           05  WS-ERR-DESCRIPTION       PIC X(60).
           05  WS-ERR-OFFENDING-DATA    PIC X(30).

      * Parameter block for the shared AUTHCHK routine, which decides
      * whether the transaction's user may do what it asks.
       COPY AUTHPARM.

       01  SKU-TABLE.
           05  SKU-TABLE-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-SKU-TABLE-COUNT
               10  SKU-TBL-REORDER-QTY  PIC 9(07).
               10  SKU-TBL-VENDOR-REF   PIC X(10).
               10  SKU-TBL-UNIT-WEIGHT  PIC 9(03)V9(02).
               10  SKU-TBL-LOT-CONTROLLED PIC X.

       PROCEDURE DIVISION.

                           MOVE SKM-UNIT-WEIGHT-KG
                               TO SKU-TBL-UNIT-WEIGHT
                                   (WS-SKU-TABLE-COUNT)
                           MOVE SKM-LOT-CONTROLLED
                               TO SKU-TBL-LOT-CONTROLLED
                                   (WS-SKU-TABLE-COUNT)
                       END-IF
               END-READ
           END-PERFORM

      *---------------------------------------------------------------
      * Routes one transaction by action code. Anything else is
      * rejected loudly, as is a transaction whose user has no
      * authority for it.

       APPLY-ONE-MAINT-TRANSACTION.
           PERFORM FIND-TRANSACTION-SKU
           PERFORM CHECK-MAINT-AUTHORITY
           EVALUATE TRUE
               WHEN ACK-AUTHORITY-REFUSED
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'SKUMAINT: ' SMT-USER-ID ' refused for '
                       'sku ' SMT-SKU ' - '
                       ACK-REFUSAL-REASON
               WHEN SMT-IS-ADD
                   PERFORM APPLY-ADD-TRANSACTION
               WHEN SMT-IS-CHANGE
                   PERFORM LOG-SKUMAINT-ERROR
           END-EVALUATE.

      *---------------------------------------------------------------
      * Asks AUTHCHK whether the transaction's user may maintain the
      * product master.

       CHECK-MAINT-AUTHORITY.
           MOVE WS-ERR-PROGRAM-NAME TO ACK-PROGRAM-NAME
           MOVE SMT-USER-ID TO ACK-USER-ID
           MOVE 'SKUMAINT' TO ACK-FUNCTION-CODE
           SET ACK-IS-ENTRY TO TRUE
           MOVE SPACES TO ACK-ENTERED-BY
           MOVE 0 TO ACK-AMOUNT
           MOVE SMT-SKU TO ACK-SUBJECT
           CALL 'AUTHCHK' USING AUTHORITY-CHECK-AREA
           END-CALL.

      *---------------------------------------------------------------
      * Locates SMT-SKU in the table, leaving WS-SKU-INDEX pointing
      * at it when found.
                   OR SMT-REORDER-POINT NOT NUMERIC
                   OR SMT-REORDER-QTY NOT NUMERIC
                   OR SMT-UNIT-WEIGHT-KG NOT NUMERIC
                   OR (SMT-LOT-CONTROLLED NOT = 'Y' AND 'N' AND ' ')
                   DISPLAY 'SKUMAINT: add for sku ' SMT-SKU
                       ' fails field checks - rejected'
                   MOVE 'APPLY-ADD-TRANSACTION'
                   OR SMT-REORDER-POINT NOT NUMERIC
                   OR SMT-REORDER-QTY NOT NUMERIC
                   OR SMT-UNIT-WEIGHT-KG NOT NUMERIC
                   OR (SMT-LOT-CONTROLLED NOT = 'Y' AND 'N' AND ' ')
                   DISPLAY 'SKUMAINT: change for sku ' SMT-SKU
                       ' fails field checks - rejected'
                   MOVE 'APPLY-CHANGE-TRANSACTION'

      *---------------------------------------------------------------
      * Moves the transaction's description, replenishment fields,
      * vendor reference, unit weight, and lot control onto the table
      * entry WS-SKU-INDEX points at; a blank lot control is 'N'. The
      * unit price is deliberately not moved here - only an add sets
      * it.

       MOVE-TRANS-FIELDS-TO-TABLE.
           MOVE SMT-DESCRIPTION
           MOVE SMT-VENDOR-REF
               TO SKU-TBL-VENDOR-REF(WS-SKU-INDEX)
           MOVE SMT-UNIT-WEIGHT-KG
               TO SKU-TBL-UNIT-WEIGHT(WS-SKU-INDEX)
           IF SMT-LOT-CONTROLLED = 'Y'
               MOVE 'Y' TO SKU-TBL-LOT-CONTROLLED(WS-SKU-INDEX)
           ELSE
               MOVE 'N' TO SKU-TBL-LOT-CONTROLLED(WS-SKU-INDEX)
           END-IF.

      *---------------------------------------------------------------
      * Builds the before image of the SKU WS-SKU-INDEX points at:
      * the description, replenishment fields, vendor reference, unit
      * weight, and lot control.

       BUILD-OLD-IMAGE.
           MOVE SPACES TO WS-OLD-IMAGE
               SKU-TBL-REORDER-POINT(WS-SKU-INDEX) ' '
               SKU-TBL-REORDER-QTY(WS-SKU-INDEX) ' '
               SKU-TBL-VENDOR-REF(WS-SKU-INDEX) ' '
               SKU-TBL-UNIT-WEIGHT(WS-SKU-INDEX) ' '
               SKU-TBL-LOT-CONTROLLED(WS-SKU-INDEX)
               DELIMITED BY SIZE INTO WS-OLD-IMAGE.

      *---------------------------------------------------------------
               SKU-TBL-REORDER-POINT(WS-SKU-INDEX) ' '
               SKU-TBL-REORDER-QTY(WS-SKU-INDEX) ' '
               SKU-TBL-VENDOR-REF(WS-SKU-INDEX) ' '
               SKU-TBL-UNIT-WEIGHT(WS-SKU-INDEX) ' '
               SKU-TBL-LOT-CONTROLLED(WS-SKU-INDEX)
               DELIMITED BY SIZE INTO WS-NEW-IMAGE.

      *---------------------------------------------------------------
                   TO SKM-VENDOR-REF
               MOVE SKU-TBL-UNIT-WEIGHT(SKU-TABLE-IDX)
                   TO SKM-UNIT-WEIGHT-KG
               MOVE SKU-TBL-LOT-CONTROLLED(SKU-TABLE-IDX)
                   TO SKM-LOT-CONTROLLED
               WRITE SKU-MASTER-RECORD
           END-PERFORM
           CLOSE SKU-MASTER-FILE.
