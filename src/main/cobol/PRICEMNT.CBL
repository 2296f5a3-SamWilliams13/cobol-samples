      * master's own unit price is then brought up to the price in
      * effect today for each SKU that has history, and a price-
      * history report is printed so purchasing can see every SKU's
      * price timeline with the current price marked. A change is
      * applied only when its keyer holds PRICEMNT authority and a
      * different user holding PRICEAPR authority approved it, both
      * checked through AUTHCHK; both names are kept on the history.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRICEMNT.
           05  WS-ERR-DESCRIPTION       PIC X(60).
           05  WS-ERR-OFFENDING-DATA    PIC X(30).

      * Parameter block for the shared AUTHCHK routine, which decides
      * whether the keyer and approver of a price change may do so.
       COPY AUTHPARM.

       01  RPT-PRICE-EDITED             PIC Z(4)9.99-.
       01  RPT-COUNT-EDITED             PIC ZZZZ9.

               10  SKU-TBL-REORDER-QTY  PIC 9(07).
               10  SKU-TBL-VENDOR-REF   PIC X(10).
               10  SKU-TBL-UNIT-WEIGHT  PIC 9(03)V9(02).
               10  SKU-TBL-LOT-CONTROLLED PIC X.

       01  PRICE-HISTORY-TABLE.
           05  PRICE-HISTORY-ENTRY OCCURS 1 TO 2000 TIMES
               10  PRH-TBL-SKU          PIC X(10).
               10  PRH-TBL-EFFECTIVE-DATE PIC X(08).
               10  PRH-TBL-UNIT-PRICE   PIC S9(05)V99.
               10  PRH-TBL-CHANGED-BY   PIC X(08).
               10  PRH-TBL-APPROVED-BY  PIC X(08).

       PROCEDURE DIVISION.

                       MOVE SKM-UNIT-WEIGHT-KG
                           TO SKU-TBL-UNIT-WEIGHT
                               (WS-SKU-TABLE-COUNT)
                       MOVE SKM-LOT-CONTROLLED
                           TO SKU-TBL-LOT-CONTROLLED
                               (WS-SKU-TABLE-COUNT)
               END-READ
           END-PERFORM
           CLOSE SKU-MASTER-FILE.
                           MOVE SPH-UNIT-PRICE
                               TO PRH-TBL-UNIT-PRICE
                                   (WS-PRICE-HISTORY-COUNT)
                           MOVE SPH-CHANGED-BY
                               TO PRH-TBL-CHANGED-BY
                                   (WS-PRICE-HISTORY-COUNT)
                           MOVE SPH-APPROVED-BY
                               TO PRH-TBL-APPROVED-BY
                                   (WS-PRICE-HISTORY-COUNT)
                       END-IF
               END-READ
           END-PERFORM

      *---------------------------------------------------------------
      * Reads every price-change transaction and applies the ones
      * whose keyer and approver hold the authority and that pass
      * validation to the in-storage history.

       APPLY-PRICE-CHANGES.
           OPEN INPUT PRICE-CHANGE-TRANS-FILE
                   AT END
                       SET END-OF-TRANS-FILE TO TRUE
                   NOT AT END
                       PERFORM CHECK-PRICE-CHANGE-AUTHORITY
                       IF ACK-AUTHORITY-GRANTED
                           PERFORM APPLY-ONE-PRICE-CHANGE
                       ELSE
                           ADD 1 TO WS-REJECTED-COUNT
                           DISPLAY 'PRICEMNT: ' ACK-USER-ID
                               ' refused for SKU ' PCH-SKU ' - '
                               ACK-REFUSAL-REASON
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRICE-CHANGE-TRANS-FILE.

      *---------------------------------------------------------------
      * Asks AUTHCHK first whether the keyer may key price changes
      * and then whether the approver may approve them - the approver
      * being someone other than the keyer. Dual control is only as
      * good as the names on the transaction, so both are checked.

       CHECK-PRICE-CHANGE-AUTHORITY.
           MOVE WS-ERR-PROGRAM-NAME TO ACK-PROGRAM-NAME
           MOVE PCH-USER-ID TO ACK-USER-ID
           MOVE 'PRICEMNT' TO ACK-FUNCTION-CODE
           SET ACK-IS-ENTRY TO TRUE
           MOVE SPACES TO ACK-ENTERED-BY
           MOVE 0 TO ACK-AMOUNT
           MOVE PCH-SKU TO ACK-SUBJECT
           CALL 'AUTHCHK' USING AUTHORITY-CHECK-AREA
           END-CALL
           IF ACK-AUTHORITY-GRANTED
               MOVE PCH-APPROVED-BY TO ACK-USER-ID
               MOVE 'PRICEAPR' TO ACK-FUNCTION-CODE
               SET ACK-IS-APPROVAL TO TRUE
               MOVE PCH-USER-ID TO ACK-ENTERED-BY
               CALL 'AUTHCHK' USING AUTHORITY-CHECK-AREA
               END-CALL
           END-IF.

      *---------------------------------------------------------------
      * Validates one price-change transaction and appends it to the
      * history table when it passes: the SKU must exist, the
                           MOVE PCH-UNIT-PRICE
                               TO PRH-TBL-UNIT-PRICE
                                   (WS-PRICE-HISTORY-COUNT)
                           MOVE PCH-USER-ID
                               TO PRH-TBL-CHANGED-BY
                                   (WS-PRICE-HISTORY-COUNT)
                           MOVE PCH-APPROVED-BY
                               TO PRH-TBL-APPROVED-BY
                                   (WS-PRICE-HISTORY-COUNT)
                       ELSE
                           ADD 1 TO WS-REJECTED-COUNT
                           DISPLAY 'PRICEMNT: price history is full '
                   TO SPH-EFFECTIVE-DATE
               MOVE PRH-TBL-UNIT-PRICE(PRICE-HISTORY-IDX)
                   TO SPH-UNIT-PRICE
               MOVE PRH-TBL-CHANGED-BY(PRICE-HISTORY-IDX)
                   TO SPH-CHANGED-BY
               MOVE PRH-TBL-APPROVED-BY(PRICE-HISTORY-IDX)
                   TO SPH-APPROVED-BY
               WRITE PRICE-HISTORY-RECORD
           END-PERFORM
           CLOSE PRICE-HISTORY-FILE.
                   TO SKM-VENDOR-REF
               MOVE SKU-TBL-UNIT-WEIGHT(SKU-TABLE-IDX)
                   TO SKM-UNIT-WEIGHT-KG
               MOVE SKU-TBL-LOT-CONTROLLED(SKU-TABLE-IDX)
                   TO SKM-LOT-CONTROLLED
               WRITE SKU-MASTER-RECORD
           END-PERFORM
           CLOSE SKU-MASTER-FILE.
