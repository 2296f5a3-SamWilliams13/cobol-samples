               10  INV-LINE-QUANTITY    PIC S9(05).
               10  INV-LINE-TAXABLE     PIC X.
               10  INV-LINE-HAZMAT      PIC X.
               10  INV-LINE-LOT-NUMBER  PIC X(12).
               10  INV-LINE-QUOTE-NUMBER PIC X(08).

       PROCEDURE DIVISION.

                       TO INV-LINE-TAXABLE(WORKING-INDEX)
                   MOVE IHR-LINE-HAZMAT
                       TO INV-LINE-HAZMAT(WORKING-INDEX)
                   MOVE IHR-LINE-LOT-NUMBER
                       TO INV-LINE-LOT-NUMBER(WORKING-INDEX)
                   MOVE IHR-LINE-QUOTE-NUMBER
                       TO INV-LINE-QUOTE-NUMBER(WORKING-INDEX)
                   MOVE IHR-LINE-TYPE
                       TO INV-LINE-TYPE(WORKING-INDEX)
                   MOVE IHR-LINE-CHARGE-TYPE
                   MOVE INV-LINE-TAXABLE(WORKING-INDEX)
                       TO IFR-TAXABLE
                   MOVE INV-LINE-HAZMAT(WORKING-INDEX) TO IFR-HAZMAT
                   MOVE INV-LINE-LOT-NUMBER(WORKING-INDEX)
                       TO IFR-LOT-NUMBER
                   MOVE INV-LINE-QUOTE-NUMBER(WORKING-INDEX)
                       TO IFR-QUOTE-NUMBER
               END-IF
               WRITE INVOICE-FILE-RECORD
           END-PERFORM.
