      *****************************************************************
      * Copybook:        EDI855
      *
      * Record layout for EDI-855-OUTBOUND-FILE, the purchase order
      * acknowledgment EDIORDER sends back for each purchase order:
      * a BAK record accepting it (AC), accepting it with some lines
      * rejected (AE), or rejecting it (RJ), followed by an ACK
      * record per line - IA accepted or IR rejected, with the SKU
      * it booked as and, on a rejection, the reason.
      *****************************************************************
       01  EDI-855-RECORD.
           05  E55-SEGMENT-ID           PIC X(03).
               88  E55-IS-PO-ACK            VALUE 'BAK'.
               88  E55-IS-LINE-ACK          VALUE 'ACK'.
           05  E55-DATA.
               10  E55-BAK-DATA.
                   15  E55-PO-NUMBER        PIC X(15).
                   15  E55-ACCOUNT-NUMBER   PIC X(06).
                   15  E55-ACK-TYPE         PIC X(02).
                       88  E55-PO-ACCEPTED      VALUE 'AC'.
                       88  E55-PO-ACCEPTED-CHANGES VALUE 'AE'.
                       88  E55-PO-REJECTED      VALUE 'RJ'.
                   15  E55-ACK-DATE         PIC X(08).
                   15  E55-PO-REASON        PIC X(40).
                   15  FILLER               PIC X(10).
               10  E55-ACK-DATA REDEFINES E55-BAK-DATA.
                   15  E55-LINE-ID          PIC X(06).
                   15  E55-LINE-STATUS      PIC X(02).
                       88  E55-LINE-ACCEPTED    VALUE 'IA'.
                       88  E55-LINE-REJECTED    VALUE 'IR'.
                   15  E55-QUANTITY         PIC S9(05)
                                 SIGN IS TRAILING SEPARATE CHARACTER.
                   15  E55-SKU              PIC X(10).
                   15  E55-BUYER-PART-NUMBER PIC X(20).
                   15  E55-LINE-REASON      PIC X(37).
