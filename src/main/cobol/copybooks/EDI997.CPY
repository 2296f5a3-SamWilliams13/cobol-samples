      *****************************************************************
      * Copybook:        EDI997
      *
      * Record layout for EDI-997-OUTBOUND-FILE, the functional
      * acknowledgment EDIORDER sends back for each interchange it
      * reads: an AK1 record for the interchange as a whole, then an
      * AK2 record per purchase order saying whether it was accepted
      * (A), accepted with lines rejected (E), or rejected (R). An
      * interchange whose envelope does not prove is rejected whole,
      * with no AK2 records.
      *****************************************************************
       01  EDI-997-RECORD.
           05  E97-SEGMENT-ID           PIC X(03).
               88  E97-IS-GROUP-RESPONSE    VALUE 'AK1'.
               88  E97-IS-SET-RESPONSE      VALUE 'AK2'.
           05  E97-DATA.
               10  E97-AK1-DATA.
                   15  E97-SENDER-ID        PIC X(15).
                   15  E97-CONTROL-NUMBER   PIC 9(09).
                   15  E97-ACK-DATE         PIC X(08).
                   15  E97-POS-RECEIVED     PIC 9(05).
                   15  E97-POS-ACCEPTED     PIC 9(05).
                   15  E97-GROUP-STATUS     PIC X.
                       88  E97-GROUP-ACCEPTED   VALUE 'A'.
                       88  E97-GROUP-PARTIAL    VALUE 'E'.
                       88  E97-GROUP-REJECTED   VALUE 'R'.
               10  E97-AK2-DATA REDEFINES E97-AK1-DATA.
                   15  E97-PO-NUMBER        PIC X(15).
                   15  E97-SET-STATUS       PIC X.
                   15  FILLER               PIC X(27).
