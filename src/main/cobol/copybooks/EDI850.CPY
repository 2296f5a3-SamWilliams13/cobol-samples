      *****************************************************************
      * Copybook:        EDI850
      *
      * Record layout for EDI-850-INBOUND-FILE, the customers' EDI
      * 850 purchase orders as the translator delivers them: one
      * fixed-position record per X12 segment, the segment ID in the
      * first three bytes. An interchange opens with an ISA record
      * and closes with an IEA record that repeats its control
      * number and counts the purchase orders inside. Each purchase
      * order is a BEG header, one PO1 record per line, and a CTT
      * trailer counting the lines. EDIORDER proves the envelope and
      * the line counts before it books anything, the way LOCKBOX
      * proves a deposit. The buyer's account is our customer
      * account number, set up with the trading partner; the buyer's
      * part number is mapped to our SKU through EDI-PART-XREF-FILE.
      *****************************************************************
       01  EDI-850-RECORD.
           05  E85-SEGMENT-ID           PIC X(03).
               88  E85-IS-INTERCHANGE-HEADER VALUE 'ISA'.
               88  E85-IS-PO-HEADER         VALUE 'BEG'.
               88  E85-IS-PO-LINE           VALUE 'PO1'.
               88  E85-IS-PO-TRAILER        VALUE 'CTT'.
               88  E85-IS-INTERCHANGE-TRAILER VALUE 'IEA'.
           05  E85-DATA.
               10  E85-ISA-DATA.
                   15  E85-SENDER-ID        PIC X(15).
                   15  E85-ISA-CONTROL-NUMBER PIC 9(09).
                   15  E85-INTERCHANGE-DATE PIC X(08).
                   15  FILLER               PIC X(08).
               10  E85-BEG-DATA REDEFINES E85-ISA-DATA.
                   15  E85-PO-NUMBER        PIC X(15).
                   15  E85-PO-DATE          PIC X(08).
                   15  E85-BUYER-ACCOUNT    PIC X(06).
                   15  E85-SHIP-STATE       PIC X(02).
      * Spaces means the home currency.
                   15  E85-CURRENCY-CODE    PIC X(03).
                   15  FILLER               PIC X(06).
               10  E85-PO1-DATA REDEFINES E85-ISA-DATA.
                   15  E85-LINE-ID          PIC X(06).
                   15  E85-QUANTITY         PIC S9(05)
                                 SIGN IS TRAILING SEPARATE CHARACTER.
                   15  E85-UNIT-PRICE       PIC S9(05)V99
                                 SIGN IS TRAILING SEPARATE CHARACTER.
                   15  E85-BUYER-PART-NUMBER PIC X(20).
               10  E85-CTT-DATA REDEFINES E85-ISA-DATA.
                   15  E85-LINE-COUNT       PIC 9(05).
                   15  FILLER               PIC X(35).
               10  E85-IEA-DATA REDEFINES E85-ISA-DATA.
                   15  E85-PO-COUNT         PIC 9(05).
                   15  E85-IEA-CONTROL-NUMBER PIC 9(09).
                   15  FILLER               PIC X(26).
