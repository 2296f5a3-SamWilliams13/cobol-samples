      *****************************************************************
      * Copybook:        SHTAUD
      *
      * Record layout for SHIP-TO-ADDRESS-AUDIT-FILE. ADDRSTD appends
      * one record for every ship-to address field it standardizes
      * on SHIP-TO-MASTER-FILE - the same way CUSTMNT audits
      * customer-master changes - so the address as it was keyed and
      * the address as it was rewritten are both on record. The
      * field name is ADDRESS-1, ADDRESS-2, CITY, STATE, or ZIP.
      *****************************************************************
       01  SHIP-TO-ADDRESS-AUDIT-RECORD.
           05  SHA-ACCOUNT-NUMBER       PIC X(06).
           05  SHA-ACTION               PIC X(08).
           05  SHA-FIELD-NAME           PIC X(10).
           05  SHA-OLD-VALUE            PIC X(30).
           05  SHA-NEW-VALUE            PIC X(30).
           05  SHA-CHANGED-BY-USER      PIC X(08).
           05  SHA-CHANGE-DATE          PIC X(08).
           05  SHA-CHANGE-TIME          PIC X(08).
