      * AR-OPEN-ITEM-FILE; one that matches no open item is flagged
      * on the edit report as headed for on-account posting, but the
      * money still goes to PAYMENT-FILE - it is in the bank either
      * way. Each proven deposit is added to LOCKBOX-DEPOSIT-FILE as
      * in transit until BANKREC sees it on the bank statement. The
      * lockbox file is consumed and cleared so a deposit cannot
      * import twice.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LOCKBOX.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYMENT-FILE ASSIGN TO "PAYMENT-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOCKBOX-DEPOSIT-FILE
               ASSIGN TO "LOCKBOX-DEPOSIT-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPOSIT-FILE-STATUS.
           SELECT LOCKBOX-REPORT-FILE
               ASSIGN TO "LOCKBOX-EDIT-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  PAYMENT-FILE.
       COPY PAYMENT.

       FD  LOCKBOX-DEPOSIT-FILE.
       COPY LBXDEP.

       FD  LOCKBOX-REPORT-FILE.
       01  LOCKBOX-REPORT-LINE          PIC X(132).

               88  END-OF-OPEN-ITEM-FILE    VALUE 'Y'.
           05  WS-HEADER-SEEN-FLAG      PIC X VALUE 'N'.
               88  DEPOSIT-HEADER-SEEN      VALUE 'Y'.
           05  WS-DEPOSIT-FILE-STATUS   PIC XX.
           05  WS-REMIT-COUNT           PIC S9(05) VALUE 0.
           05  WS-OPEN-ITEM-COUNT       PIC S9(05) VALUE 0.
           05  WS-DEPOSIT-DATE          PIC X(08).
           05  WS-CAPACITY-FLAG         PIC X VALUE 'N'.
               88  A-TABLE-IS-OVER-CAPACITY VALUE 'Y'.
           05  WORKING-INDEX            PIC S9(05).
      * Run-lock fields for the shared RUNLOCK routine, so a deposit
      * is not added to the deposits in transit while BANKREC is
      * rewriting them - whichever wrote last would lose the other's
      * work.
           05  WS-LOCK-ACTION           PIC X.
           05  WS-LOCK-FILE-NAME        PIC X(40).
           05  WS-LOCK-RESULT-FLAG      PIC X.
               88  RUN-LOCK-GRANTED         VALUE 'Y'.
           05  WS-LOCK-HOLDER-NAME      PIC X(08).

       01  WS-ERROR-LOG-FIELDS.
           05  WS-ERR-PROGRAM-NAME      PIC X(08) VALUE 'LOCKBOX'.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      * The deposits-in-transit claim is taken before anything is
      * written, so a refusal leaves PAYMENT-FILE untouched and the
      * bank file in place for the rerun.
           MOVE 'L' TO WS-LOCK-ACTION
           MOVE 'LOCKBOX-DEPOSIT-FILE' TO WS-LOCK-FILE-NAME
           CALL 'RUNLOCK' USING WS-LOCK-ACTION WS-ERR-PROGRAM-NAME
               WS-LOCK-FILE-NAME WS-LOCK-RESULT-FLAG
               WS-LOCK-HOLDER-NAME
           END-CALL
           IF NOT RUN-LOCK-GRANTED
               DISPLAY 'LOCKBOX: LOCKBOX-DEPOSIT-FILE is locked by '
                   WS-LOCK-HOLDER-NAME ' - run refused'
               MOVE 'MAIN-LOGIC' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'deposits in transit locked by another program'
                   TO WS-ERR-DESCRIPTION
               MOVE WS-LOCK-HOLDER-NAME TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-LOCKBOX-ERROR
               CLOSE LOCKBOX-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-OPEN-ITEMS
           PERFORM VALIDATE-REMITTANCES
           PERFORM WRITE-PAYMENT-RECORDS
           PERFORM RECORD-DEPOSIT-IN-TRANSIT
           PERFORM WRITE-LOCKBOX-REPORT-TOTALS
           CLOSE LOCKBOX-REPORT-FILE
           PERFORM CLEAR-LOCKBOX-FILE
           END-PERFORM
           CLOSE PAYMENT-FILE.

      *---------------------------------------------------------------
      * Adds the proven deposit to the deposits in transit, where it
      * stays until a bank statement shows the bank credited it, and
      * releases the claim MAIN-LOGIC took on the file.

       RECORD-DEPOSIT-IN-TRANSIT.
           OPEN EXTEND LOCKBOX-DEPOSIT-FILE
           IF WS-DEPOSIT-FILE-STATUS = '35'
               OPEN OUTPUT LOCKBOX-DEPOSIT-FILE
           END-IF
           MOVE WS-DEPOSIT-DATE TO LDP-DEPOSIT-DATE
           MOVE WS-DEPOSIT-TOTAL TO LDP-DEPOSIT-TOTAL
           MOVE WS-DEPOSIT-CHECK-COUNT TO LDP-DEPOSIT-COUNT
           MOVE WS-RUN-DATE TO LDP-IMPORTED-DATE
           WRITE LOCKBOX-DEPOSIT-RECORD
           CLOSE LOCKBOX-DEPOSIT-FILE
           MOVE 'U' TO WS-LOCK-ACTION
           MOVE 'LOCKBOX-DEPOSIT-FILE' TO WS-LOCK-FILE-NAME
           CALL 'RUNLOCK' USING WS-LOCK-ACTION WS-ERR-PROGRAM-NAME
               WS-LOCK-FILE-NAME WS-LOCK-RESULT-FLAG
               WS-LOCK-HOLDER-NAME
           END-CALL.

      *---------------------------------------------------------------
      * Refuses the whole transmission: a missing deposit header, a
      * total or check count that does not foot, or a file past the
