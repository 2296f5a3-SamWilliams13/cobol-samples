      * forever, polluting statements and the FX revaluation. An
      * approval that matches no open item is reported and logged;
      * the approval file is consumed and cleared so stale approvals
      * cannot write anything off twice. Each approval names the
      * approving user and the user who asked for the write-off;
      * AUTHCHK must accept the approver, for the balance and as
      * someone other than the requester, or the item stays open.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BADDEBT.
           SELECT CHART-OF-ACCOUNTS-FILE
               ASSIGN TO "CHART-OF-ACCOUNTS-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MONTH-END-CONTROL-TOTALS-FILE
               ASSIGN TO "MONTH-END-CONTROL-TOTALS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONTH-END-TOTALS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  WRITEOFF-APPROVAL-RECORD.
           05  WAP-INV-NUMBER           PIC X(08).
           05  WAP-USER-ID              PIC X(08).
      * The user who asked for the write-off; AUTHCHK refuses an
      * approval by the same user.
           05  WAP-REQUESTED-BY         PIC X(08).

       FD  AR-OPEN-ITEM-FILE.
       COPY AROPEN.
       FD  CHART-OF-ACCOUNTS-FILE.
       COPY CHARTACC.

       FD  MONTH-END-CONTROL-TOTALS-FILE.
       COPY CTLTOTAL.

       WORKING-STORAGE SECTION.
       01  FILLER.
           05  WS-MONTH-END-TOTALS-STATUS PIC XX.
           05  WS-APPROVAL-EOF-FLAG     PIC X VALUE 'N'.
               88  END-OF-APPROVAL-FILE     VALUE 'Y'.
           05  WS-OPEN-EOF-FLAG         PIC X VALUE 'N'.
           05  WS-PERIOD-OPEN-FLAG      PIC X.
               88  RUN-PERIOD-IS-OPEN       VALUE 'Y'.
           05  WS-APPROVED-BY-USER      PIC X(08).
           05  WS-REQUESTED-BY-USER     PIC X(08).
           05  WS-REFUSED-COUNT         PIC S9(05) VALUE 0.
           05  WS-RUN-DATE              PIC X(08).
           05  WS-CAPACITY-FLAG         PIC X VALUE 'N'.
               88  A-TABLE-IS-OVER-CAPACITY VALUE 'Y'.
           05  WS-ERR-DESCRIPTION       PIC X(60).
           05  WS-ERR-OFFENDING-DATA    PIC X(30).

      * Parameter block for the shared AUTHCHK routine, which decides
      * whether the approving user may write the item off.
       COPY AUTHPARM.

       01  RPT-COUNT-EDITED             PIC ZZZZ9.
       01  RPT-AMOUNT-EDITED            PIC Z(8)9.99-.

                   INDEXED BY APPROVAL-IDX.
               10  APR-INV-NUMBER       PIC X(08).
               10  APR-USER-ID          PIC X(08).
               10  APR-REQUESTED-BY     PIC X(08).
               10  APR-MATCHED-FLAG     PIC X.
                   88  APPROVAL-WAS-MATCHED VALUE 'Y'.

           IF WS-APPROVAL-COUNT = 0
               DISPLAY 'BADDEBT: no approved invoice numbers on '
                   'WRITEOFF-APPROVAL-FILE - nothing to write off'
               PERFORM WRITE-MONTH-END-TOTALS
               PERFORM RELEASE-RUN-LOCKS
               GOBACK
           END-IF
               MOVE SPACES TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-BADDEBT-ERROR
               PERFORM RELEASE-RUN-LOCKS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND JOURNAL-ENTRY-FILE
           MOVE WS-WRITEOFF-TOTAL TO RPT-AMOUNT-EDITED
           DISPLAY 'BADDEBT: ' RPT-COUNT-EDITED ' item(s) written '
               'off, total ' RPT-AMOUNT-EDITED
           IF WS-REFUSED-COUNT > 0
               MOVE WS-REFUSED-COUNT TO RPT-COUNT-EDITED
               DISPLAY 'BADDEBT: ' RPT-COUNT-EDITED ' approval(s) '
                   'refused - those items stay open'
           END-IF
           PERFORM WRITE-MONTH-END-TOTALS
           PERFORM RELEASE-RUN-LOCKS
           GOBACK.

                               TO APR-INV-NUMBER(WS-APPROVAL-COUNT)
                           MOVE WAP-USER-ID
                               TO APR-USER-ID(WS-APPROVAL-COUNT)
                           MOVE WAP-REQUESTED-BY
                               TO APR-REQUESTED-BY(WS-APPROVAL-COUNT)
                           MOVE 'N'
                               TO APR-MATCHED-FLAG(WS-APPROVAL-COUNT)
                       END-IF

      *---------------------------------------------------------------
      * Decides whether the open item currently in the record area is
      * on the approval list, noting the approving and requesting
      * users. An approval AUTHCHK refuses leaves the item open,
      * though it still counts as matched - it did find its item.

       CHECK-ITEM-APPROVAL.
           MOVE 'N' TO WS-ITEM-APPROVED-FLAG
           MOVE SPACES TO WS-APPROVED-BY-USER
           MOVE SPACES TO WS-REQUESTED-BY-USER
           PERFORM VARYING WS-APPROVAL-INDEX FROM 1 BY 1
                   UNTIL WS-APPROVAL-INDEX > WS-APPROVAL-COUNT
               IF APR-INV-NUMBER(WS-APPROVAL-INDEX) = ARO-INV-NUMBER
                       TO TRUE
                   MOVE APR-USER-ID(WS-APPROVAL-INDEX)
                       TO WS-APPROVED-BY-USER
                   MOVE APR-REQUESTED-BY(WS-APPROVAL-INDEX)
                       TO WS-REQUESTED-BY-USER
               END-IF
           END-PERFORM
           IF ITEM-IS-APPROVED
               PERFORM CHECK-WRITEOFF-AUTHORITY
           END-IF.

      *---------------------------------------------------------------
      * Asks AUTHCHK whether the approver may write off this item:
      * WRITEOFF authority with a limit covering the open balance,
      * and someone other than the user who asked for it.  The limit
      * is in home currency, so a foreign-currency balance is taken
      * at the rate it was billed at.

       CHECK-WRITEOFF-AUTHORITY.
           MOVE WS-ERR-PROGRAM-NAME TO ACK-PROGRAM-NAME
           MOVE WS-APPROVED-BY-USER TO ACK-USER-ID
           MOVE 'WRITEOFF' TO ACK-FUNCTION-CODE
           SET ACK-IS-APPROVAL TO TRUE
           MOVE WS-REQUESTED-BY-USER TO ACK-ENTERED-BY
           IF ARO-BILLED-EXCHANGE-RATE > 0
               COMPUTE ACK-AMOUNT ROUNDED =
                   ARO-OPEN-AMOUNT * ARO-BILLED-EXCHANGE-RATE
           ELSE
               MOVE ARO-OPEN-AMOUNT TO ACK-AMOUNT
           END-IF
           MOVE ARO-INV-NUMBER TO ACK-SUBJECT
           CALL 'AUTHCHK' USING AUTHORITY-CHECK-AREA
           END-CALL
           IF ACK-AUTHORITY-REFUSED
               MOVE 'N' TO WS-ITEM-APPROVED-FLAG
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY 'BADDEBT: write-off of invoice ' ARO-INV-NUMBER
                   ' by ' WS-APPROVED-BY-USER ' refused - '
                   ACK-REFUSAL-REASON
           END-IF.

      *---------------------------------------------------------------
      * Writes off the open item in the record area: a debit to bad
           MOVE ARO-CURRENCY-CODE TO WOA-CURRENCY-CODE
           MOVE WS-RUN-DATE TO WOA-WRITEOFF-DATE
           MOVE WS-APPROVED-BY-USER TO WOA-APPROVED-BY
           MOVE WS-REQUESTED-BY-USER TO WOA-REQUESTED-BY
           WRITE WRITEOFF-AUDIT-RECORD
           DISPLAY 'BADDEBT: invoice ' ARO-INV-NUMBER ' written off '
               'on approval of ' WS-APPROVED-BY-USER.
       CLEAR-APPROVAL-FILE.
           OPEN OUTPUT WRITEOFF-APPROVAL-FILE
           CLOSE WRITEOFF-APPROVAL-FILE.

      *---------------------------------------------------------------
      * Appends this run's control totals to MONTH-END-CONTROL-TOTALS
      * for the MONTHEND sign-off summary: the write-off count and the
      * total written off.

       WRITE-MONTH-END-TOTALS.
           OPEN EXTEND MONTH-END-CONTROL-TOTALS-FILE
           IF WS-MONTH-END-TOTALS-STATUS = '35'
               OPEN OUTPUT MONTH-END-CONTROL-TOTALS-FILE
           END-IF
           MOVE 'BADDEBT' TO CTL-PROGRAM-NAME
           MOVE WS-WRITEOFF-COUNT TO CTL-RECORD-COUNT
           MOVE 0 TO CTL-HASH-TOTAL
           MOVE WS-WRITEOFF-TOTAL TO CTL-AMOUNT-TOTAL
           CALL 'BUSDATE' USING CTL-RUN-DATE
           END-CALL
           ACCEPT CTL-RUN-TIME FROM TIME
           WRITE CONTROL-TOTAL-RECORD
           CLOSE MONTH-END-CONTROL-TOTALS-FILE.
