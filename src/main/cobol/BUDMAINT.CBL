      *****************************************************************
      * Program name:    BUDMAINT
      * Original author: Dave Nicolette
      *
      * Budget file maintenance with audited changes.
      *
      * Reads BUDGET-TRANS-FILE and applies each month set, annual
      * spread, or deletion to BUDGET-FILE, the budget by GL account
      * by fiscal month that BUDVAR reports actuals against. Every
      * account must be on CHART-OF-ACCOUNTS-FILE and every period a
      * real YYYYMM; anything else is rejected and logged. Every
      * budget month changed is appended to BUDGET-AUDIT-FILE with
      * its old and new amounts, the way VENDMNT audits the vendor
      * master, and the file is backed up through GENBKUP before it
      * is rewritten in place.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BUDMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO "BUDGET-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-FILE-STATUS.
           SELECT BUDGET-TRANS-FILE ASSIGN TO "BUDGET-TRANS-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT BUDGET-AUDIT-FILE ASSIGN TO "BUDGET-AUDIT-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT CHART-OF-ACCOUNTS-FILE
               ASSIGN TO "CHART-OF-ACCOUNTS-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-FILE.
       COPY BUDGET.

       FD  BUDGET-TRANS-FILE.
       COPY BUDTRAN.

       FD  BUDGET-AUDIT-FILE.
       COPY BUDAUD.

       FD  CHART-OF-ACCOUNTS-FILE.
       COPY CHARTACC.

       WORKING-STORAGE SECTION.
       01  BUDMAINT-CONTROL.
           05  WS-BUDGET-FILE-STATUS    PIC XX.
           05  WS-TRANS-FILE-STATUS     PIC XX.
           05  WS-AUDIT-FILE-STATUS     PIC XX.
           05  WS-BUDGET-EOF-FLAG       PIC X VALUE 'N'.
               88  END-OF-BUDGET-FILE       VALUE 'Y'.
           05  WS-TRANS-EOF-FLAG        PIC X VALUE 'N'.
               88  END-OF-TRANS-FILE        VALUE 'Y'.
           05  WS-CHART-EOF-FLAG        PIC X VALUE 'N'.
               88  END-OF-CHART-FILE        VALUE 'Y'.
           05  WS-BUDGET-COUNT          PIC S9(04) VALUE 0.
           05  WS-CHART-COUNT           PIC S9(04) VALUE 0.
      * Set when the budget file or the chart outgrows its table:
      * the run stops before applying anything, because rewriting
      * the file from a table that could not hold all of it would
      * truncate the budget - the same guard VENDMNT keeps.
           05  WS-CAPACITY-FLAG         PIC X VALUE 'N'.
               88  A-TABLE-IS-OVER-CAPACITY VALUE 'Y'.
           05  WS-TRANS-VALID-FLAG      PIC X.
               88  TRANSACTION-IS-VALID     VALUE 'Y'.
           05  WS-BUDGET-FOUND-FLAG     PIC X.
               88  BUDGET-MONTH-WAS-FOUND   VALUE 'Y'.
           05  WS-APPLIED-COUNT         PIC S9(04) VALUE 0.
           05  WS-REJECTED-COUNT        PIC S9(04) VALUE 0.
           05  WS-MONTHS-CHANGED-COUNT  PIC S9(04) VALUE 0.
           05  WS-CHANGE-DATE           PIC X(08).
           05  WS-CHANGE-TIME           PIC X(08).
           05  WS-BUDGET-INDEX          PIC S9(04).
           05  WS-SHIFT-INDEX           PIC S9(04).
           05  WS-MONTH-COUNT           PIC S9(04).
           05  WS-PERIOD-MONTH          PIC 9(02).
      * The month being set and the amount it is set to; an annual
      * spread walks these through its twelve months.
           05  WS-APPLY-KEY.
               10  WS-APPLY-ACCOUNT     PIC X(08).
               10  WS-APPLY-PERIOD.
                   15  WS-APPLY-YEAR    PIC 9(04).
                   15  WS-APPLY-MONTH   PIC 9(02).
           05  WS-APPLY-AMOUNT          PIC S9(11)V99.
           05  WS-MONTHLY-AMOUNT        PIC S9(11)V99.
           05  WS-OLD-AMOUNT            PIC S9(11)V99.
      * External name handed to the shared GENBKUP routine before
      * the budget file is rewritten in place.
           05  WS-BACKUP-FILE-NAME      PIC X(40).
      * Run-lock fields for the shared RUNLOCK routine, so two
      * maintenance runs cannot rewrite the budget at once.
           05  WS-LOCK-ACTION           PIC X.
           05  WS-LOCK-FILE-NAME        PIC X(40).
           05  WS-LOCK-RESULT-FLAG      PIC X.
               88  RUN-LOCK-GRANTED         VALUE 'Y'.
           05  WS-LOCK-HOLDER-NAME      PIC X(08).
           05  WS-LOCK-REFUSED-FLAG     PIC X VALUE 'N'.
               88  A-RUN-LOCK-WAS-REFUSED   VALUE 'Y'.

       01  WS-ERROR-LOG-FIELDS.
           05  WS-ERR-PROGRAM-NAME      PIC X(08) VALUE 'BUDMAINT'.
           05  WS-ERR-PARAGRAPH-NAME    PIC X(30).
           05  WS-ERR-DESCRIPTION       PIC X(60).
           05  WS-ERR-OFFENDING-DATA    PIC X(30).

       01  CHART-TABLE.
           05  CHART-ENTRY OCCURS 1 TO 300 TIMES
                   DEPENDING ON WS-CHART-COUNT
                   INDEXED BY CHART-IDX.
               10  CHT-ACCOUNT-NUMBER   PIC X(08).

      * The budget file in account and period order.
       01  BUDGET-TABLE.
           05  BUDGET-TABLE-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-BUDGET-COUNT
                   INDEXED BY BUDGET-TABLE-IDX.
               10  BGT-KEY.
                   15  BGT-ACCOUNT-NUMBER PIC X(08).
                   15  BGT-PERIOD       PIC X(06).
               10  BGT-AMOUNT           PIC S9(11)V99.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM CLAIM-RUN-LOCKS
           IF A-RUN-LOCK-WAS-REFUSED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           CALL 'BUSDATE' USING WS-CHANGE-DATE
           END-CALL
           ACCEPT WS-CHANGE-TIME FROM TIME
           PERFORM LOAD-CHART-OF-ACCOUNTS
           PERFORM LOAD-BUDGET-FILE
           IF A-TABLE-IS-OVER-CAPACITY
               DISPLAY 'BUDMAINT: BUDGET-FILE or the chart exceeds the '
                   'table capacity - no transactions applied, no '
                   'files touched'
               MOVE 'MAIN-LOGIC' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'budget file exceeds maintenance capacity'
                   TO WS-ERR-DESCRIPTION
               MOVE SPACES TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-BUDMAINT-ERROR
               PERFORM RELEASE-RUN-LOCKS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM APPLY-BUDGET-TRANSACTIONS
           PERFORM REWRITE-BUDGET-FILE
           PERFORM RELEASE-RUN-LOCKS
           DISPLAY 'BUDMAINT: ' WS-APPLIED-COUNT ' transaction(s) '
               'applied, ' WS-REJECTED-COUNT ' rejected, '
               WS-MONTHS-CHANGED-COUNT ' budget month(s) changed'
           GOBACK.

      *---------------------------------------------------------------
      * Claims the budget file this run rewrites in place. A refusal
      * names the holder and stops the run cold.

       CLAIM-RUN-LOCKS.
           MOVE 'L' TO WS-LOCK-ACTION
           MOVE 'BUDGET-FILE' TO WS-LOCK-FILE-NAME
           CALL 'RUNLOCK' USING WS-LOCK-ACTION WS-ERR-PROGRAM-NAME
               WS-LOCK-FILE-NAME WS-LOCK-RESULT-FLAG
               WS-LOCK-HOLDER-NAME
           END-CALL
           IF NOT RUN-LOCK-GRANTED
               SET A-RUN-LOCK-WAS-REFUSED TO TRUE
               DISPLAY 'BUDMAINT: ' WS-LOCK-FILE-NAME
                   ' is locked by ' WS-LOCK-HOLDER-NAME
                   ' - run refused'
               MOVE 'CLAIM-RUN-LOCKS' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'budget file locked by another program'
                   TO WS-ERR-DESCRIPTION
               MOVE WS-LOCK-HOLDER-NAME TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-BUDMAINT-ERROR
           END-IF.

      *---------------------------------------------------------------
      * Releases this run's claim.

       RELEASE-RUN-LOCKS.
           MOVE 'U' TO WS-LOCK-ACTION
           MOVE 'BUDGET-FILE' TO WS-LOCK-FILE-NAME
           CALL 'RUNLOCK' USING WS-LOCK-ACTION WS-ERR-PROGRAM-NAME
               WS-LOCK-FILE-NAME WS-LOCK-RESULT-FLAG
               WS-LOCK-HOLDER-NAME
           END-CALL.

      *---------------------------------------------------------------
      * Calls the shared LOGERROR routine to append one record to
      * ERROR-LOG-FILE for the problem just found. WS-ERR-PARAGRAPH-
      * NAME, WS-ERR-DESCRIPTION and WS-ERR-OFFENDING-DATA must be set
      * by the calling paragraph before this is performed.

       LOG-BUDMAINT-ERROR.
           ADD 1 TO WS-REJECTED-COUNT
           CALL 'LOGERROR' USING WS-ERR-PROGRAM-NAME
               WS-ERR-PARAGRAPH-NAME WS-ERR-DESCRIPTION
               WS-ERR-OFFENDING-DATA
           END-CALL.

      *---------------------------------------------------------------
      * Loads the account numbers on the chart, so a budget can only
      * be set for an account the ledger knows. The chart holds one
      * record per posting key, so an account two keys share is
      * kept once.

       LOAD-CHART-OF-ACCOUNTS.
           OPEN INPUT CHART-OF-ACCOUNTS-FILE
           PERFORM UNTIL END-OF-CHART-FILE
               READ CHART-OF-ACCOUNTS-FILE
                   AT END
                       SET END-OF-CHART-FILE TO TRUE
                   NOT AT END
                       SET CHART-IDX TO 1
                       SEARCH CHART-ENTRY
                           AT END
                               IF WS-CHART-COUNT = 300
                                   SET A-TABLE-IS-OVER-CAPACITY
                                       TO TRUE
                               ELSE
                                   ADD 1 TO WS-CHART-COUNT
                                   MOVE COA-ACCOUNT-NUMBER
                                       TO CHT-ACCOUNT-NUMBER
                                           (WS-CHART-COUNT)
                               END-IF
                           WHEN CHT-ACCOUNT-NUMBER(CHART-IDX)
                                   = COA-ACCOUNT-NUMBER
                               CONTINUE
                       END-SEARCH
               END-READ
           END-PERFORM
           CLOSE CHART-OF-ACCOUNTS-FILE.

      *---------------------------------------------------------------
      * Loads BUDGET-FILE into BUDGET-TABLE, keeping account and
      * period order. A missing file is simply the first budget ever
      * keyed.

       LOAD-BUDGET-FILE.
           OPEN INPUT BUDGET-FILE
           IF WS-BUDGET-FILE-STATUS NOT = '00'
               SET END-OF-BUDGET-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-BUDGET-FILE
               READ BUDGET-FILE
                   AT END
                       SET END-OF-BUDGET-FILE TO TRUE
                   NOT AT END
                       MOVE BUD-ACCOUNT-NUMBER TO WS-APPLY-ACCOUNT
                       MOVE BUD-PERIOD TO WS-APPLY-PERIOD
                       PERFORM FIND-BUDGET-MONTH
                       IF BUDGET-MONTH-WAS-FOUND
                           ADD BUD-AMOUNT
                               TO BGT-AMOUNT(WS-BUDGET-INDEX)
                       ELSE
                           PERFORM INSERT-BUDGET-MONTH
                           IF A-TABLE-IS-OVER-CAPACITY
                               SET END-OF-BUDGET-FILE TO TRUE
                           ELSE
                               MOVE BUD-AMOUNT
                                   TO BGT-AMOUNT(WS-BUDGET-INDEX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BUDGET-FILE-STATUS = '00' OR '10'
               CLOSE BUDGET-FILE
           END-IF.

      *---------------------------------------------------------------
      * Looks up WS-APPLY-KEY. When found, WS-BUDGET-INDEX points at
      * it; when not, WS-BUDGET-INDEX is the slot it belongs in.

       FIND-BUDGET-MONTH.
           MOVE 'N' TO WS-BUDGET-FOUND-FLAG
           MOVE 1 TO WS-BUDGET-INDEX
           PERFORM UNTIL WS-BUDGET-INDEX > WS-BUDGET-COUNT
                   OR BGT-KEY(WS-BUDGET-INDEX) NOT < WS-APPLY-KEY
               ADD 1 TO WS-BUDGET-INDEX
           END-PERFORM
           IF WS-BUDGET-INDEX NOT > WS-BUDGET-COUNT
               IF BGT-KEY(WS-BUDGET-INDEX) = WS-APPLY-KEY
                   SET BUDGET-MONTH-WAS-FOUND TO TRUE
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Opens a zero-amount entry for WS-APPLY-KEY at the slot
      * FIND-BUDGET-MONTH left in WS-BUDGET-INDEX, shifting the
      * entries above it up one.

       INSERT-BUDGET-MONTH.
           IF WS-BUDGET-COUNT = 5000
               SET A-TABLE-IS-OVER-CAPACITY TO TRUE
           ELSE
               ADD 1 TO WS-BUDGET-COUNT
               PERFORM VARYING WS-SHIFT-INDEX FROM WS-BUDGET-COUNT
                       BY -1 UNTIL WS-SHIFT-INDEX <= WS-BUDGET-INDEX
                   MOVE BUDGET-TABLE-ENTRY(WS-SHIFT-INDEX - 1)
                       TO BUDGET-TABLE-ENTRY(WS-SHIFT-INDEX)
               END-PERFORM
               MOVE WS-APPLY-KEY TO BGT-KEY(WS-BUDGET-INDEX)
               MOVE 0 TO BGT-AMOUNT(WS-BUDGET-INDEX)
           END-IF.

      *---------------------------------------------------------------
      * Reads every budget transaction and applies the valid ones,
      * with the audit file open across the pass. The transaction
      * file is cleared afterward so a rerun cannot apply the same
      * keying twice.

       APPLY-BUDGET-TRANSACTIONS.
           OPEN INPUT BUDGET-TRANS-FILE
           IF WS-TRANS-FILE-STATUS NOT = '00'
               SET END-OF-TRANS-FILE TO TRUE
           END-IF
           OPEN EXTEND BUDGET-AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = '35'
               OPEN OUTPUT BUDGET-AUDIT-FILE
           END-IF
           PERFORM UNTIL END-OF-TRANS-FILE
               READ BUDGET-TRANS-FILE
                   AT END
                       SET END-OF-TRANS-FILE TO TRUE
                   NOT AT END
                       PERFORM APPLY-ONE-BUDGET-TRANSACTION
               END-READ
           END-PERFORM
           IF WS-TRANS-FILE-STATUS = '00' OR '10'
               CLOSE BUDGET-TRANS-FILE
           END-IF
           CLOSE BUDGET-AUDIT-FILE
           OPEN OUTPUT BUDGET-TRANS-FILE
           CLOSE BUDGET-TRANS-FILE.

      *---------------------------------------------------------------
      * Validates one transaction and routes it by action code.

       APPLY-ONE-BUDGET-TRANSACTION.
           PERFORM VALIDATE-BUDGET-TRANSACTION
           IF TRANSACTION-IS-VALID
               ADD 1 TO WS-APPLIED-COUNT
               MOVE BTR-ACCOUNT-NUMBER TO WS-APPLY-ACCOUNT
               MOVE BTR-PERIOD TO WS-APPLY-PERIOD
               EVALUATE TRUE
                   WHEN BTR-IS-SET-MONTH
                       MOVE BTR-AMOUNT TO WS-APPLY-AMOUNT
                       PERFORM SET-ONE-BUDGET-MONTH
                   WHEN BTR-IS-ANNUAL-SPREAD
                       PERFORM APPLY-ANNUAL-SPREAD
                   WHEN BTR-IS-DELETE
                       PERFORM DELETE-ONE-BUDGET-MONTH
               END-EVALUATE
           END-IF.

      *---------------------------------------------------------------
      * Checks the action code, user, account, period, and amount,
      * rejecting and logging the transaction on the first failure.

       VALIDATE-BUDGET-TRANSACTION.
           MOVE 'Y' TO WS-TRANS-VALID-FLAG
           MOVE 'VALIDATE-BUDGET-TRANSACTION' TO WS-ERR-PARAGRAPH-NAME
           MOVE SPACES TO WS-ERR-OFFENDING-DATA
           STRING BTR-ACCOUNT-NUMBER ' ' BTR-PERIOD
               DELIMITED BY SIZE INTO WS-ERR-OFFENDING-DATA
           SET CHART-IDX TO 1
           SEARCH CHART-ENTRY
               AT END
                   MOVE 'N' TO WS-TRANS-VALID-FLAG
               WHEN CHT-ACCOUNT-NUMBER(CHART-IDX) = BTR-ACCOUNT-NUMBER
                   CONTINUE
           END-SEARCH
           EVALUATE TRUE
               WHEN NOT BTR-IS-SET-MONTH AND NOT BTR-IS-ANNUAL-SPREAD
                   AND NOT BTR-IS-DELETE
                   MOVE 'unknown budget action code'
                       TO WS-ERR-DESCRIPTION
                   MOVE 'N' TO WS-TRANS-VALID-FLAG
               WHEN BTR-USER-ID = SPACES
                   MOVE 'budget change has no user ID'
                       TO WS-ERR-DESCRIPTION
                   MOVE 'N' TO WS-TRANS-VALID-FLAG
               WHEN NOT TRANSACTION-IS-VALID
                   MOVE 'budget account not on chart of accounts'
                       TO WS-ERR-DESCRIPTION
               WHEN BTR-PERIOD NOT NUMERIC
                   MOVE 'budget period is not a valid YYYYMM'
                       TO WS-ERR-DESCRIPTION
                   MOVE 'N' TO WS-TRANS-VALID-FLAG
               WHEN NOT BTR-IS-DELETE AND BTR-AMOUNT NOT NUMERIC
                   MOVE 'budget amount is not numeric'
                       TO WS-ERR-DESCRIPTION
                   MOVE 'N' TO WS-TRANS-VALID-FLAG
           END-EVALUATE
           IF TRANSACTION-IS-VALID
               MOVE BTR-PERIOD(5:2) TO WS-PERIOD-MONTH
               IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
                   MOVE 'budget period is not a valid YYYYMM'
                       TO WS-ERR-DESCRIPTION
                   MOVE 'N' TO WS-TRANS-VALID-FLAG
               END-IF
           END-IF
           IF NOT TRANSACTION-IS-VALID
               DISPLAY 'BUDMAINT: ' BTR-ACTION-CODE ' transaction for '
                   'account ' BTR-ACCOUNT-NUMBER ' period ' BTR-PERIOD
                   ' rejected - ' WS-ERR-DESCRIPTION
               PERFORM LOG-BUDMAINT-ERROR
           END-IF.

      *---------------------------------------------------------------
      * Spreads an annual amount over twelve months from the
      * transaction's period: a twelfth each, rounded down to the
      * cent, with the odd cents in the last month so the months add
      * back to the annual figure exactly.

       APPLY-ANNUAL-SPREAD.
           DIVIDE BTR-AMOUNT BY 12 GIVING WS-MONTHLY-AMOUNT
           PERFORM VARYING WS-MONTH-COUNT FROM 1 BY 1
                   UNTIL WS-MONTH-COUNT > 12
               IF WS-MONTH-COUNT = 12
                   COMPUTE WS-APPLY-AMOUNT =
                       BTR-AMOUNT - (WS-MONTHLY-AMOUNT * 11)
               ELSE
                   MOVE WS-MONTHLY-AMOUNT TO WS-APPLY-AMOUNT
               END-IF
               PERFORM SET-ONE-BUDGET-MONTH
               IF WS-APPLY-MONTH = 12
                   MOVE 1 TO WS-APPLY-MONTH
                   ADD 1 TO WS-APPLY-YEAR
               ELSE
                   ADD 1 TO WS-APPLY-MONTH
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Sets the budget for WS-APPLY-KEY to WS-APPLY-AMOUNT, adding
      * the month when it is not on file yet, and audits the change.

       SET-ONE-BUDGET-MONTH.
           PERFORM FIND-BUDGET-MONTH
           IF BUDGET-MONTH-WAS-FOUND
               MOVE BGT-AMOUNT(WS-BUDGET-INDEX) TO WS-OLD-AMOUNT
               MOVE 'CHANGE  ' TO BDA-ACTION
           ELSE
               PERFORM INSERT-BUDGET-MONTH
               MOVE 0 TO WS-OLD-AMOUNT
               MOVE 'ADD     ' TO BDA-ACTION
           END-IF
           IF A-TABLE-IS-OVER-CAPACITY
               MOVE 'N' TO WS-CAPACITY-FLAG
               DISPLAY 'BUDMAINT: budget table is full - account '
                   WS-APPLY-ACCOUNT ' period ' WS-APPLY-PERIOD
                   ' not set'
               MOVE 'SET-ONE-BUDGET-MONTH' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'budget table is full' TO WS-ERR-DESCRIPTION
               MOVE WS-APPLY-KEY TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-BUDMAINT-ERROR
           ELSE
               MOVE WS-APPLY-AMOUNT TO BGT-AMOUNT(WS-BUDGET-INDEX)
               PERFORM WRITE-BUDGET-AUDIT-RECORD
           END-IF.

      *---------------------------------------------------------------
      * Removes the budget for WS-APPLY-KEY, shifting the entries
      * above it down one slot, with the deleted amount kept on the
      * audit record.

       DELETE-ONE-BUDGET-MONTH.
           PERFORM FIND-BUDGET-MONTH
           IF NOT BUDGET-MONTH-WAS-FOUND
               DISPLAY 'BUDMAINT: no budget on file for account '
                   WS-APPLY-ACCOUNT ' period ' WS-APPLY-PERIOD
                   ' - deletion rejected'
               MOVE 'DELETE-ONE-BUDGET-MONTH' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'deletion for budget month not on file'
                   TO WS-ERR-DESCRIPTION
               MOVE WS-APPLY-KEY TO WS-ERR-OFFENDING-DATA
               SUBTRACT 1 FROM WS-APPLIED-COUNT
               PERFORM LOG-BUDMAINT-ERROR
           ELSE
               MOVE BGT-AMOUNT(WS-BUDGET-INDEX) TO WS-OLD-AMOUNT
               MOVE 0 TO WS-APPLY-AMOUNT
               MOVE 'DELETE  ' TO BDA-ACTION
               PERFORM WRITE-BUDGET-AUDIT-RECORD
               PERFORM VARYING WS-SHIFT-INDEX
                       FROM WS-BUDGET-INDEX BY 1
                       UNTIL WS-SHIFT-INDEX >= WS-BUDGET-COUNT
                   MOVE BUDGET-TABLE-ENTRY(WS-SHIFT-INDEX + 1)
                       TO BUDGET-TABLE-ENTRY(WS-SHIFT-INDEX)
               END-PERFORM
               SUBTRACT 1 FROM WS-BUDGET-COUNT
           END-IF.

      *---------------------------------------------------------------
      * Appends one record to BUDGET-AUDIT-FILE for the month just
      * changed. BDA-ACTION, WS-OLD-AMOUNT, and WS-APPLY-AMOUNT must
      * be set by the calling paragraph.

       WRITE-BUDGET-AUDIT-RECORD.
           ADD 1 TO WS-MONTHS-CHANGED-COUNT
           MOVE WS-APPLY-ACCOUNT TO BDA-ACCOUNT-NUMBER
           MOVE WS-APPLY-PERIOD TO BDA-PERIOD
           MOVE WS-OLD-AMOUNT TO BDA-OLD-AMOUNT
           MOVE WS-APPLY-AMOUNT TO BDA-NEW-AMOUNT
           MOVE BTR-USER-ID TO BDA-CHANGED-BY-USER
           MOVE WS-CHANGE-DATE TO BDA-CHANGE-DATE
           MOVE WS-CHANGE-TIME TO BDA-CHANGE-TIME
           WRITE BUDGET-AUDIT-RECORD.

      *---------------------------------------------------------------
      * Rewrites BUDGET-FILE from the table with this run's changes
      * applied.

       REWRITE-BUDGET-FILE.
           MOVE 'BUDGET-FILE' TO WS-BACKUP-FILE-NAME
           CALL 'GENBKUP' USING WS-BACKUP-FILE-NAME
           END-CALL
           OPEN OUTPUT BUDGET-FILE
           PERFORM VARYING BUDGET-TABLE-IDX FROM 1 BY 1
                   UNTIL BUDGET-TABLE-IDX > WS-BUDGET-COUNT
               MOVE BGT-ACCOUNT-NUMBER(BUDGET-TABLE-IDX)
                   TO BUD-ACCOUNT-NUMBER
               MOVE BGT-PERIOD(BUDGET-TABLE-IDX) TO BUD-PERIOD
               MOVE BGT-AMOUNT(BUDGET-TABLE-IDX) TO BUD-AMOUNT
               WRITE BUDGET-RECORD
           END-PERFORM
           CLOSE BUDGET-FILE.
