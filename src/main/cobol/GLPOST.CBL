      *
      * Rolls the journal entries JRNPROOF proved into the GL account
      * balance master: each JRN-ACCOUNT-NUMBER's debits add to and
      * credits subtract from its GL-BALANCE-FILE record for the
      * fiscal period (YYYYMM) the entry is dated in, which carries
      * the CHART-OF-ACCOUNTS-FILE description; an entry dated into
      * an earlier open period carries forward into the balance of
      * every later period the account has. A trial
      * balance report shows every account's period activity and the
      * running balance after the post, so month-end stops meaning a
      * spreadsheet load of the journal file. The run re-proves
           SELECT TRIAL-BALANCE-FILE
               ASSIGN TO "TRIAL-BALANCE-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MONTH-END-CONTROL-TOTALS-FILE
               ASSIGN TO "MONTH-END-CONTROL-TOTALS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONTH-END-TOTALS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRIAL-BALANCE-FILE.
       01  TRIAL-BALANCE-LINE           PIC X(132).

       FD  MONTH-END-CONTROL-TOTALS-FILE.
       COPY CTLTOTAL.

       WORKING-STORAGE SECTION.
       01  FILLER.
           05  WS-MONTH-END-TOTALS-STATUS PIC XX.
           05  WS-JOURNAL-EOF-FLAG      PIC X VALUE 'N'.
               88  END-OF-JOURNAL-FILE      VALUE 'Y'.
           05  WS-BALANCE-EOF-FLAG      PIC X VALUE 'N'.
           05  WS-CHART-EOF-FLAG        PIC X VALUE 'N'.
               88  END-OF-CHART-FILE        VALUE 'Y'.
           05  WS-ACCOUNT-COUNT         PIC S9(04) VALUE 0.
           05  WS-INSERT-INDEX          PIC S9(04).
           05  WS-SHIFT-INDEX           PIC S9(04).
           05  WS-SEARCH-KEY.
               10  WS-SEARCH-ACCOUNT    PIC X(08).
               10  WS-SEARCH-PERIOD     PIC X(06).
      * Tonight's net activity in the account's earlier periods,
      * carried into the closing balance of each later period.
           05  WS-CARRIED-SHIFT         PIC S9(11)V99.
           05  WS-ACCOUNT-DEBITS        PIC S9(11)V99.
           05  WS-ACCOUNT-CREDITS       PIC S9(11)V99.
           05  WS-CHART-COUNT           PIC S9(04) VALUE 0.
           05  WS-ENTRY-COUNT           PIC S9(07) VALUE 0.
           05  WS-TOTAL-DEBITS          PIC S9(11)V99 VALUE 0.
       01  RPT-AMOUNT-EDITED            PIC Z(10)9.99-.
       01  RPT-COUNT-EDITED             PIC Z(6)9.

      * One entry per GL account per fiscal period, kept in account
      * and period order: the period-end balance and the period's
      * debits and credits carried in from the master (or, for a
      * period first posted tonight, the balance of the account's
      * previous period and no activity), tonight's debits and
      * credits from the journal file, and the description from the
      * chart.
       01  ACCOUNT-TABLE.
           05  ACCOUNT-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-ACCOUNT-COUNT
                   INDEXED BY ACCOUNT-IDX.
               10  ACC-KEY.
                   15  ACC-ACCOUNT-NUMBER PIC X(08).
                   15  ACC-PERIOD       PIC X(06).
               10  ACC-DESCRIPTION      PIC X(30).
               10  ACC-PRIOR-BALANCE    PIC S9(11)V99.
               10  ACC-CARRIED-DEBITS   PIC S9(11)V99.
               10  ACC-CARRIED-CREDITS  PIC S9(11)V99.
               10  ACC-PERIOD-DEBITS    PIC S9(11)V99.
               10  ACC-PERIOD-CREDITS   PIC S9(11)V99.

           END-IF
           IF WS-ENTRY-COUNT = 0
               DISPLAY 'GLPOST: no journal entries to post'
               PERFORM WRITE-MONTH-END-TOTALS
               GOBACK
           END-IF
           PERFORM REWRITE-BALANCE-MASTER
           MOVE WS-ENTRY-COUNT TO RPT-COUNT-EDITED
           DISPLAY 'GLPOST: ' RPT-COUNT-EDITED ' journal entries '
               'posted to GL-BALANCE-FILE'
           PERFORM WRITE-MONTH-END-TOTALS
           GOBACK.

      *---------------------------------------------------------------
      *---------------------------------------------------------------
      * Loads the balance master into ACCOUNT-TABLE so tonight's
      * activity can be rolled in before the file is rewritten. A
      * missing file is simply the first posting run ever. A record
      * written before balances were kept by period has no period;
      * its balance comes in as the account's brought-forward
      * balance, period 000000.

       LOAD-BALANCE-MASTER.
           OPEN INPUT GL-BALANCE-FILE
                   AT END
                       SET END-OF-BALANCE-FILE TO TRUE
                   NOT AT END
                       IF GLB-PERIOD = SPACES
                           MOVE '000000' TO GLB-PERIOD
                           MOVE 0 TO GLB-PERIOD-DEBITS
                           MOVE 0 TO GLB-PERIOD-CREDITS
                       END-IF
                       MOVE GLB-ACCOUNT-NUMBER TO WS-SEARCH-ACCOUNT
                       MOVE GLB-PERIOD TO WS-SEARCH-PERIOD
                       PERFORM FIND-OR-ADD-ACCOUNT-PERIOD
                       IF A-TABLE-IS-OVER-CAPACITY
                           SET END-OF-BALANCE-FILE TO TRUE
                       ELSE
                           MOVE GLB-DESCRIPTION
                               TO ACC-DESCRIPTION(WS-INSERT-INDEX)
                           MOVE GLB-BALANCE
                               TO ACC-PRIOR-BALANCE(WS-INSERT-INDEX)
                           MOVE GLB-PERIOD-DEBITS
                               TO ACC-CARRIED-DEBITS(WS-INSERT-INDEX)
                           MOVE GLB-PERIOD-CREDITS
                               TO ACC-CARRIED-CREDITS
                                   (WS-INSERT-INDEX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-BALANCE-FILE.

      *---------------------------------------------------------------
      * Points WS-INSERT-INDEX at the table entry for the account and
      * period in WS-SEARCH-KEY, opening one in its account-and-
      * period place when there is none. A new entry starts with the
      * balance the account ended its previous period on - nothing
      * has posted to the new period yet - and the description that
      * period carried; an account with no earlier period starts at
      * zero with its chart description.

       FIND-OR-ADD-ACCOUNT-PERIOD.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 1 TO WS-INSERT-INDEX
           PERFORM UNTIL WS-INSERT-INDEX > WS-ACCOUNT-COUNT
                   OR ACC-KEY(WS-INSERT-INDEX) NOT < WS-SEARCH-KEY
               ADD 1 TO WS-INSERT-INDEX
           END-PERFORM
           IF WS-INSERT-INDEX NOT > WS-ACCOUNT-COUNT
               IF ACC-KEY(WS-INSERT-INDEX) = WS-SEARCH-KEY
                   SET ENTRY-WAS-FOUND TO TRUE
               END-IF
           END-IF
           IF NOT ENTRY-WAS-FOUND
               IF WS-ACCOUNT-COUNT = 5000
                   SET A-TABLE-IS-OVER-CAPACITY TO TRUE
               ELSE
                   ADD 1 TO WS-ACCOUNT-COUNT
                   PERFORM VARYING WS-SHIFT-INDEX FROM WS-ACCOUNT-COUNT
                           BY -1
                           UNTIL WS-SHIFT-INDEX NOT > WS-INSERT-INDEX
                       MOVE ACCOUNT-ENTRY(WS-SHIFT-INDEX - 1)
                           TO ACCOUNT-ENTRY(WS-SHIFT-INDEX)
                   END-PERFORM
                   MOVE WS-SEARCH-ACCOUNT
                       TO ACC-ACCOUNT-NUMBER(WS-INSERT-INDEX)
                   MOVE WS-SEARCH-PERIOD TO ACC-PERIOD(WS-INSERT-INDEX)
                   MOVE 0 TO ACC-PRIOR-BALANCE(WS-INSERT-INDEX)
                   MOVE 0 TO ACC-CARRIED-DEBITS(WS-INSERT-INDEX)
                   MOVE 0 TO ACC-CARRIED-CREDITS(WS-INSERT-INDEX)
                   MOVE 0 TO ACC-PERIOD-DEBITS(WS-INSERT-INDEX)
                   MOVE 0 TO ACC-PERIOD-CREDITS(WS-INSERT-INDEX)
                   MOVE 'N' TO WS-FOUND-FLAG
                   IF WS-INSERT-INDEX > 1
                       IF ACC-ACCOUNT-NUMBER(WS-INSERT-INDEX - 1)
                               = WS-SEARCH-ACCOUNT
                           SET ENTRY-WAS-FOUND TO TRUE
                       END-IF
                   END-IF
                   IF ENTRY-WAS-FOUND
                       MOVE ACC-PRIOR-BALANCE(WS-INSERT-INDEX - 1)
                           TO ACC-PRIOR-BALANCE(WS-INSERT-INDEX)
                       MOVE ACC-DESCRIPTION(WS-INSERT-INDEX - 1)
                           TO ACC-DESCRIPTION(WS-INSERT-INDEX)
                   ELSE
                       PERFORM LOOKUP-CHART-DESCRIPTION
                   END-IF
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Reads every journal entry, accumulating run-level and
      * per-account debit and credit totals.
           CLOSE JOURNAL-ENTRY-FILE.

      *---------------------------------------------------------------
      * Rolls the current posting into its account's activity for
      * the period it is dated in, opening the account-period entry
      * the first time it is seen.

       ADD-TO-ACCOUNT-ACTIVITY.
           IF JRN-IS-DEBIT
           ELSE
               ADD JRN-AMOUNT TO WS-TOTAL-CREDITS
           END-IF
           MOVE JRN-ACCOUNT-NUMBER TO WS-SEARCH-ACCOUNT
           MOVE JRN-INV-DATE(1:6) TO WS-SEARCH-PERIOD
           PERFORM FIND-OR-ADD-ACCOUNT-PERIOD
           IF NOT A-TABLE-IS-OVER-CAPACITY
               IF JRN-IS-DEBIT
                   ADD JRN-AMOUNT
                       TO ACC-PERIOD-DEBITS(WS-INSERT-INDEX)
               ELSE
                   ADD JRN-AMOUNT
                       TO ACC-PERIOD-CREDITS(WS-INSERT-INDEX)
               END-IF
           END-IF.


       LOOKUP-CHART-DESCRIPTION.
           MOVE '*** NOT ON CHART OF ACCOUNTS *'
               TO ACC-DESCRIPTION(WS-INSERT-INDEX)
           SET CHART-IDX TO 1
           SEARCH CHART-ENTRY
               AT END
                   CONTINUE
               WHEN CHT-ACCOUNT-NUMBER(CHART-IDX)
                       = ACC-ACCOUNT-NUMBER(WS-INSERT-INDEX)
                   MOVE CHT-DESCRIPTION(CHART-IDX)
                       TO ACC-DESCRIPTION(WS-INSERT-INDEX)
           END-SEARCH.

      *---------------------------------------------------------------
      * Rewrites GL-BALANCE-FILE with tonight's activity rolled into
      * each account-period: its debits and credits added to the
      * period's totals, and the net of tonight's activity in this
      * and every earlier period of the account added to the period
      * balance, debits adding and credits subtracting.

       REWRITE-BALANCE-MASTER.
           MOVE 'GL-BALANCE-FILE'
           OPEN OUTPUT GL-BALANCE-FILE
           PERFORM VARYING ACCOUNT-IDX FROM 1 BY 1
                   UNTIL ACCOUNT-IDX > WS-ACCOUNT-COUNT
               IF ACCOUNT-IDX = 1
                   MOVE 0 TO WS-CARRIED-SHIFT
               ELSE
                   IF ACC-ACCOUNT-NUMBER(ACCOUNT-IDX)
                           NOT = ACC-ACCOUNT-NUMBER(ACCOUNT-IDX - 1)
                       MOVE 0 TO WS-CARRIED-SHIFT
                   END-IF
               END-IF
               COMPUTE WS-CARRIED-SHIFT = WS-CARRIED-SHIFT
                   + ACC-PERIOD-DEBITS(ACCOUNT-IDX)
                   - ACC-PERIOD-CREDITS(ACCOUNT-IDX)
               MOVE ACC-ACCOUNT-NUMBER(ACCOUNT-IDX)
                   TO GLB-ACCOUNT-NUMBER
               MOVE ACC-DESCRIPTION(ACCOUNT-IDX) TO GLB-DESCRIPTION
               MOVE ACC-PERIOD(ACCOUNT-IDX) TO GLB-PERIOD
               COMPUTE ACC-PRIOR-BALANCE(ACCOUNT-IDX) =
                   ACC-PRIOR-BALANCE(ACCOUNT-IDX) + WS-CARRIED-SHIFT
               MOVE ACC-PRIOR-BALANCE(ACCOUNT-IDX) TO GLB-BALANCE
               COMPUTE GLB-PERIOD-DEBITS =
                   ACC-CARRIED-DEBITS(ACCOUNT-IDX)
                       + ACC-PERIOD-DEBITS(ACCOUNT-IDX)
               COMPUTE GLB-PERIOD-CREDITS =
                   ACC-CARRIED-CREDITS(ACCOUNT-IDX)
                       + ACC-PERIOD-CREDITS(ACCOUNT-IDX)
               WRITE GL-BALANCE-RECORD
           END-PERFORM
           CLOSE GL-BALANCE-FILE.

      *---------------------------------------------------------------
      * Prints the trial balance: per account the description,
      * tonight's debits and credits across all its periods, and its
      * current balance after posting, then the run totals.

       PRINT-TRIAL-BALANCE.
           OPEN OUTPUT TRIAL-BALANCE-FILE
               DELIMITED BY SIZE INTO TRIAL-BALANCE-LINE
           WRITE TRIAL-BALANCE-LINE
           MOVE 0 TO WS-TOTAL-ENDING-BALANCE
           MOVE 0 TO WS-ACCOUNT-DEBITS
           MOVE 0 TO WS-ACCOUNT-CREDITS
           PERFORM VARYING WORKING-INDEX FROM 1 BY 1
                   UNTIL WORKING-INDEX > WS-ACCOUNT-COUNT
               ADD ACC-PERIOD-DEBITS(WORKING-INDEX)
                   TO WS-ACCOUNT-DEBITS
               ADD ACC-PERIOD-CREDITS(WORKING-INDEX)
                   TO WS-ACCOUNT-CREDITS
               IF WORKING-INDEX = WS-ACCOUNT-COUNT
                   PERFORM PRINT-ONE-TRIAL-LINE
               ELSE
                   IF ACC-ACCOUNT-NUMBER(WORKING-INDEX)
                           NOT = ACC-ACCOUNT-NUMBER(WORKING-INDEX + 1)
                       PERFORM PRINT-ONE-TRIAL-LINE
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO TRIAL-BALANCE-LINE
           WRITE TRIAL-BALANCE-LINE
           MOVE WS-TOTAL-CREDITS TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED TO TRIAL-BALANCE-LINE(57:14)
           MOVE WS-TOTAL-ENDING-BALANCE TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED TO TRIAL-BALANCE-LINE(73:15)
           WRITE TRIAL-BALANCE-LINE
           MOVE SPACES TO TRIAL-BALANCE-LINE
           IF WS-TOTAL-ENDING-BALANCE = 0
           CLOSE TRIAL-BALANCE-FILE.

      *---------------------------------------------------------------
      * Prints one account's trial balance line from its latest
      * period entry, at WORKING-INDEX, and accumulates the ending-
      * balance cross-foot.

       PRINT-ONE-TRIAL-LINE.
           MOVE SPACES TO TRIAL-BALANCE-LINE
               TO TRIAL-BALANCE-LINE(1:8)
           MOVE ACC-DESCRIPTION(WORKING-INDEX)
               TO TRIAL-BALANCE-LINE(11:30)
           MOVE WS-ACCOUNT-DEBITS TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED TO TRIAL-BALANCE-LINE(41:14)
           MOVE WS-ACCOUNT-CREDITS TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED TO TRIAL-BALANCE-LINE(57:14)
           ADD ACC-PRIOR-BALANCE(WORKING-INDEX)
               TO WS-TOTAL-ENDING-BALANCE
           MOVE ACC-PRIOR-BALANCE(WORKING-INDEX) TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED TO TRIAL-BALANCE-LINE(73:15)
           WRITE TRIAL-BALANCE-LINE
           MOVE 0 TO WS-ACCOUNT-DEBITS
           MOVE 0 TO WS-ACCOUNT-CREDITS.

      *---------------------------------------------------------------
      * Moves the posted entries to POSTED-JOURNAL-FILE and clears
           CLOSE POSTED-JOURNAL-FILE
           OPEN OUTPUT JOURNAL-ENTRY-FILE
           CLOSE JOURNAL-ENTRY-FILE.

      *---------------------------------------------------------------
      * Appends this run's control totals to MONTH-END-CONTROL-TOTALS
      * for the MONTHEND sign-off summary: the count of journal entries
      * posted and their total debits.

       WRITE-MONTH-END-TOTALS.
           OPEN EXTEND MONTH-END-CONTROL-TOTALS-FILE
           IF WS-MONTH-END-TOTALS-STATUS = '35'
               OPEN OUTPUT MONTH-END-CONTROL-TOTALS-FILE
           END-IF
           MOVE 'GLPOST' TO CTL-PROGRAM-NAME
           MOVE WS-ENTRY-COUNT TO CTL-RECORD-COUNT
           MOVE 0 TO CTL-HASH-TOTAL
           MOVE WS-TOTAL-DEBITS TO CTL-AMOUNT-TOTAL
           CALL 'BUSDATE' USING CTL-RUN-DATE
           END-CALL
           ACCEPT CTL-RUN-TIME FROM TIME
           WRITE CONTROL-TOTAL-RECORD
           CLOSE MONTH-END-CONTROL-TOTALS-FILE.
