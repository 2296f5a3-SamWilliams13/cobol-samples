      *****************************************************************
      * Program name:    FINSTMT
      * Original author: Dave Nicolette
      *
      * Month-end financial statements.
      *
      * Prints the income statement and balance sheet for one fiscal
      * month (YYYYMM) from the period balances GLPOST keeps on
      * GL-BALANCE-FILE, laid out by the statement, section, and
      * sign each account carries on CHART-OF-ACCOUNTS-FILE. The
      * income statement shows the month against the prior month
      * and the year to date against the same months of the prior
      * fiscal year, with gross profit, operating income, and net
      * income. The balance sheet shows the month-end position
      * against the prior month-end; income statement accounts are
      * never closed out on the ledger, so equity shows their
      * balance at the last fiscal year end as retained earnings and
      * the rest as current-year net income. The statements are
      * proved against the trial balance at the period end, and an
      * account with a balance but no classification on the chart
      * is listed and logged; either problem ends the run with
      * RETURN-CODE 8, since accounting cannot publish statements
      * that do not foot.
      *
      * The period comes from FIN-STMT-CONTROL-FILE or, when that is
      * empty, an operator prompt - the same control-file-with-
      * prompt fallback PERCLOSE uses. A period not yet closed on
      * ACCOUNTING-PERIOD-FILE prints marked preliminary.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FINSTMT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-BALANCE-FILE ASSIGN TO "GL-BALANCE-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-FILE-STATUS.
           SELECT CHART-OF-ACCOUNTS-FILE
               ASSIGN TO "CHART-OF-ACCOUNTS-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIN-STMT-CONTROL-FILE
               ASSIGN TO "FIN-STMT-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT FINANCIAL-STATEMENT-FILE
               ASSIGN TO "FINANCIAL-STATEMENTS"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-BALANCE-FILE.
       COPY GLBAL.

       FD  CHART-OF-ACCOUNTS-FILE.
       COPY CHARTACC.

       FD  FIN-STMT-CONTROL-FILE.
       01  FIN-STMT-CONTROL-RECORD.
           05  FSC-PERIOD               PIC X(06).

       FD  FINANCIAL-STATEMENT-FILE.
       01  STATEMENT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILLER.
           05  WS-BALANCE-FILE-STATUS   PIC XX.
           05  WS-CONTROL-FILE-STATUS   PIC XX.
           05  WS-BALANCE-EOF-FLAG      PIC X VALUE 'N'.
               88  END-OF-BALANCE-FILE      VALUE 'Y'.
           05  WS-CHART-EOF-FLAG        PIC X VALUE 'N'.
               88  END-OF-CHART-FILE        VALUE 'Y'.
           05  WS-CONTROL-SUPPLIED-FLAG PIC X VALUE 'N'.
               88  STMT-CONTROL-SUPPLIED    VALUE 'Y'.
           05  WS-CAPACITY-FLAG         PIC X VALUE 'N'.
               88  A-TABLE-IS-OVER-CAPACITY VALUE 'Y'.
           05  WS-FOOT-FLAG             PIC X VALUE 'Y'.
               88  STATEMENTS-FOOT          VALUE 'Y'.
           05  WS-PERIOD-OPEN-FLAG      PIC X.
               88  STMT-PERIOD-IS-OPEN      VALUE 'Y'.
           05  WS-ACCOUNT-COUNT         PIC S9(04) VALUE 0.
           05  WS-CHART-COUNT           PIC S9(04) VALUE 0.
           05  WS-UNCLASSIFIED-COUNT    PIC S9(04) VALUE 0.
           05  WS-ACCOUNT-INDEX         PIC S9(04).
           05  WS-SECTION-INDEX         PIC S9(04).
           05  WS-COLUMN                PIC S9(04).
           05  WS-COLUMN-COUNT          PIC S9(04).
           05  WS-SIGN-FACTOR           PIC S9.
           05  WS-NET-ACTIVITY          PIC S9(11)V99.
           05  WS-ANY-AMOUNT-FLAG       PIC X.
               88  LINE-HAS-AN-AMOUNT       VALUE 'Y'.
           05  WS-LINE-LABEL            PIC X(36).
           05  WS-RUN-DATE              PIC X(08).
           05  WS-CHECK-DATE            PIC X(08).
           05  WS-PERIOD-MONTH          PIC 9(02).
      * The statement month and the periods its comparatives and
      * year-to-date ranges are measured from.
           05  WS-STMT-PERIOD           PIC X(06).
           05  WS-PRIOR-PERIOD          PIC X(06).
           05  WS-FY-START              PIC X(06).
           05  WS-PRIOR-FY-START        PIC X(06).
           05  WS-PRIOR-YTD-END         PIC X(06).
           05  WS-CALC-PERIOD.
               10  WS-CALC-YEAR         PIC 9(04).
               10  WS-CALC-MONTH        PIC 9(02).
      * First month of the fiscal year. Year-to-date figures and the
      * retained-earnings split start from it.
           05  FISCAL-YEAR-START-MONTH  PIC 9(02) VALUE 01.
           05  WS-TB-DEBITS             PIC S9(11)V99 VALUE 0.
           05  WS-TB-CREDITS            PIC S9(11)V99 VALUE 0.
           05  WS-FOOT-DIFFERENCE       PIC S9(11)V99.

      * The period-end balances each balance sheet column and the
      * retained-earnings split are read at: 1 the statement month,
      * 2 the prior month, 3 the fiscal year end before the
      * statement month, 4 the fiscal year end before the prior
      * month.
       01  CLOSING-TARGETS.
           05  WS-TARGET-PERIOD OCCURS 4 TIMES PIC X(06).

      * Amounts for the line being printed and the running section
      * and statement totals, all held debit-positive.
       01  STATEMENT-AMOUNTS.
           05  WS-LINE-AMOUNT OCCURS 4 TIMES PIC S9(11)V99.
           05  WS-SECTION-TOTAL OCCURS 4 TIMES PIC S9(11)V99.
           05  WS-CUMULATIVE-TOTAL OCCURS 4 TIMES PIC S9(11)V99.
           05  WS-ASSET-TOTAL OCCURS 2 TIMES PIC S9(11)V99.
           05  WS-LIAB-EQUITY-TOTAL OCCURS 2 TIMES PIC S9(11)V99.

       01  WS-ERROR-LOG-FIELDS.
           05  WS-ERR-PROGRAM-NAME      PIC X(08) VALUE 'FINSTMT'.
           05  WS-ERR-PARAGRAPH-NAME    PIC X(30).
           05  WS-ERR-DESCRIPTION       PIC X(60).
           05  WS-ERR-OFFENDING-DATA    PIC X(30).

       01  RPT-AMOUNT-EDITED            PIC Z(10)9.99-.

      * The statement sections in print order. Per section: the
      * section code, the statement (B or I), the side its balances
      * normally sit on, Y where the running statement subtotal
      * starts over (liabilities begin a new total), the side the
      * subtotal printed after it is shown on, the section title,
      * and that subtotal's title (blank for none).
       01  SECTION-LIST.
           05  FILLER PIC X(06) VALUE 'RVIC  '.
           05  FILLER PIC X(30) VALUE 'REVENUE'.
           05  FILLER PIC X(30) VALUE SPACES.
           05  FILLER PIC X(06) VALUE 'CSID C'.
           05  FILLER PIC X(30) VALUE 'COST OF SALES'.
           05  FILLER PIC X(30) VALUE 'GROSS PROFIT'.
           05  FILLER PIC X(06) VALUE 'OXID C'.
           05  FILLER PIC X(30) VALUE 'OPERATING EXPENSES'.
           05  FILLER PIC X(30) VALUE 'OPERATING INCOME'.
           05  FILLER PIC X(06) VALUE 'OTIC C'.
           05  FILLER PIC X(30) VALUE 'OTHER INCOME AND EXPENSE'.
           05  FILLER PIC X(30) VALUE 'NET INCOME'.
           05  FILLER PIC X(06) VALUE 'CABD  '.
           05  FILLER PIC X(30) VALUE 'CURRENT ASSETS'.
           05  FILLER PIC X(30) VALUE SPACES.
           05  FILLER PIC X(06) VALUE 'FABD D'.
           05  FILLER PIC X(30) VALUE 'FIXED AND OTHER ASSETS'.
           05  FILLER PIC X(30) VALUE 'TOTAL ASSETS'.
           05  FILLER PIC X(06) VALUE 'CLBCY '.
           05  FILLER PIC X(30) VALUE 'CURRENT LIABILITIES'.
           05  FILLER PIC X(30) VALUE SPACES.
           05  FILLER PIC X(06) VALUE 'LTBC C'.
           05  FILLER PIC X(30) VALUE 'LONG-TERM LIABILITIES'.
           05  FILLER PIC X(30) VALUE 'TOTAL LIABILITIES'.
           05  FILLER PIC X(06) VALUE 'EQBC C'.
           05  FILLER PIC X(30) VALUE 'EQUITY'.
           05  FILLER PIC X(30) VALUE 'TOTAL LIABILITIES AND EQUITY'.
       01  SECTION-TABLE REDEFINES SECTION-LIST.
           05  SECTION-ENTRY OCCURS 9 TIMES.
               10  SEC-CODE             PIC X(02).
               10  SEC-STATEMENT        PIC X(01).
               10  SEC-SIDE             PIC X(01).
               10  SEC-RESET-FLAG       PIC X(01).
               10  SEC-SUBTOTAL-SIDE    PIC X(01).
               10  SEC-TITLE            PIC X(30).
               10  SEC-SUBTOTAL-TITLE   PIC X(30).

       01  CHART-TABLE.
           05  CHART-ENTRY OCCURS 1 TO 300 TIMES
                   DEPENDING ON WS-CHART-COUNT
                   INDEXED BY CHART-IDX.
               10  CHT-ACCOUNT-NUMBER   PIC X(08).
               10  CHT-DESCRIPTION      PIC X(30).
               10  CHT-STATEMENT        PIC X(01).
               10  CHT-SECTION          PIC X(02).
               10  CHT-NORMAL-SIGN      PIC X(01).

      * One entry per account on the balance file: its chart
      * classification (section index zero when it has none), the
      * four income statement columns, and the balance at each of
      * the four closing targets with the period it was read from.
       01  ACCOUNT-TABLE.
           05  ACCOUNT-ENTRY OCCURS 1 TO 300 TIMES
                   DEPENDING ON WS-ACCOUNT-COUNT
                   INDEXED BY ACCOUNT-IDX.
               10  ACT-ACCOUNT-NUMBER   PIC X(08).
               10  ACT-DESCRIPTION      PIC X(30).
               10  ACT-STATEMENT        PIC X(01).
               10  ACT-SECTION          PIC X(02).
               10  ACT-NORMAL-SIGN      PIC X(01).
               10  ACT-SECTION-INDEX    PIC S9(04).
               10  ACT-IS-AMOUNT OCCURS 4 TIMES PIC S9(11)V99.
               10  ACT-CLOSING OCCURS 4 TIMES PIC S9(11)V99.
               10  ACT-CLOSING-PERIOD OCCURS 4 TIMES PIC X(06).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           CALL 'BUSDATE' USING WS-RUN-DATE
           END-CALL
           PERFORM LOAD-STATEMENT-CONTROL
           IF NOT STMT-CONTROL-SUPPLIED
               DISPLAY 'Enter statement period (YYYYMM):'
               ACCEPT WS-STMT-PERIOD
           END-IF
           PERFORM VALIDATE-STATEMENT-PERIOD
           PERFORM COMPUTE-COMPARATIVE-PERIODS
           PERFORM LOAD-CHART-OF-ACCOUNTS
           PERFORM LOAD-GL-BALANCES
           IF A-TABLE-IS-OVER-CAPACITY
               DISPLAY 'FINSTMT: the account table is over capacity '
                   '- no statements printed'
               MOVE 'MAIN-LOGIC' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'account base exceeds statement table capacity'
                   TO WS-ERR-DESCRIPTION
               MOVE SPACES TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-FINSTMT-ERROR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-STMT-PERIOD TO WS-CHECK-DATE(1:6)
           MOVE '01' TO WS-CHECK-DATE(7:2)
           CALL 'PERDCHK' USING WS-CHECK-DATE WS-PERIOD-OPEN-FLAG
           END-CALL
           OPEN OUTPUT FINANCIAL-STATEMENT-FILE
           PERFORM PRINT-INCOME-STATEMENT
           PERFORM PRINT-BALANCE-SHEET
           PERFORM PRINT-UNCLASSIFIED-ACCOUNTS
           PERFORM PRINT-STATEMENT-PROOF
           CLOSE FINANCIAL-STATEMENT-FILE
           IF NOT STATEMENTS-FOOT
               DISPLAY '*** FINSTMT: statements for ' WS-STMT-PERIOD
                   ' do not foot to the trial balance ***'
               MOVE 'MAIN-LOGIC' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'financial statements do not foot to trial balance'
                   TO WS-ERR-DESCRIPTION
               MOVE WS-STMT-PERIOD TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-FINSTMT-ERROR
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'FINSTMT: statements for ' WS-STMT-PERIOD
                   ' printed to FINANCIAL-STATEMENTS'
           END-IF
           GOBACK.

      *---------------------------------------------------------------
      * Calls the shared LOGERROR routine to append one record to
      * ERROR-LOG-FILE for the problem just found. WS-ERR-PARAGRAPH-
      * NAME, WS-ERR-DESCRIPTION and WS-ERR-OFFENDING-DATA must be set
      * by the calling paragraph before this is performed.

       LOG-FINSTMT-ERROR.
           CALL 'LOGERROR' USING WS-ERR-PROGRAM-NAME
               WS-ERR-PARAGRAPH-NAME WS-ERR-DESCRIPTION
               WS-ERR-OFFENDING-DATA
           END-CALL.

      *---------------------------------------------------------------
      * Lets the scheduler supply the period via the control file
      * instead of a prompt, consuming the record and clearing the
      * file the way PERCLOSE consumes its close control.

       LOAD-STATEMENT-CONTROL.
           OPEN INPUT FIN-STMT-CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS = '00'
               READ FIN-STMT-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FSC-PERIOD NOT = SPACES
                           MOVE FSC-PERIOD TO WS-STMT-PERIOD
                           SET STMT-CONTROL-SUPPLIED TO TRUE
                       END-IF
               END-READ
               CLOSE FIN-STMT-CONTROL-FILE
           END-IF
           IF STMT-CONTROL-SUPPLIED
               OPEN OUTPUT FIN-STMT-CONTROL-FILE
               CLOSE FIN-STMT-CONTROL-FILE
           END-IF.

      *---------------------------------------------------------------
      * Refuses a period that is not a real YYYYMM.

       VALIDATE-STATEMENT-PERIOD.
           IF WS-STMT-PERIOD NOT NUMERIC
               PERFORM REFUSE-BAD-PERIOD
           ELSE
               MOVE WS-STMT-PERIOD(5:2) TO WS-PERIOD-MONTH
               IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
                   PERFORM REFUSE-BAD-PERIOD
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Reports, logs, and abandons a statement request for a period
      * that does not parse.

       REFUSE-BAD-PERIOD.
           DISPLAY 'FINSTMT: ' WS-STMT-PERIOD ' is not a valid '
               'YYYYMM period - no statements printed'
           MOVE 'VALIDATE-STATEMENT-PERIOD' TO WS-ERR-PARAGRAPH-NAME
           MOVE 'statement period is not a valid YYYYMM'
               TO WS-ERR-DESCRIPTION
           MOVE WS-STMT-PERIOD TO WS-ERR-OFFENDING-DATA
           PERFORM LOG-FINSTMT-ERROR
           MOVE 8 TO RETURN-CODE
           GOBACK.

      *---------------------------------------------------------------
      * Works out the prior month, the fiscal year-to-date ranges
      * for this year and last, and the four closing targets.

       COMPUTE-COMPARATIVE-PERIODS.
           MOVE WS-STMT-PERIOD TO WS-CALC-PERIOD
           PERFORM BACK-UP-ONE-MONTH
           MOVE WS-CALC-PERIOD TO WS-PRIOR-PERIOD
           MOVE WS-STMT-PERIOD TO WS-CALC-PERIOD
           PERFORM FIND-FISCAL-YEAR-START
           MOVE WS-CALC-PERIOD TO WS-FY-START
           PERFORM BACK-UP-ONE-MONTH
           MOVE WS-CALC-PERIOD TO WS-TARGET-PERIOD(3)
           MOVE WS-FY-START TO WS-CALC-PERIOD
           SUBTRACT 1 FROM WS-CALC-YEAR
           MOVE WS-CALC-PERIOD TO WS-PRIOR-FY-START
           MOVE WS-STMT-PERIOD TO WS-CALC-PERIOD
           SUBTRACT 1 FROM WS-CALC-YEAR
           MOVE WS-CALC-PERIOD TO WS-PRIOR-YTD-END
           MOVE WS-PRIOR-PERIOD TO WS-CALC-PERIOD
           PERFORM FIND-FISCAL-YEAR-START
           PERFORM BACK-UP-ONE-MONTH
           MOVE WS-CALC-PERIOD TO WS-TARGET-PERIOD(4)
           MOVE WS-STMT-PERIOD TO WS-TARGET-PERIOD(1)
           MOVE WS-PRIOR-PERIOD TO WS-TARGET-PERIOD(2).

      *---------------------------------------------------------------
      * Moves WS-CALC-PERIOD back one month.

       BACK-UP-ONE-MONTH.
           IF WS-CALC-MONTH = 1
               MOVE 12 TO WS-CALC-MONTH
               SUBTRACT 1 FROM WS-CALC-YEAR
           ELSE
               SUBTRACT 1 FROM WS-CALC-MONTH
           END-IF.

      *---------------------------------------------------------------
      * Moves WS-CALC-PERIOD to the first month of its fiscal year.

       FIND-FISCAL-YEAR-START.
           IF WS-CALC-MONTH < FISCAL-YEAR-START-MONTH
               SUBTRACT 1 FROM WS-CALC-YEAR
           END-IF
           MOVE FISCAL-YEAR-START-MONTH TO WS-CALC-MONTH.

      *---------------------------------------------------------------
      * Loads each account's description and classification. The
      * chart holds one record per posting key, so an account two
      * keys share appears twice; the first record wins.

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
                               PERFORM ADD-CHART-ENTRY
                           WHEN CHT-ACCOUNT-NUMBER(CHART-IDX)
                                   = COA-ACCOUNT-NUMBER
                               CONTINUE
                       END-SEARCH
               END-READ
           END-PERFORM
           CLOSE CHART-OF-ACCOUNTS-FILE.

      *---------------------------------------------------------------
      * Adds the chart record just read to CHART-TABLE.

       ADD-CHART-ENTRY.
           IF WS-CHART-COUNT = 300
               SET A-TABLE-IS-OVER-CAPACITY TO TRUE
           ELSE
               ADD 1 TO WS-CHART-COUNT
               MOVE COA-ACCOUNT-NUMBER
                   TO CHT-ACCOUNT-NUMBER(WS-CHART-COUNT)
               MOVE COA-DESCRIPTION TO CHT-DESCRIPTION(WS-CHART-COUNT)
               MOVE COA-STATEMENT TO CHT-STATEMENT(WS-CHART-COUNT)
               MOVE COA-SECTION TO CHT-SECTION(WS-CHART-COUNT)
               MOVE COA-NORMAL-SIGN TO CHT-NORMAL-SIGN(WS-CHART-COUNT)
           END-IF.

      *---------------------------------------------------------------
      * Reads every account-period balance and rolls it into its
      * account's statement columns and closing balances. A record
      * from before balances were kept by period is the account's
      * brought-forward balance.

       LOAD-GL-BALANCES.
           OPEN INPUT GL-BALANCE-FILE
           IF WS-BALANCE-FILE-STATUS NOT = '00'
               SET END-OF-BALANCE-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-BALANCE-FILE
               READ GL-BALANCE-FILE
                   AT END
                       SET END-OF-BALANCE-FILE TO TRUE
                   NOT AT END
                       IF GLB-PERIOD = SPACES
                           MOVE '000000' TO GLB-PERIOD
                           MOVE 0 TO GLB-PERIOD-DEBITS
                           MOVE 0 TO GLB-PERIOD-CREDITS
                       END-IF
                       PERFORM FIND-OR-ADD-ACCOUNT
                       IF A-TABLE-IS-OVER-CAPACITY
                           SET END-OF-BALANCE-FILE TO TRUE
                       ELSE
                           PERFORM ROLL-IN-ONE-BALANCE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BALANCE-FILE-STATUS = '00' OR '10'
               CLOSE GL-BALANCE-FILE
           END-IF.

      *---------------------------------------------------------------
      * Points WS-ACCOUNT-INDEX at the balance record's account,
      * adding it with its chart classification the first time.

       FIND-OR-ADD-ACCOUNT.
           MOVE 0 TO WS-ACCOUNT-INDEX
           SET ACCOUNT-IDX TO 1
           SEARCH ACCOUNT-ENTRY
               AT END
                   CONTINUE
               WHEN ACT-ACCOUNT-NUMBER(ACCOUNT-IDX)
                       = GLB-ACCOUNT-NUMBER
                   SET WS-ACCOUNT-INDEX TO ACCOUNT-IDX
           END-SEARCH
           IF WS-ACCOUNT-INDEX = 0
               IF WS-ACCOUNT-COUNT = 300
                   SET A-TABLE-IS-OVER-CAPACITY TO TRUE
               ELSE
                   ADD 1 TO WS-ACCOUNT-COUNT
                   MOVE WS-ACCOUNT-COUNT TO WS-ACCOUNT-INDEX
                   PERFORM CLASSIFY-NEW-ACCOUNT
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Opens the account's entry: chart description and
      * classification, zero amounts, and no closing balance read
      * yet. The section index stays zero when the chart does not
      * place the account in a known section of its statement.

       CLASSIFY-NEW-ACCOUNT.
           MOVE GLB-ACCOUNT-NUMBER
               TO ACT-ACCOUNT-NUMBER(WS-ACCOUNT-INDEX)
           MOVE GLB-DESCRIPTION TO ACT-DESCRIPTION(WS-ACCOUNT-INDEX)
           MOVE SPACES TO ACT-STATEMENT(WS-ACCOUNT-INDEX)
           MOVE SPACES TO ACT-SECTION(WS-ACCOUNT-INDEX)
           MOVE SPACES TO ACT-NORMAL-SIGN(WS-ACCOUNT-INDEX)
           MOVE 0 TO ACT-SECTION-INDEX(WS-ACCOUNT-INDEX)
           PERFORM VARYING WS-COLUMN FROM 1 BY 1 UNTIL WS-COLUMN > 4
               MOVE 0 TO ACT-IS-AMOUNT(WS-ACCOUNT-INDEX, WS-COLUMN)
               MOVE 0 TO ACT-CLOSING(WS-ACCOUNT-INDEX, WS-COLUMN)
               MOVE SPACES
                   TO ACT-CLOSING-PERIOD(WS-ACCOUNT-INDEX, WS-COLUMN)
           END-PERFORM
           SET CHART-IDX TO 1
           SEARCH CHART-ENTRY
               AT END
                   CONTINUE
               WHEN CHT-ACCOUNT-NUMBER(CHART-IDX) = GLB-ACCOUNT-NUMBER
                   MOVE CHT-DESCRIPTION(CHART-IDX)
                       TO ACT-DESCRIPTION(WS-ACCOUNT-INDEX)
                   MOVE CHT-STATEMENT(CHART-IDX)
                       TO ACT-STATEMENT(WS-ACCOUNT-INDEX)
                   MOVE CHT-SECTION(CHART-IDX)
                       TO ACT-SECTION(WS-ACCOUNT-INDEX)
                   MOVE CHT-NORMAL-SIGN(CHART-IDX)
                       TO ACT-NORMAL-SIGN(WS-ACCOUNT-INDEX)
           END-SEARCH
           PERFORM VARYING WS-SECTION-INDEX FROM 1 BY 1
                   UNTIL WS-SECTION-INDEX > 9
               IF SEC-CODE(WS-SECTION-INDEX)
                       = ACT-SECTION(WS-ACCOUNT-INDEX)
                   AND SEC-STATEMENT(WS-SECTION-INDEX)
                       = ACT-STATEMENT(WS-ACCOUNT-INDEX)
                   MOVE WS-SECTION-INDEX
                       TO ACT-SECTION-INDEX(WS-ACCOUNT-INDEX)
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Adds one period's activity to the income statement columns
      * it falls in, and takes its balance as a closing balance for
      * every target it is the latest period at or before.

       ROLL-IN-ONE-BALANCE.
           COMPUTE WS-NET-ACTIVITY =
               GLB-PERIOD-DEBITS - GLB-PERIOD-CREDITS
           IF GLB-PERIOD = WS-STMT-PERIOD
               ADD WS-NET-ACTIVITY
                   TO ACT-IS-AMOUNT(WS-ACCOUNT-INDEX, 1)
           END-IF
           IF GLB-PERIOD = WS-PRIOR-PERIOD
               ADD WS-NET-ACTIVITY
                   TO ACT-IS-AMOUNT(WS-ACCOUNT-INDEX, 2)
           END-IF
           IF GLB-PERIOD NOT < WS-FY-START
               AND GLB-PERIOD NOT > WS-STMT-PERIOD
               ADD WS-NET-ACTIVITY
                   TO ACT-IS-AMOUNT(WS-ACCOUNT-INDEX, 3)
           END-IF
           IF GLB-PERIOD NOT < WS-PRIOR-FY-START
               AND GLB-PERIOD NOT > WS-PRIOR-YTD-END
               ADD WS-NET-ACTIVITY
                   TO ACT-IS-AMOUNT(WS-ACCOUNT-INDEX, 4)
           END-IF
           PERFORM VARYING WS-COLUMN FROM 1 BY 1 UNTIL WS-COLUMN > 4
               IF GLB-PERIOD NOT > WS-TARGET-PERIOD(WS-COLUMN)
                   AND GLB-PERIOD
                       > ACT-CLOSING-PERIOD(WS-ACCOUNT-INDEX, WS-COLUMN)
                   MOVE GLB-BALANCE
                       TO ACT-CLOSING(WS-ACCOUNT-INDEX, WS-COLUMN)
                   MOVE GLB-PERIOD
                       TO ACT-CLOSING-PERIOD(WS-ACCOUNT-INDEX,
                           WS-COLUMN)
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Prints the standard report heading and the statement title
      * held in WS-LINE-LABEL.

       PRINT-STATEMENT-HEADING.
           MOVE SPACES TO STATEMENT-LINE
           STRING 'ACME DISTRIBUTING CO.' DELIMITED BY SIZE
               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING WS-LINE-LABEL DELIMITED BY '  '
               ' - PERIOD ' WS-STMT-PERIOD
               ' - RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           IF STMT-PERIOD-IS-OPEN
               MOVE SPACES TO STATEMENT-LINE
               MOVE 'PRELIMINARY - PERIOD NOT YET CLOSED'
                   TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE.

      *---------------------------------------------------------------
      * Prints the income statement: month, prior month, year to
      * date, and prior year to date.

       PRINT-INCOME-STATEMENT.
           MOVE 'INCOME STATEMENT' TO WS-LINE-LABEL
           PERFORM PRINT-STATEMENT-HEADING
           MOVE SPACES TO STATEMENT-LINE
           MOVE '  CURRENT MONTH' TO STATEMENT-LINE(38:15)
           MOVE '    PRIOR MONTH' TO STATEMENT-LINE(54:15)
           MOVE '   YEAR TO DATE' TO STATEMENT-LINE(70:15)
           MOVE 'PRIOR YR TO DATE' TO STATEMENT-LINE(86:16)
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           MOVE WS-STMT-PERIOD TO STATEMENT-LINE(47:6)
           MOVE WS-PRIOR-PERIOD TO STATEMENT-LINE(63:6)
           STRING WS-FY-START '-' WS-STMT-PERIOD
               DELIMITED BY SIZE INTO STATEMENT-LINE(72:13)
           STRING WS-PRIOR-FY-START '-' WS-PRIOR-YTD-END
               DELIMITED BY SIZE INTO STATEMENT-LINE(88:13)
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE 4 TO WS-COLUMN-COUNT
           PERFORM CLEAR-CUMULATIVE-TOTALS
           PERFORM VARYING WS-SECTION-INDEX FROM 1 BY 1
                   UNTIL WS-SECTION-INDEX > 9
               IF SEC-STATEMENT(WS-SECTION-INDEX) = 'I'
                   PERFORM PRINT-ONE-SECTION
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Prints the balance sheet: this month-end against the prior
      * month-end.

       PRINT-BALANCE-SHEET.
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE 'BALANCE SHEET' TO WS-LINE-LABEL
           PERFORM PRINT-STATEMENT-HEADING
           MOVE SPACES TO STATEMENT-LINE
           MOVE '     AS OF      ' TO STATEMENT-LINE(38:15)
           MOVE '     AS OF      ' TO STATEMENT-LINE(54:15)
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           MOVE WS-STMT-PERIOD TO STATEMENT-LINE(47:6)
           MOVE WS-PRIOR-PERIOD TO STATEMENT-LINE(63:6)
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE 2 TO WS-COLUMN-COUNT
           PERFORM CLEAR-CUMULATIVE-TOTALS
           PERFORM VARYING WS-SECTION-INDEX FROM 1 BY 1
                   UNTIL WS-SECTION-INDEX > 9
               IF SEC-STATEMENT(WS-SECTION-INDEX) = 'B'
                   PERFORM PRINT-ONE-SECTION
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Zeroes the running statement subtotal.

       CLEAR-CUMULATIVE-TOTALS.
           PERFORM VARYING WS-COLUMN FROM 1 BY 1 UNTIL WS-COLUMN > 4
               MOVE 0 TO WS-CUMULATIVE-TOTAL(WS-COLUMN)
           END-PERFORM.

      *---------------------------------------------------------------
      * Prints the section at WS-SECTION-INDEX: its title, every
      * account classified to it, its total, and the statement
      * subtotal that follows it. Equity also carries the retained
      * and current-year earnings of the income statement accounts.

       PRINT-ONE-SECTION.
           IF SEC-RESET-FLAG(WS-SECTION-INDEX) = 'Y'
               PERFORM CLEAR-CUMULATIVE-TOTALS
           END-IF
           MOVE SPACES TO STATEMENT-LINE
           MOVE SEC-TITLE(WS-SECTION-INDEX) TO STATEMENT-LINE(1:30)
           WRITE STATEMENT-LINE
           PERFORM VARYING WS-COLUMN FROM 1 BY 1 UNTIL WS-COLUMN > 4
               MOVE 0 TO WS-SECTION-TOTAL(WS-COLUMN)
           END-PERFORM
           PERFORM VARYING WS-ACCOUNT-INDEX FROM 1 BY 1
                   UNTIL WS-ACCOUNT-INDEX > WS-ACCOUNT-COUNT
               IF ACT-SECTION-INDEX(WS-ACCOUNT-INDEX)
                       = WS-SECTION-INDEX
                   PERFORM PRINT-ONE-ACCOUNT-LINE
               END-IF
           END-PERFORM
           IF SEC-CODE(WS-SECTION-INDEX) = 'EQ'
               PERFORM PRINT-EQUITY-EARNINGS
           END-IF
           MOVE SPACES TO WS-LINE-LABEL
           STRING 'TOTAL ' SEC-TITLE(WS-SECTION-INDEX)
               DELIMITED BY SIZE INTO WS-LINE-LABEL
           PERFORM VARYING WS-COLUMN FROM 1 BY 1 UNTIL WS-COLUMN > 4
               MOVE WS-SECTION-TOTAL(WS-COLUMN)
                   TO WS-LINE-AMOUNT(WS-COLUMN)
               ADD WS-SECTION-TOTAL(WS-COLUMN)
                   TO WS-CUMULATIVE-TOTAL(WS-COLUMN)
           END-PERFORM
           IF SEC-SIDE(WS-SECTION-INDEX) = 'C'
               MOVE -1 TO WS-SIGN-FACTOR
           ELSE
               MOVE 1 TO WS-SIGN-FACTOR
           END-IF
           PERFORM PRINT-AMOUNT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           IF SEC-SUBTOTAL-TITLE(WS-SECTION-INDEX) NOT = SPACES
               MOVE SEC-SUBTOTAL-TITLE(WS-SECTION-INDEX)
                   TO WS-LINE-LABEL
               PERFORM VARYING WS-COLUMN FROM 1 BY 1
                       UNTIL WS-COLUMN > 4
                   MOVE WS-CUMULATIVE-TOTAL(WS-COLUMN)
                       TO WS-LINE-AMOUNT(WS-COLUMN)
               END-PERFORM
               IF SEC-SUBTOTAL-SIDE(WS-SECTION-INDEX) = 'C'
                   MOVE -1 TO WS-SIGN-FACTOR
               ELSE
                   MOVE 1 TO WS-SIGN-FACTOR
               END-IF
               PERFORM PRINT-AMOUNT-LINE
               MOVE SPACES TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               IF SEC-CODE(WS-SECTION-INDEX) = 'FA'
                   MOVE WS-CUMULATIVE-TOTAL(1) TO WS-ASSET-TOTAL(1)
                   MOVE WS-CUMULATIVE-TOTAL(2) TO WS-ASSET-TOTAL(2)
               END-IF
               IF SEC-CODE(WS-SECTION-INDEX) = 'EQ'
                   MOVE WS-CUMULATIVE-TOTAL(1)
                       TO WS-LIAB-EQUITY-TOTAL(1)
                   MOVE WS-CUMULATIVE-TOTAL(2)
                       TO WS-LIAB-EQUITY-TOTAL(2)
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Prints one account of the section, on the side its chart
      * sign gives it, and adds it to the section total. An account
      * with nothing in any column is left off.

       PRINT-ONE-ACCOUNT-LINE.
           MOVE 'N' TO WS-ANY-AMOUNT-FLAG
           PERFORM VARYING WS-COLUMN FROM 1 BY 1
                   UNTIL WS-COLUMN > WS-COLUMN-COUNT
               IF WS-COLUMN-COUNT = 4
                   MOVE ACT-IS-AMOUNT(WS-ACCOUNT-INDEX, WS-COLUMN)
                       TO WS-LINE-AMOUNT(WS-COLUMN)
               ELSE
                   MOVE ACT-CLOSING(WS-ACCOUNT-INDEX, WS-COLUMN)
                       TO WS-LINE-AMOUNT(WS-COLUMN)
               END-IF
               IF WS-LINE-AMOUNT(WS-COLUMN) NOT = 0
                   SET LINE-HAS-AN-AMOUNT TO TRUE
               END-IF
               ADD WS-LINE-AMOUNT(WS-COLUMN)
                   TO WS-SECTION-TOTAL(WS-COLUMN)
           END-PERFORM
           IF LINE-HAS-AN-AMOUNT
               EVALUATE TRUE
                   WHEN ACT-NORMAL-SIGN(WS-ACCOUNT-INDEX) = 'C'
                       MOVE -1 TO WS-SIGN-FACTOR
                   WHEN ACT-NORMAL-SIGN(WS-ACCOUNT-INDEX) = 'D'
                       MOVE 1 TO WS-SIGN-FACTOR
                   WHEN SEC-SIDE(WS-SECTION-INDEX) = 'C'
                       MOVE -1 TO WS-SIGN-FACTOR
                   WHEN OTHER
                       MOVE 1 TO WS-SIGN-FACTOR
               END-EVALUATE
               MOVE SPACES TO WS-LINE-LABEL
               STRING '  ' ACT-ACCOUNT-NUMBER(WS-ACCOUNT-INDEX) ' '
                   ACT-DESCRIPTION(WS-ACCOUNT-INDEX)
                   DELIMITED BY SIZE INTO WS-LINE-LABEL
               PERFORM PRINT-AMOUNT-LINE
           END-IF.

      *---------------------------------------------------------------
      * Prints the income statement accounts' share of equity: their
      * balance at the last fiscal year end as retained earnings,
      * and what they have added since as current-year net income.

       PRINT-EQUITY-EARNINGS.
           MOVE 0 TO WS-LINE-AMOUNT(1)
           MOVE 0 TO WS-LINE-AMOUNT(2)
           PERFORM VARYING WS-ACCOUNT-INDEX FROM 1 BY 1
                   UNTIL WS-ACCOUNT-INDEX > WS-ACCOUNT-COUNT
               IF ACT-STATEMENT(WS-ACCOUNT-INDEX) = 'I'
                   AND ACT-SECTION-INDEX(WS-ACCOUNT-INDEX) > 0
                   ADD ACT-CLOSING(WS-ACCOUNT-INDEX, 3)
                       TO WS-LINE-AMOUNT(1)
                   ADD ACT-CLOSING(WS-ACCOUNT-INDEX, 4)
                       TO WS-LINE-AMOUNT(2)
               END-IF
           END-PERFORM
           ADD WS-LINE-AMOUNT(1) TO WS-SECTION-TOTAL(1)
           ADD WS-LINE-AMOUNT(2) TO WS-SECTION-TOTAL(2)
           MOVE '  RETAINED EARNINGS - PRIOR YEARS' TO WS-LINE-LABEL
           MOVE -1 TO WS-SIGN-FACTOR
           PERFORM PRINT-AMOUNT-LINE
           MOVE 0 TO WS-LINE-AMOUNT(1)
           MOVE 0 TO WS-LINE-AMOUNT(2)
           PERFORM VARYING WS-ACCOUNT-INDEX FROM 1 BY 1
                   UNTIL WS-ACCOUNT-INDEX > WS-ACCOUNT-COUNT
               IF ACT-STATEMENT(WS-ACCOUNT-INDEX) = 'I'
                   AND ACT-SECTION-INDEX(WS-ACCOUNT-INDEX) > 0
                   COMPUTE WS-LINE-AMOUNT(1) = WS-LINE-AMOUNT(1)
                       + ACT-CLOSING(WS-ACCOUNT-INDEX, 1)
                       - ACT-CLOSING(WS-ACCOUNT-INDEX, 3)
                   COMPUTE WS-LINE-AMOUNT(2) = WS-LINE-AMOUNT(2)
                       + ACT-CLOSING(WS-ACCOUNT-INDEX, 2)
                       - ACT-CLOSING(WS-ACCOUNT-INDEX, 4)
               END-IF
           END-PERFORM
           ADD WS-LINE-AMOUNT(1) TO WS-SECTION-TOTAL(1)
           ADD WS-LINE-AMOUNT(2) TO WS-SECTION-TOTAL(2)
           MOVE '  NET INCOME - CURRENT YEAR' TO WS-LINE-LABEL
           PERFORM PRINT-AMOUNT-LINE.

      *---------------------------------------------------------------
      * Prints WS-LINE-LABEL with the first WS-COLUMN-COUNT line
      * amounts, each turned to its printing side by WS-SIGN-FACTOR.

       PRINT-AMOUNT-LINE.
           MOVE SPACES TO STATEMENT-LINE
           MOVE WS-LINE-LABEL TO STATEMENT-LINE(1:36)
           PERFORM VARYING WS-COLUMN FROM 1 BY 1
                   UNTIL WS-COLUMN > WS-COLUMN-COUNT
               COMPUTE RPT-AMOUNT-EDITED =
                   WS-LINE-AMOUNT(WS-COLUMN) * WS-SIGN-FACTOR
               MOVE RPT-AMOUNT-EDITED
                   TO STATEMENT-LINE(22 + (WS-COLUMN * 16):15)
           END-PERFORM
           WRITE STATEMENT-LINE.

      *---------------------------------------------------------------
      * Lists every account with a balance or activity that the
      * chart does not place on a statement, and logs each one -
      * money the statements cannot show.

       PRINT-UNCLASSIFIED-ACCOUNTS.
           PERFORM VARYING WS-ACCOUNT-INDEX FROM 1 BY 1
                   UNTIL WS-ACCOUNT-INDEX > WS-ACCOUNT-COUNT
               IF ACT-SECTION-INDEX(WS-ACCOUNT-INDEX) = 0
                   AND (ACT-CLOSING(WS-ACCOUNT-INDEX, 1) NOT = 0
                     OR ACT-CLOSING(WS-ACCOUNT-INDEX, 2) NOT = 0)
                   IF WS-UNCLASSIFIED-COUNT = 0
                       MOVE SPACES TO STATEMENT-LINE
                       MOVE '*** ACCOUNTS NOT CLASSIFIED ON THE CHART '
                           TO STATEMENT-LINE
                       MOVE '- NOT ON EITHER STATEMENT ***'
                           TO STATEMENT-LINE(42:29)
                       WRITE STATEMENT-LINE
                   END-IF
                   ADD 1 TO WS-UNCLASSIFIED-COUNT
                   MOVE 'N' TO WS-FOOT-FLAG
                   MOVE SPACES TO WS-LINE-LABEL
                   STRING '  ' ACT-ACCOUNT-NUMBER(WS-ACCOUNT-INDEX) ' '
                       ACT-DESCRIPTION(WS-ACCOUNT-INDEX)
                       DELIMITED BY SIZE INTO WS-LINE-LABEL
                   MOVE ACT-CLOSING(WS-ACCOUNT-INDEX, 1)
                       TO WS-LINE-AMOUNT(1)
                   MOVE ACT-CLOSING(WS-ACCOUNT-INDEX, 2)
                       TO WS-LINE-AMOUNT(2)
                   MOVE 2 TO WS-COLUMN-COUNT
                   MOVE 1 TO WS-SIGN-FACTOR
                   PERFORM PRINT-AMOUNT-LINE
                   MOVE 'PRINT-UNCLASSIFIED-ACCOUNTS'
                       TO WS-ERR-PARAGRAPH-NAME
                   MOVE 'GL account has no statement classification'
                       TO WS-ERR-DESCRIPTION
                   MOVE ACT-ACCOUNT-NUMBER(WS-ACCOUNT-INDEX)
                       TO WS-ERR-OFFENDING-DATA
                   PERFORM LOG-FINSTMT-ERROR
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Proves the statements against the trial balance at the
      * period end: the ledger's debit and credit balances must
      * agree, and total assets must equal total liabilities and
      * equity.

       PRINT-STATEMENT-PROOF.
           PERFORM VARYING WS-ACCOUNT-INDEX FROM 1 BY 1
                   UNTIL WS-ACCOUNT-INDEX > WS-ACCOUNT-COUNT
               IF ACT-CLOSING(WS-ACCOUNT-INDEX, 1) > 0
                   ADD ACT-CLOSING(WS-ACCOUNT-INDEX, 1)
                       TO WS-TB-DEBITS
               ELSE
                   SUBTRACT ACT-CLOSING(WS-ACCOUNT-INDEX, 1)
                       FROM WS-TB-CREDITS
               END-IF
           END-PERFORM
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           MOVE 'TRIAL BALANCE AT PERIOD END - DEBITS'
               TO STATEMENT-LINE(1:36)
           MOVE WS-TB-DEBITS TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED TO STATEMENT-LINE(38:15)
           MOVE 'CREDITS' TO STATEMENT-LINE(56:7)
           MOVE WS-TB-CREDITS TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED TO STATEMENT-LINE(64:15)
           WRITE STATEMENT-LINE
           COMPUTE WS-FOOT-DIFFERENCE =
               WS-ASSET-TOTAL(1) + WS-LIAB-EQUITY-TOTAL(1)
           IF WS-TB-DEBITS NOT = WS-TB-CREDITS
               OR WS-FOOT-DIFFERENCE NOT = 0
               MOVE 'N' TO WS-FOOT-FLAG
           END-IF
           MOVE SPACES TO STATEMENT-LINE
           IF STATEMENTS-FOOT
               MOVE 'STATEMENTS FOOT TO THE TRIAL BALANCE'
                   TO STATEMENT-LINE
           ELSE
               MOVE WS-FOOT-DIFFERENCE TO RPT-AMOUNT-EDITED
               STRING '*** STATEMENTS DO NOT FOOT - ASSETS LESS '
                   'LIABILITIES AND EQUITY ' RPT-AMOUNT-EDITED ' ***'
                   DELIMITED BY SIZE INTO STATEMENT-LINE
           END-IF
           WRITE STATEMENT-LINE.
