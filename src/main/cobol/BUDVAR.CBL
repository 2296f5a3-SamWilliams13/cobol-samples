      *****************************************************************
      * Program name:    BUDVAR
      * Original author: Dave Nicolette
      *
      * Monthly budget-versus-actual report by GL account.
      *
      * Compares the actual activity GLPOST keeps by period on
      * GL-BALANCE-FILE to the budget BUDMAINT keeps on BUDGET-FILE,
      * for one fiscal month (YYYYMM) and for the fiscal year to
      * date through it. Actuals are turned to the side each
      * account's balance normally sits on, per the chart, so they
      * compare straight against the budget: dollar variance is
      * actual less budget, percent variance is that over the
      * budget, and an income statement account's variance is
      * marked F (favorable) or U (unfavorable) by whether the
      * account earns or spends. Every budgeted account, and every
      * income statement account with activity whether budgeted or
      * not, prints on BUDGET-VARIANCE-REPORT. An account whose
      * month or year-to-date variance is over both the percent and
      * the dollar threshold below is flagged there and listed again
      * on BUDGET-EXCEPTION-REPORT, the short list department heads
      * actually read.
      *
      * The period comes from BUDGET-VARIANCE-CONTROL or, when that
      * is empty, an operator prompt - the same control-file-with-
      * prompt fallback FINSTMT uses. A period not yet closed on
      * ACCOUNTING-PERIOD-FILE prints marked preliminary.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BUDVAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-BALANCE-FILE ASSIGN TO "GL-BALANCE-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-FILE-STATUS.
           SELECT BUDGET-FILE ASSIGN TO "BUDGET-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-FILE-STATUS.
           SELECT CHART-OF-ACCOUNTS-FILE
               ASSIGN TO "CHART-OF-ACCOUNTS-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUDGET-VARIANCE-CONTROL-FILE
               ASSIGN TO "BUDGET-VARIANCE-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT BUDGET-VARIANCE-REPORT
               ASSIGN TO "BUDGET-VARIANCE-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUDGET-EXCEPTION-REPORT
               ASSIGN TO "BUDGET-EXCEPTION-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-BALANCE-FILE.
       COPY GLBAL.

       FD  BUDGET-FILE.
       COPY BUDGET.

       FD  CHART-OF-ACCOUNTS-FILE.
       COPY CHARTACC.

       FD  BUDGET-VARIANCE-CONTROL-FILE.
       01  BUDGET-VARIANCE-CONTROL-RECORD.
           05  BVC-PERIOD               PIC X(06).

       FD  BUDGET-VARIANCE-REPORT.
       01  VARIANCE-LINE                PIC X(132).

       FD  BUDGET-EXCEPTION-REPORT.
       01  EXCEPTION-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILLER.
           05  WS-BALANCE-FILE-STATUS   PIC XX.
           05  WS-BUDGET-FILE-STATUS    PIC XX.
           05  WS-CONTROL-FILE-STATUS   PIC XX.
           05  WS-BALANCE-EOF-FLAG      PIC X VALUE 'N'.
               88  END-OF-BALANCE-FILE      VALUE 'Y'.
           05  WS-BUDGET-EOF-FLAG       PIC X VALUE 'N'.
               88  END-OF-BUDGET-FILE       VALUE 'Y'.
           05  WS-CHART-EOF-FLAG        PIC X VALUE 'N'.
               88  END-OF-CHART-FILE        VALUE 'Y'.
           05  WS-CONTROL-SUPPLIED-FLAG PIC X VALUE 'N'.
               88  VARIANCE-CONTROL-SUPPLIED VALUE 'Y'.
           05  WS-CAPACITY-FLAG         PIC X VALUE 'N'.
               88  A-TABLE-IS-OVER-CAPACITY VALUE 'Y'.
           05  WS-PERIOD-OPEN-FLAG      PIC X.
               88  VARIANCE-PERIOD-IS-OPEN  VALUE 'Y'.
           05  WS-ACCOUNT-FOUND-FLAG    PIC X.
               88  ACCOUNT-WAS-FOUND        VALUE 'Y'.
           05  WS-EXCEEDS-FLAG          PIC X.
               88  VARIANCE-EXCEEDS-THRESHOLD VALUE 'Y'.
           05  WS-ACCOUNT-COUNT         PIC S9(04) VALUE 0.
           05  WS-CHART-COUNT           PIC S9(04) VALUE 0.
           05  WS-PRINTED-COUNT         PIC S9(04) VALUE 0.
           05  WS-FLAGGED-COUNT         PIC S9(04) VALUE 0.
           05  WS-ACCOUNT-INDEX         PIC S9(04).
           05  WS-SHIFT-INDEX           PIC S9(04).
           05  WS-COLUMN                PIC S9(04).
           05  WS-PRINT-POSITION        PIC S9(04).
           05  WS-RUN-DATE              PIC X(08).
           05  WS-CHECK-DATE            PIC X(08).
           05  WS-PERIOD-MONTH          PIC 9(02).
           05  WS-LOOKUP-ACCOUNT        PIC X(08).
           05  WS-ACTIVITY-AMOUNT       PIC S9(11)V99.
           05  WS-BUDGET-AMOUNT         PIC S9(11)V99.
           05  WS-ACTUAL-AMOUNT         PIC S9(11)V99.
           05  WS-VARIANCE-AMOUNT       PIC S9(11)V99.
           05  WS-ABSOLUTE-VARIANCE     PIC S9(11)V99.
           05  WS-ABSOLUTE-BUDGET       PIC S9(11)V99.
           05  WS-VARIANCE-PCT          PIC S9(05)V9.
      * The report month and the first month of its fiscal year.
           05  WS-REPORT-PERIOD         PIC X(06).
           05  WS-FY-START              PIC X(06).
           05  WS-CALC-PERIOD.
               10  WS-CALC-YEAR         PIC 9(04).
               10  WS-CALC-MONTH        PIC 9(02).
      * First month of the fiscal year, as FINSTMT has it. Year-to-
      * date columns start from it.
           05  FISCAL-YEAR-START-MONTH  PIC 9(02) VALUE 01.
      * A variance is flagged only when it is over BOTH thresholds,
      * so a 40% miss on a $200 account and a $1,500 miss on a
      * $900,000 account both stay off the exception list. An
      * account with no budget has no percent and is flagged on the
      * dollar threshold alone.
           05  VARIANCE-THRESHOLD-PCT   PIC 9(03)V99 VALUE 10.00.
           05  VARIANCE-THRESHOLD-AMT   PIC 9(07)V99 VALUE 1000.00.

       01  WS-ERROR-LOG-FIELDS.
           05  WS-ERR-PROGRAM-NAME      PIC X(08) VALUE 'BUDVAR'.
           05  WS-ERR-PARAGRAPH-NAME    PIC X(30).
           05  WS-ERR-DESCRIPTION       PIC X(60).
           05  WS-ERR-OFFENDING-DATA    PIC X(30).

       01  RPT-AMOUNT-EDITED            PIC Z(8)9.99-.
       01  RPT-PCT-EDITED               PIC ZZZ9.9-.
       01  RPT-COUNT-EDITED             PIC ZZZ9.

       01  CHART-TABLE.
           05  CHART-ENTRY OCCURS 1 TO 300 TIMES
                   DEPENDING ON WS-CHART-COUNT
                   INDEXED BY CHART-IDX.
               10  CHT-ACCOUNT-NUMBER   PIC X(08).
               10  CHT-DESCRIPTION      PIC X(30).
               10  CHT-STATEMENT        PIC X(01).
               10  CHT-NORMAL-SIGN      PIC X(01).

      * One entry per account reported, in account order. Column 1
      * is the month, column 2 the year to date; amounts are on the
      * account's normal side.
       01  ACCOUNT-TABLE.
           05  ACCOUNT-ENTRY OCCURS 1 TO 300 TIMES
                   DEPENDING ON WS-ACCOUNT-COUNT.
               10  ACT-ACCOUNT-NUMBER   PIC X(08).
               10  ACT-DESCRIPTION      PIC X(30).
               10  ACT-STATEMENT        PIC X(01).
               10  ACT-NORMAL-SIGN      PIC X(01).
               10  ACT-BUDGETED-FLAG    PIC X(01).
                   88  ACT-IS-BUDGETED      VALUE 'Y'.
               10  ACT-FLAGGED-FLAG     PIC X(01).
                   88  ACT-IS-FLAGGED       VALUE 'Y'.
               10  ACT-BUDGET OCCURS 2 TIMES PIC S9(11)V99.
               10  ACT-ACTUAL OCCURS 2 TIMES PIC S9(11)V99.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           CALL 'BUSDATE' USING WS-RUN-DATE
           END-CALL
           PERFORM LOAD-VARIANCE-CONTROL
           IF NOT VARIANCE-CONTROL-SUPPLIED
               DISPLAY 'Enter budget report period (YYYYMM):'
               ACCEPT WS-REPORT-PERIOD
           END-IF
           PERFORM VALIDATE-REPORT-PERIOD
           MOVE WS-REPORT-PERIOD TO WS-CALC-PERIOD
           IF WS-CALC-MONTH < FISCAL-YEAR-START-MONTH
               SUBTRACT 1 FROM WS-CALC-YEAR
           END-IF
           MOVE FISCAL-YEAR-START-MONTH TO WS-CALC-MONTH
           MOVE WS-CALC-PERIOD TO WS-FY-START
           PERFORM LOAD-CHART-OF-ACCOUNTS
           PERFORM LOAD-BUDGET-FILE
           PERFORM LOAD-GL-ACTUALS
           IF A-TABLE-IS-OVER-CAPACITY
               DISPLAY 'BUDVAR: the account table is over capacity '
                   '- no report printed'
               MOVE 'MAIN-LOGIC' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'account base exceeds variance table capacity'
                   TO WS-ERR-DESCRIPTION
               MOVE SPACES TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-BUDVAR-ERROR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-REPORT-PERIOD TO WS-CHECK-DATE(1:6)
           MOVE '01' TO WS-CHECK-DATE(7:2)
           CALL 'PERDCHK' USING WS-CHECK-DATE WS-PERIOD-OPEN-FLAG
           END-CALL
           OPEN OUTPUT BUDGET-VARIANCE-REPORT
           OPEN OUTPUT BUDGET-EXCEPTION-REPORT
           PERFORM PRINT-REPORT-HEADINGS
           PERFORM VARYING WS-ACCOUNT-INDEX FROM 1 BY 1
                   UNTIL WS-ACCOUNT-INDEX > WS-ACCOUNT-COUNT
               PERFORM PRINT-ONE-ACCOUNT
           END-PERFORM
           PERFORM PRINT-REPORT-TOTALS
           CLOSE BUDGET-VARIANCE-REPORT
           CLOSE BUDGET-EXCEPTION-REPORT
           DISPLAY 'BUDVAR: ' WS-PRINTED-COUNT ' account(s) reported '
               'for ' WS-REPORT-PERIOD ', ' WS-FLAGGED-COUNT
               ' over the variance threshold'
           GOBACK.

      *---------------------------------------------------------------
      * Calls the shared LOGERROR routine to append one record to
      * ERROR-LOG-FILE for the problem just found. WS-ERR-PARAGRAPH-
      * NAME, WS-ERR-DESCRIPTION and WS-ERR-OFFENDING-DATA must be set
      * by the calling paragraph before this is performed.

       LOG-BUDVAR-ERROR.
           CALL 'LOGERROR' USING WS-ERR-PROGRAM-NAME
               WS-ERR-PARAGRAPH-NAME WS-ERR-DESCRIPTION
               WS-ERR-OFFENDING-DATA
           END-CALL.

      *---------------------------------------------------------------
      * Lets the scheduler supply the period via the control file
      * instead of a prompt, consuming the record and clearing the
      * file the way PERCLOSE consumes its close control.

       LOAD-VARIANCE-CONTROL.
           OPEN INPUT BUDGET-VARIANCE-CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS = '00'
               READ BUDGET-VARIANCE-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BVC-PERIOD NOT = SPACES
                           MOVE BVC-PERIOD TO WS-REPORT-PERIOD
                           SET VARIANCE-CONTROL-SUPPLIED TO TRUE
                       END-IF
               END-READ
               CLOSE BUDGET-VARIANCE-CONTROL-FILE
           END-IF
           IF VARIANCE-CONTROL-SUPPLIED
               OPEN OUTPUT BUDGET-VARIANCE-CONTROL-FILE
               CLOSE BUDGET-VARIANCE-CONTROL-FILE
           END-IF.

      *---------------------------------------------------------------
      * Refuses a period that is not a real YYYYMM.

       VALIDATE-REPORT-PERIOD.
           IF WS-REPORT-PERIOD NOT NUMERIC
               PERFORM REFUSE-BAD-PERIOD
           ELSE
               MOVE WS-REPORT-PERIOD(5:2) TO WS-PERIOD-MONTH
               IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
                   PERFORM REFUSE-BAD-PERIOD
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Reports, logs, and abandons a request for a period that does
      * not parse.

       REFUSE-BAD-PERIOD.
           DISPLAY 'BUDVAR: ' WS-REPORT-PERIOD ' is not a valid '
               'YYYYMM period - no report printed'
           MOVE 'VALIDATE-REPORT-PERIOD' TO WS-ERR-PARAGRAPH-NAME
           MOVE 'budget report period is not a valid YYYYMM'
               TO WS-ERR-DESCRIPTION
           MOVE WS-REPORT-PERIOD TO WS-ERR-OFFENDING-DATA
           PERFORM LOG-BUDVAR-ERROR
           MOVE 8 TO RETURN-CODE
           GOBACK.

      *---------------------------------------------------------------
      * Loads each account's description, statement, and normal
      * side. The chart holds one record per posting key, so an
      * account two keys share appears twice; the first record wins.

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
               MOVE COA-NORMAL-SIGN TO CHT-NORMAL-SIGN(WS-CHART-COUNT)
           END-IF.

      *---------------------------------------------------------------
      * Rolls each budget month inside the fiscal year to date into
      * its account's month and year-to-date budget.

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
                       IF BUD-PERIOD NOT < WS-FY-START
                           AND BUD-PERIOD NOT > WS-REPORT-PERIOD
                           MOVE BUD-ACCOUNT-NUMBER
                               TO WS-LOOKUP-ACCOUNT
                           PERFORM FIND-OR-ADD-ACCOUNT
                           IF A-TABLE-IS-OVER-CAPACITY
                               SET END-OF-BUDGET-FILE TO TRUE
                           ELSE
                               PERFORM ROLL-IN-ONE-BUDGET
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BUDGET-FILE-STATUS = '00' OR '10'
               CLOSE BUDGET-FILE
           END-IF.

      *---------------------------------------------------------------
      * Adds one budget month to its account's columns.

       ROLL-IN-ONE-BUDGET.
           MOVE 'Y' TO ACT-BUDGETED-FLAG(WS-ACCOUNT-INDEX)
           IF BUD-PERIOD = WS-REPORT-PERIOD
               ADD BUD-AMOUNT TO ACT-BUDGET(WS-ACCOUNT-INDEX, 1)
           END-IF
           ADD BUD-AMOUNT TO ACT-BUDGET(WS-ACCOUNT-INDEX, 2).

      *---------------------------------------------------------------
      * Rolls each account-period's activity inside the fiscal year
      * to date into its account's actual columns. A balance sheet
      * account is only reported when it carries a budget; an
      * income statement account is reported whenever it has
      * activity, so unbudgeted spending shows up.

       LOAD-GL-ACTUALS.
           OPEN INPUT GL-BALANCE-FILE
           IF WS-BALANCE-FILE-STATUS NOT = '00'
               SET END-OF-BALANCE-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-BALANCE-FILE
               READ GL-BALANCE-FILE
                   AT END
                       SET END-OF-BALANCE-FILE TO TRUE
                   NOT AT END
                       IF GLB-PERIOD NOT = SPACES
                           AND GLB-PERIOD NOT < WS-FY-START
                           AND GLB-PERIOD NOT > WS-REPORT-PERIOD
                           PERFORM ROLL-IN-ONE-ACTUAL
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BALANCE-FILE-STATUS = '00' OR '10'
               CLOSE GL-BALANCE-FILE
           END-IF.

      *---------------------------------------------------------------
      * Turns one period's net activity to the account's normal
      * side and adds it to the month and year-to-date actuals.

       ROLL-IN-ONE-ACTUAL.
           COMPUTE WS-ACTIVITY-AMOUNT =
               GLB-PERIOD-DEBITS - GLB-PERIOD-CREDITS
           MOVE GLB-ACCOUNT-NUMBER TO WS-LOOKUP-ACCOUNT
           PERFORM FIND-ACCOUNT
           IF NOT ACCOUNT-WAS-FOUND
               AND WS-ACTIVITY-AMOUNT NOT = 0
               SET CHART-IDX TO 1
               SEARCH CHART-ENTRY
                   AT END
                       CONTINUE
                   WHEN CHT-ACCOUNT-NUMBER(CHART-IDX)
                           = GLB-ACCOUNT-NUMBER
                       IF CHT-STATEMENT(CHART-IDX) = 'I'
                           PERFORM FIND-OR-ADD-ACCOUNT
                       END-IF
               END-SEARCH
           END-IF
           IF ACCOUNT-WAS-FOUND AND NOT A-TABLE-IS-OVER-CAPACITY
               IF ACT-NORMAL-SIGN(WS-ACCOUNT-INDEX) = 'C'
                   MULTIPLY -1 BY WS-ACTIVITY-AMOUNT
               END-IF
               IF GLB-PERIOD = WS-REPORT-PERIOD
                   ADD WS-ACTIVITY-AMOUNT
                       TO ACT-ACTUAL(WS-ACCOUNT-INDEX, 1)
               END-IF
               ADD WS-ACTIVITY-AMOUNT
                   TO ACT-ACTUAL(WS-ACCOUNT-INDEX, 2)
           END-IF.

      *---------------------------------------------------------------
      * Looks up WS-LOOKUP-ACCOUNT. When found, WS-ACCOUNT-INDEX
      * points at it; when not, WS-ACCOUNT-INDEX is the slot it
      * belongs in to keep the table in account order.

       FIND-ACCOUNT.
           MOVE 'N' TO WS-ACCOUNT-FOUND-FLAG
           MOVE 1 TO WS-ACCOUNT-INDEX
           PERFORM UNTIL WS-ACCOUNT-INDEX > WS-ACCOUNT-COUNT
                   OR ACT-ACCOUNT-NUMBER(WS-ACCOUNT-INDEX)
                       NOT < WS-LOOKUP-ACCOUNT
               ADD 1 TO WS-ACCOUNT-INDEX
           END-PERFORM
           IF WS-ACCOUNT-INDEX NOT > WS-ACCOUNT-COUNT
               IF ACT-ACCOUNT-NUMBER(WS-ACCOUNT-INDEX)
                       = WS-LOOKUP-ACCOUNT
                   SET ACCOUNT-WAS-FOUND TO TRUE
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Points WS-ACCOUNT-INDEX at WS-LOOKUP-ACCOUNT, opening an
      * entry with its chart description and sign the first time.
      * An account the chart does not know is reported under its
      * number on the debit side.

       FIND-OR-ADD-ACCOUNT.
           PERFORM FIND-ACCOUNT
           IF NOT ACCOUNT-WAS-FOUND
               IF WS-ACCOUNT-COUNT = 300
                   SET A-TABLE-IS-OVER-CAPACITY TO TRUE
               ELSE
                   ADD 1 TO WS-ACCOUNT-COUNT
                   PERFORM VARYING WS-SHIFT-INDEX
                           FROM WS-ACCOUNT-COUNT BY -1
                           UNTIL WS-SHIFT-INDEX <= WS-ACCOUNT-INDEX
                       MOVE ACCOUNT-ENTRY(WS-SHIFT-INDEX - 1)
                           TO ACCOUNT-ENTRY(WS-SHIFT-INDEX)
                   END-PERFORM
                   PERFORM OPEN-ACCOUNT-ENTRY
                   SET ACCOUNT-WAS-FOUND TO TRUE
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Fills the new entry at WS-ACCOUNT-INDEX from the chart.

       OPEN-ACCOUNT-ENTRY.
           MOVE WS-LOOKUP-ACCOUNT
               TO ACT-ACCOUNT-NUMBER(WS-ACCOUNT-INDEX)
           MOVE 'NOT ON CHART OF ACCOUNTS'
               TO ACT-DESCRIPTION(WS-ACCOUNT-INDEX)
           MOVE SPACES TO ACT-STATEMENT(WS-ACCOUNT-INDEX)
           MOVE 'D' TO ACT-NORMAL-SIGN(WS-ACCOUNT-INDEX)
           MOVE 'N' TO ACT-BUDGETED-FLAG(WS-ACCOUNT-INDEX)
           MOVE 'N' TO ACT-FLAGGED-FLAG(WS-ACCOUNT-INDEX)
           PERFORM VARYING WS-COLUMN FROM 1 BY 1 UNTIL WS-COLUMN > 2
               MOVE 0 TO ACT-BUDGET(WS-ACCOUNT-INDEX, WS-COLUMN)
               MOVE 0 TO ACT-ACTUAL(WS-ACCOUNT-INDEX, WS-COLUMN)
           END-PERFORM
           SET CHART-IDX TO 1
           SEARCH CHART-ENTRY
               AT END
                   CONTINUE
               WHEN CHT-ACCOUNT-NUMBER(CHART-IDX) = WS-LOOKUP-ACCOUNT
                   MOVE CHT-DESCRIPTION(CHART-IDX)
                       TO ACT-DESCRIPTION(WS-ACCOUNT-INDEX)
                   MOVE CHT-STATEMENT(CHART-IDX)
                       TO ACT-STATEMENT(WS-ACCOUNT-INDEX)
                   IF CHT-NORMAL-SIGN(CHART-IDX) = 'C'
                       MOVE 'C' TO ACT-NORMAL-SIGN(WS-ACCOUNT-INDEX)
                   END-IF
           END-SEARCH.

      *---------------------------------------------------------------
      * Prints the standard report heading and the column headings
      * on both reports.

       PRINT-REPORT-HEADINGS.
           MOVE SPACES TO VARIANCE-LINE
           STRING 'ACME DISTRIBUTING CO.' DELIMITED BY SIZE
               INTO VARIANCE-LINE
           WRITE VARIANCE-LINE
           MOVE VARIANCE-LINE TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE SPACES TO VARIANCE-LINE
           STRING 'BUDGET VERSUS ACTUAL - PERIOD ' WS-REPORT-PERIOD
               ' - RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO VARIANCE-LINE
           WRITE VARIANCE-LINE
           MOVE SPACES TO EXCEPTION-LINE
           STRING 'BUDGET VARIANCE EXCEPTIONS - PERIOD '
               WS-REPORT-PERIOD ' - RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           IF VARIANCE-PERIOD-IS-OPEN
               MOVE 'PRELIMINARY - PERIOD NOT YET CLOSED'
                   TO VARIANCE-LINE
               WRITE VARIANCE-LINE
               MOVE VARIANCE-LINE TO EXCEPTION-LINE
               WRITE EXCEPTION-LINE
           END-IF
           MOVE SPACES TO EXCEPTION-LINE
           MOVE VARIANCE-THRESHOLD-PCT TO RPT-PCT-EDITED
           MOVE VARIANCE-THRESHOLD-AMT TO RPT-AMOUNT-EDITED
           STRING 'ACCOUNTS WHOSE MONTH OR YEAR-TO-DATE VARIANCE IS '
               'OVER ' RPT-PCT-EDITED '% AND OVER ' RPT-AMOUNT-EDITED
               DELIMITED BY SIZE INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE SPACES TO VARIANCE-LINE
           WRITE VARIANCE-LINE
           MOVE VARIANCE-LINE TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE SPACES TO VARIANCE-LINE
           MOVE '---------------- MONTH ' TO VARIANCE-LINE(29:23)
           MOVE WS-REPORT-PERIOD TO VARIANCE-LINE(52:6)
           MOVE ' ---------------' TO VARIANCE-LINE(58:16)
           MOVE '------------- YEAR TO DATE ' TO VARIANCE-LINE(81:27)
           MOVE WS-FY-START TO VARIANCE-LINE(108:6)
           MOVE '-' TO VARIANCE-LINE(114:1)
           MOVE WS-REPORT-PERIOD TO VARIANCE-LINE(115:6)
           MOVE ' ----------' TO VARIANCE-LINE(121:11)
           WRITE VARIANCE-LINE
           MOVE VARIANCE-LINE TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE SPACES TO VARIANCE-LINE
           MOVE 'ACCOUNT  DESCRIPTION' TO VARIANCE-LINE(1:20)
           MOVE 'BUDGET' TO VARIANCE-LINE(36:6)
           MOVE 'ACTUAL' TO VARIANCE-LINE(50:6)
           MOVE 'VARIANCE' TO VARIANCE-LINE(62:8)
           MOVE 'PCT' TO VARIANCE-LINE(75:3)
           MOVE 'BUDGET' TO VARIANCE-LINE(88:6)
           MOVE 'ACTUAL' TO VARIANCE-LINE(102:6)
           MOVE 'VARIANCE' TO VARIANCE-LINE(114:8)
           MOVE 'PCT' TO VARIANCE-LINE(127:3)
           WRITE VARIANCE-LINE
           MOVE VARIANCE-LINE TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE.

      *---------------------------------------------------------------
      * Prints one account's month and year-to-date comparison,
      * flagged with an asterisk in the last column when either is
      * over the thresholds, and copies a flagged line to the
      * exception list. An account with nothing budgeted and nothing
      * spent is left off.

       PRINT-ONE-ACCOUNT.
           IF ACT-BUDGET(WS-ACCOUNT-INDEX, 1) = 0
               AND ACT-BUDGET(WS-ACCOUNT-INDEX, 2) = 0
               AND ACT-ACTUAL(WS-ACCOUNT-INDEX, 1) = 0
               AND ACT-ACTUAL(WS-ACCOUNT-INDEX, 2) = 0
               CONTINUE
           ELSE
               ADD 1 TO WS-PRINTED-COUNT
               MOVE SPACES TO VARIANCE-LINE
               MOVE ACT-ACCOUNT-NUMBER(WS-ACCOUNT-INDEX)
                   TO VARIANCE-LINE(1:8)
               MOVE ACT-DESCRIPTION(WS-ACCOUNT-INDEX)
                   TO VARIANCE-LINE(10:18)
               PERFORM VARYING WS-COLUMN FROM 1 BY 1
                       UNTIL WS-COLUMN > 2
                   PERFORM PRINT-ONE-COMPARISON
               END-PERFORM
               IF ACT-IS-FLAGGED(WS-ACCOUNT-INDEX)
                   ADD 1 TO WS-FLAGGED-COUNT
                   MOVE '*' TO VARIANCE-LINE(132:1)
                   MOVE VARIANCE-LINE TO EXCEPTION-LINE
                   WRITE EXCEPTION-LINE
               END-IF
               WRITE VARIANCE-LINE
           END-IF.

      *---------------------------------------------------------------
      * Fills one column group - month or year to date - of the line
      * being built: budget, actual, dollar and percent variance,
      * and the favorable/unfavorable mark, and flags the account
      * when the variance is over the thresholds.

       PRINT-ONE-COMPARISON.
           COMPUTE WS-PRINT-POSITION = 29 + ((WS-COLUMN - 1) * 52)
           MOVE ACT-BUDGET(WS-ACCOUNT-INDEX, WS-COLUMN)
               TO WS-BUDGET-AMOUNT
           MOVE ACT-ACTUAL(WS-ACCOUNT-INDEX, WS-COLUMN)
               TO WS-ACTUAL-AMOUNT
           COMPUTE WS-VARIANCE-AMOUNT =
               WS-ACTUAL-AMOUNT - WS-BUDGET-AMOUNT
           MOVE WS-BUDGET-AMOUNT TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED
               TO VARIANCE-LINE(WS-PRINT-POSITION:13)
           MOVE WS-ACTUAL-AMOUNT TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED
               TO VARIANCE-LINE(WS-PRINT-POSITION + 14:13)
           MOVE WS-VARIANCE-AMOUNT TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED
               TO VARIANCE-LINE(WS-PRINT-POSITION + 28:13)
           IF WS-VARIANCE-AMOUNT < 0
               COMPUTE WS-ABSOLUTE-VARIANCE = 0 - WS-VARIANCE-AMOUNT
           ELSE
               MOVE WS-VARIANCE-AMOUNT TO WS-ABSOLUTE-VARIANCE
           END-IF
           IF WS-BUDGET-AMOUNT < 0
               COMPUTE WS-ABSOLUTE-BUDGET = 0 - WS-BUDGET-AMOUNT
           ELSE
               MOVE WS-BUDGET-AMOUNT TO WS-ABSOLUTE-BUDGET
           END-IF
           MOVE 'N' TO WS-EXCEEDS-FLAG
           IF WS-ABSOLUTE-BUDGET = 0
               MOVE '    N/A' TO VARIANCE-LINE(WS-PRINT-POSITION + 42:7)
               IF WS-ABSOLUTE-VARIANCE > VARIANCE-THRESHOLD-AMT
                   SET VARIANCE-EXCEEDS-THRESHOLD TO TRUE
               END-IF
           ELSE
               COMPUTE WS-VARIANCE-PCT ROUNDED =
                   WS-VARIANCE-AMOUNT * 100 / WS-ABSOLUTE-BUDGET
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-VARIANCE-PCT
               END-COMPUTE
               IF WS-VARIANCE-PCT > 9999.9 OR WS-VARIANCE-PCT < -9999.9
                   MOVE '  *****'
                       TO VARIANCE-LINE(WS-PRINT-POSITION + 42:7)
               ELSE
                   MOVE WS-VARIANCE-PCT TO RPT-PCT-EDITED
                   MOVE RPT-PCT-EDITED
                       TO VARIANCE-LINE(WS-PRINT-POSITION + 42:7)
               END-IF
               IF WS-ABSOLUTE-VARIANCE > VARIANCE-THRESHOLD-AMT
                   AND WS-ABSOLUTE-VARIANCE * 100
                       > VARIANCE-THRESHOLD-PCT * WS-ABSOLUTE-BUDGET
                   SET VARIANCE-EXCEEDS-THRESHOLD TO TRUE
               END-IF
           END-IF
           IF ACT-STATEMENT(WS-ACCOUNT-INDEX) = 'I'
               AND WS-VARIANCE-AMOUNT NOT = 0
               IF (ACT-NORMAL-SIGN(WS-ACCOUNT-INDEX) = 'C'
                       AND WS-VARIANCE-AMOUNT > 0)
                   OR (ACT-NORMAL-SIGN(WS-ACCOUNT-INDEX) = 'D'
                       AND WS-VARIANCE-AMOUNT < 0)
                   MOVE 'F' TO VARIANCE-LINE(WS-PRINT-POSITION + 50:1)
               ELSE
                   MOVE 'U' TO VARIANCE-LINE(WS-PRINT-POSITION + 50:1)
               END-IF
           END-IF
           IF VARIANCE-EXCEEDS-THRESHOLD
               MOVE 'Y' TO ACT-FLAGGED-FLAG(WS-ACCOUNT-INDEX)
           END-IF.

      *---------------------------------------------------------------
      * Closes both reports with their counts.

       PRINT-REPORT-TOTALS.
           MOVE SPACES TO VARIANCE-LINE
           WRITE VARIANCE-LINE
           MOVE WS-PRINTED-COUNT TO RPT-COUNT-EDITED
           STRING 'ACCOUNTS REPORTED: ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO VARIANCE-LINE
           MOVE WS-FLAGGED-COUNT TO RPT-COUNT-EDITED
           STRING '    FLAGGED OVER THRESHOLD (*): ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO VARIANCE-LINE(24:40)
           WRITE VARIANCE-LINE
           MOVE SPACES TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           IF WS-FLAGGED-COUNT = 0
               MOVE 'NO ACCOUNT IS OVER THE VARIANCE THRESHOLDS'
                   TO EXCEPTION-LINE
           ELSE
               MOVE WS-FLAGGED-COUNT TO RPT-COUNT-EDITED
               STRING 'ACCOUNTS OVER THRESHOLD: ' RPT-COUNT-EDITED
                   DELIMITED BY SIZE INTO EXCEPTION-LINE
           END-IF
           WRITE EXCEPTION-LINE.
