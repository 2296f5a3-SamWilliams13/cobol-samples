      *****************************************************************
      * Program name:    MONTHEND
      * Original author: Dave Nicolette
      *
      * Month-end job stream.
      *
      * Drives the month-end close as one job, the way BATCHRUN
      * drives the nightly batch, with a checkpoint after each step
      * so a failure partway through restarts at the step that
      * failed instead of re-running statements or re-posting the
      * ledger, and a run-history record per step on
      * MONTH-END-RUN-HISTORY.
      *
      * Before anything runs, the prerequisite check must pass: last
      * night's batch completed (its checkpoint is clear and its
      * final balancing step is on BATCH-RUN-HISTORY-FILE as
      * COMPLETE for the prior business day), JRNPROOF proves the
      * journal in balance, no invoice on credit hold in
      * INVOICE-SUSPENSE-FILE is older than the hold cutoff, and the
      * period being closed is the open one on
      * ACCOUNTING-PERIOD-FILE. The period being closed is the month
      * before the business date - the nightly roll has already
      * carried the business date into the new month - and is held
      * on the checkpoint, so a restart days later still finishes
      * the same month.
      *
      * Then runs, in order: customer statements (STMTGEN), the
      * foreign-currency revaluation (FXREVAL), the inventory
      * valuation (INVVALUE), commissions (COMMRPT), the sales tax
      * remittance (TAXREMIT), bad-debt write-offs (BADDEBT), the
      * general-ledger post (GLPOST), and finally the period close
      * itself (PERCLOSE). The close runs last because GLPOST refuses
      * entries dated into a closed month - closing first would lock
      * the month's own journal out of the ledger. Each step appends
      * its control totals to MONTH-END-CONTROL-TOTALS, and the job
      * ends with a sign-off summary of every step's totals on
      * MONTH-END-SIGNOFF-REPORT for the controller's signature.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MONTHEND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MONTH-END-CHECKPOINT-FILE
               ASSIGN TO "MONTH-END-CHECKPOINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-FILE-STATUS.
           SELECT MONTH-END-RUN-HISTORY-FILE
               ASSIGN TO "MONTH-END-RUN-HISTORY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT MONTH-END-CONTROL-TOTALS-FILE
               ASSIGN TO "MONTH-END-CONTROL-TOTALS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOTALS-FILE-STATUS.
           SELECT SIGNOFF-REPORT-FILE
               ASSIGN TO "MONTH-END-SIGNOFF-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BATCH-CHECKPOINT-FILE
               ASSIGN TO "BATCH-CHECKPOINT-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NIGHTLY-CKP-STATUS.
           SELECT BATCH-RUN-HISTORY-FILE
               ASSIGN TO "BATCH-RUN-HISTORY-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NIGHTLY-HISTORY-STATUS.
           SELECT INVOICE-SUSPENSE-FILE
               ASSIGN TO "INVOICE-SUSPENSE-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.
           SELECT ACCOUNTING-PERIOD-FILE
               ASSIGN TO "ACCOUNTING-PERIOD-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-FILE-STATUS.
           SELECT STATEMENT-PERIOD-CONTROL-FILE
               ASSIGN TO "STATEMENT-PERIOD-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMMISSION-PERIOD-CONTROL-FILE
               ASSIGN TO "COMMISSION-PERIOD-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PERIOD-CLOSE-CONTROL-FILE
               ASSIGN TO "PERIOD-CLOSE-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Last month-end step completed, and the period that run is
      * closing, so a restart resumes the same month.
       FD  MONTH-END-CHECKPOINT-FILE.
       01  MONTH-END-CHECKPOINT-RECORD.
           05  MCP-LAST-COMPLETED-STEP  PIC 9(02).
           05  MCP-CLOSING-PERIOD       PIC X(06).

       FD  MONTH-END-RUN-HISTORY-FILE.
       COPY RUNHIST.

       FD  MONTH-END-CONTROL-TOTALS-FILE.
       COPY CTLTOTAL.

       FD  SIGNOFF-REPORT-FILE.
       01  SIGNOFF-REPORT-LINE          PIC X(132).

       FD  BATCH-CHECKPOINT-FILE.
       COPY BATCHCKP.

      * Read-only view of the nightly run history: only the date,
      * step and status matter to the prerequisite check.
       FD  BATCH-RUN-HISTORY-FILE.
       01  NIGHTLY-HISTORY-RECORD.
           05  NHR-RUN-DATE             PIC X(08).
           05  NHR-STEP-NUMBER          PIC 9(02).
           05  FILLER                   PIC X(43).
           05  NHR-STATUS               PIC X(08).
               88  NHR-STEP-COMPLETE        VALUE 'COMPLETE'.

       FD  INVOICE-SUSPENSE-FILE.
       COPY SUSPREC.

       FD  ACCOUNTING-PERIOD-FILE.
       COPY PERIODS.

       FD  STATEMENT-PERIOD-CONTROL-FILE.
       COPY STMTCTL.

       FD  COMMISSION-PERIOD-CONTROL-FILE.
       01  COMMISSION-PERIOD-CONTROL-RECORD.
           05  CPC-COMMISSION-PERIOD    PIC X(06).

       FD  PERIOD-CLOSE-CONTROL-FILE.
       01  PERIOD-CLOSE-CONTROL-RECORD.
           05  PCC-PERIOD               PIC X(06).
           05  PCC-USER-ID              PIC X(08).

       WORKING-STORAGE SECTION.
       01  MONTH-END-CONTROL.
           05  WS-LAST-COMPLETED-STEP   PIC 9(02) VALUE 0.
               88  NO-STEPS-COMPLETED       VALUE 0.
      * Step numbers, in run order. The prerequisite check is step
      * one so nothing else runs until the close is proven ready.
           05  STEP-PREREQUISITES       PIC 9(02) VALUE 1.
           05  STEP-STATEMENTS          PIC 9(02) VALUE 2.
           05  STEP-FX-REVALUATION      PIC 9(02) VALUE 3.
           05  STEP-INVENTORY-VALUE     PIC 9(02) VALUE 4.
           05  STEP-COMMISSIONS         PIC 9(02) VALUE 5.
           05  STEP-TAX-REMITTANCE      PIC 9(02) VALUE 6.
           05  STEP-BAD-DEBT            PIC 9(02) VALUE 7.
           05  STEP-GL-POST             PIC 9(02) VALUE 8.
           05  STEP-PERIOD-CLOSE        PIC 9(02) VALUE 9.
           05  STEP-SIGNOFF             PIC 9(02) VALUE 10.
           05  WS-STEP-JUST-COMPLETED   PIC 9(02).
           05  WS-CHECKPOINT-FILE-STATUS PIC XX.
           05  WS-HISTORY-FILE-STATUS   PIC XX.
           05  WS-TOTALS-FILE-STATUS    PIC XX.
           05  WS-NIGHTLY-CKP-STATUS    PIC XX.
           05  WS-NIGHTLY-HISTORY-STATUS PIC XX.
           05  WS-SUSPENSE-FILE-STATUS  PIC XX.
           05  WS-PERIOD-FILE-STATUS    PIC XX.

       01  WS-ERROR-LOG-FIELDS.
           05  WS-ERR-PROGRAM-NAME      PIC X(08) VALUE 'MONTHEND'.
           05  WS-ERR-PARAGRAPH-NAME    PIC X(30).
           05  WS-ERR-DESCRIPTION       PIC X(60).
           05  WS-ERR-OFFENDING-DATA    PIC X(30).

      * Per-step run-history bookkeeping, the same as BATCHRUN keeps
      * for the nightly steps.
       01  RUN-HISTORY-FIELDS.
           05  WS-HISTORY-RUN-DATE      PIC X(08).
           05  WS-HISTORY-STEP-NUMBER   PIC 9(02).
           05  WS-HISTORY-STEP-NAME     PIC X(20).
           05  WS-STEP-START-TIME       PIC X(08).
           05  WS-STEP-END-TIME         PIC X(08).
           05  WS-START-SECONDS         PIC S9(07).
           05  WS-END-SECONDS           PIC S9(07).
           05  WS-ELAPSED-SECONDS       PIC S9(07).
           05  WS-TIME-PARTS.
               10  WS-TIME-HH           PIC 9(02).
               10  WS-TIME-MM           PIC 9(02).
               10  WS-TIME-SS           PIC 9(02).

      * Run-lock fields for the shared RUNLOCK routine. The job
      * claims its own name, so two month-ends cannot run at once,
      * and the nightly batch's name, so BATCHRUN cannot start under
      * a close in progress. The masters themselves are left for the
      * steps to claim - BADDEBT claims the open-item file on its own
      * and would be refused if the job held it.
       01  RUN-LOCK-FIELDS.
           05  WS-LOCK-ACTION           PIC X.
           05  WS-LOCK-FILE-NAME        PIC X(40).
           05  WS-LOCK-RESULT-FLAG      PIC X.
               88  RUN-LOCK-GRANTED         VALUE 'Y'.
           05  WS-LOCK-HOLDER-NAME      PIC X(08).
           05  WS-LOCK-REFUSED-FLAG     PIC X VALUE 'N'.
               88  A-RUN-LOCK-WAS-REFUSED   VALUE 'Y'.

      * The business date, the period being closed, and the dates
      * the prerequisite check measures against.
       01  CLOSE-PERIOD-FIELDS.
           05  WS-BUSINESS-DATE         PIC X(08).
           05  WS-BUSDATE-NUMERIC       PIC 9(08).
           05  WS-BUSDATE-INTEGER       PIC S9(09).
           05  WS-PRIOR-BUSINESS-DATE   PIC X(08).
           05  WS-WORK-DATE-NUMERIC     PIC 9(08).
           05  WS-HOLD-CUTOFF-DATE      PIC X(08).
           05  WS-CLOSING-PERIOD        PIC X(06).
           05  WS-CLOSING-PERIOD-PARTS REDEFINES WS-CLOSING-PERIOD.
               10  WS-CLOSING-YEAR      PIC 9(04).
               10  WS-CLOSING-MONTH     PIC 9(02).

      * Unattended run parameters for the steps that would otherwise
      * prompt an operator: the user the period close is recorded
      * against, and how many days an invoice may sit on credit hold
      * before it has to be released or cancelled ahead of the
      * close.
       01  MONTH-END-PARAMETERS.
           05  WS-CLOSING-USER-ID       PIC X(08) VALUE 'MONTHEND'.
           05  WS-HOLD-CUTOFF-DAYS      PIC 9(03) VALUE 30.

       01  PREREQUISITE-FIELDS.
           05  WS-PREREQ-FAILED-FLAG    PIC X VALUE 'N'.
               88  A-PREREQUISITE-FAILED    VALUE 'Y'.
           05  WS-NIGHTLY-DONE-FLAG     PIC X VALUE 'N'.
               88  NIGHTLY-BATCH-COMPLETED  VALUE 'Y'.
           05  WS-NIGHTLY-LAST-STEP     PIC 9(02) VALUE 0.
      * BATCHRUN's final step - its balancing report.
           05  NIGHTLY-FINAL-STEP       PIC 9(02) VALUE 9.
           05  WS-NIGHTLY-EOF-FLAG      PIC X VALUE 'N'.
               88  END-OF-NIGHTLY-HISTORY   VALUE 'Y'.
           05  WS-SUSPENSE-EOF-FLAG     PIC X VALUE 'N'.
               88  END-OF-SUSPENSE-FILE     VALUE 'Y'.
           05  WS-OLD-HOLD-COUNT        PIC S9(05) VALUE 0.
           05  WS-PERIOD-EOF-FLAG       PIC X VALUE 'N'.
               88  END-OF-PERIOD-FILE       VALUE 'Y'.
           05  WS-PERIOD-STATE-FLAG     PIC X VALUE 'Y'.
               88  CLOSING-PERIOD-IS-OPEN   VALUE 'Y'.
           05  WS-PERIOD-PROBLEM        PIC X(28).

      * The steps the sign-off summary reports on, in run order:
      * the program that appends the control totals and the step
      * name it is listed under.
       01  STEP-LIST.
           05  FILLER PIC X(08) VALUE 'STMTGEN'.
           05  FILLER PIC X(20) VALUE 'CUSTOMER STATEMENTS'.
           05  FILLER PIC X(08) VALUE 'FXREVAL'.
           05  FILLER PIC X(20) VALUE 'FX REVALUATION'.
           05  FILLER PIC X(08) VALUE 'INVVALUE'.
           05  FILLER PIC X(20) VALUE 'INVENTORY VALUATION'.
           05  FILLER PIC X(08) VALUE 'COMMRPT'.
           05  FILLER PIC X(20) VALUE 'COMMISSIONS'.
           05  FILLER PIC X(08) VALUE 'TAXREMIT'.
           05  FILLER PIC X(20) VALUE 'SALES TAX REMITTANCE'.
           05  FILLER PIC X(08) VALUE 'BADDEBT'.
           05  FILLER PIC X(20) VALUE 'BAD-DEBT WRITE-OFF'.
           05  FILLER PIC X(08) VALUE 'GLPOST'.
           05  FILLER PIC X(20) VALUE 'GENERAL LEDGER POST'.
           05  FILLER PIC X(08) VALUE 'PERCLOSE'.
           05  FILLER PIC X(20) VALUE 'PERIOD CLOSE'.
       01  STEP-TABLE REDEFINES STEP-LIST.
           05  STEP-ENTRY OCCURS 8 TIMES INDEXED BY STEP-IDX.
               10  STL-PROGRAM-NAME     PIC X(08).
               10  STL-STEP-NAME        PIC X(20).

      * The latest control totals each step appended; a step re-run
      * on a restart replaces the figures from its failed attempt.
       01  STEP-TOTALS-TABLE.
           05  STEP-TOTALS-ENTRY OCCURS 8 TIMES.
               10  STT-PRESENT-FLAG     PIC X.
                   88  STT-TOTALS-PRESENT   VALUE 'Y'.
               10  STT-RECORD-COUNT     PIC 9(07).
               10  STT-HASH-TOTAL       PIC 9(11).
               10  STT-AMOUNT-TOTAL     PIC S9(11)V99.
               10  STT-RUN-DATE         PIC X(08).
               10  STT-RUN-TIME         PIC X(08).

       01  SIGNOFF-FIELDS.
           05  WS-TOTALS-EOF-FLAG       PIC X VALUE 'N'.
               88  END-OF-CONTROL-TOTALS    VALUE 'Y'.
           05  WS-MISSING-TOTALS-COUNT  PIC S9(02) VALUE 0.
           05  WS-REPORT-STEP-NUMBER    PIC 9(02).
           05  WORKING-INDEX            PIC S9(04).

       01  RPT-COUNT-EDITED             PIC Z(6)9.
       01  RPT-HASH-EDITED              PIC Z(10)9.
       01  RPT-AMOUNT-EDITED            PIC Z(10)9.99-.
       01  RPT-DAYS-EDITED              PIC ZZ9.
       01  RPT-HOLD-COUNT-EDITED        PIC ZZZZ9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM CLAIM-RUN-LOCKS
           IF A-RUN-LOCK-WAS-REFUSED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           CALL 'BUSDATE' USING WS-BUSINESS-DATE
           END-CALL
           PERFORM LOAD-CHECKPOINT
           DISPLAY 'MONTHEND: closing period ' WS-CLOSING-PERIOD
               ' under business date ' WS-BUSINESS-DATE

           MOVE STEP-PREREQUISITES TO WS-HISTORY-STEP-NUMBER
           MOVE 'PREREQUISITE CHECK' TO WS-HISTORY-STEP-NAME
           IF WS-LAST-COMPLETED-STEP < STEP-PREREQUISITES
               DISPLAY 'MONTHEND: verifying month-end prerequisites'
               PERFORM NOTE-STEP-START
               PERFORM CHECK-PREREQUISITES
      * The checkpoint is NOT advanced, so the close holds at step
      * one until every prerequisite is put right.
               IF A-PREREQUISITE-FAILED
                   DISPLAY '*** MONTHEND: PREREQUISITES NOT MET - '
                       'MONTH-END NOT STARTED ***'
                   PERFORM RECORD-STEP-FAILED
                   PERFORM RELEASE-RUN-LOCKS
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE STEP-PREREQUISITES TO WS-STEP-JUST-COMPLETED
               PERFORM ADVANCE-CHECKPOINT
               PERFORM RECORD-STEP-COMPLETE
           ELSE
               DISPLAY 'MONTHEND: prerequisites already verified - '
                   'skipping'
               PERFORM RECORD-STEP-SKIPPED
           END-IF

           MOVE STEP-STATEMENTS TO WS-HISTORY-STEP-NUMBER
           MOVE 'CUSTOMER STATEMENTS' TO WS-HISTORY-STEP-NAME
           IF WS-LAST-COMPLETED-STEP < STEP-STATEMENTS
               DISPLAY 'MONTHEND: producing customer statements '
                   '(STMTGEN)'
               PERFORM NOTE-STEP-START
               PERFORM WRITE-STATEMENT-PERIOD-CONTROL
               CALL 'STMTGEN' END-CALL
               PERFORM STOP-IF-STEP-FAILED
               MOVE STEP-STATEMENTS TO WS-STEP-JUST-COMPLETED
               PERFORM ADVANCE-CHECKPOINT
               PERFORM RECORD-STEP-COMPLETE
           ELSE
               DISPLAY 'MONTHEND: customer statements already '
                   'produced - skipping'
               PERFORM RECORD-STEP-SKIPPED
           END-IF

           MOVE STEP-FX-REVALUATION TO WS-HISTORY-STEP-NUMBER
           MOVE 'FX REVALUATION' TO WS-HISTORY-STEP-NAME
           IF WS-LAST-COMPLETED-STEP < STEP-FX-REVALUATION
               DISPLAY 'MONTHEND: revaluing foreign-currency items '
                   '(FXREVAL)'
               PERFORM NOTE-STEP-START
               CALL 'FXREVAL' END-CALL
               PERFORM STOP-IF-STEP-FAILED
               MOVE STEP-FX-REVALUATION TO WS-STEP-JUST-COMPLETED
               PERFORM ADVANCE-CHECKPOINT
               PERFORM RECORD-STEP-COMPLETE
           ELSE
               DISPLAY 'MONTHEND: foreign-currency revaluation '
                   'already completed - skipping'
               PERFORM RECORD-STEP-SKIPPED
           END-IF

           MOVE STEP-INVENTORY-VALUE TO WS-HISTORY-STEP-NUMBER
           MOVE 'INVENTORY VALUATION' TO WS-HISTORY-STEP-NAME
           IF WS-LAST-COMPLETED-STEP < STEP-INVENTORY-VALUE
               DISPLAY 'MONTHEND: valuing inventory (INVVALUE)'
               PERFORM NOTE-STEP-START
               CALL 'INVVALUE' END-CALL
               PERFORM STOP-IF-STEP-FAILED
               MOVE STEP-INVENTORY-VALUE TO WS-STEP-JUST-COMPLETED
               PERFORM ADVANCE-CHECKPOINT
               PERFORM RECORD-STEP-COMPLETE
           ELSE
               DISPLAY 'MONTHEND: inventory valuation already '
                   'completed - skipping'
               PERFORM RECORD-STEP-SKIPPED
           END-IF

           MOVE STEP-COMMISSIONS TO WS-HISTORY-STEP-NUMBER
           MOVE 'COMMISSIONS' TO WS-HISTORY-STEP-NAME
           IF WS-LAST-COMPLETED-STEP < STEP-COMMISSIONS
               DISPLAY 'MONTHEND: running salesperson commissions '
                   '(COMMRPT)'
               PERFORM NOTE-STEP-START
               PERFORM WRITE-COMMISSION-PERIOD-CONTROL
               CALL 'COMMRPT' END-CALL
               PERFORM STOP-IF-STEP-FAILED
               MOVE STEP-COMMISSIONS TO WS-STEP-JUST-COMPLETED
               PERFORM ADVANCE-CHECKPOINT
               PERFORM RECORD-STEP-COMPLETE
           ELSE
               DISPLAY 'MONTHEND: commissions already completed - '
                   'skipping'
               PERFORM RECORD-STEP-SKIPPED
           END-IF

           MOVE STEP-TAX-REMITTANCE TO WS-HISTORY-STEP-NUMBER
           MOVE 'SALES TAX REMITTANCE' TO WS-HISTORY-STEP-NAME
           IF WS-LAST-COMPLETED-STEP < STEP-TAX-REMITTANCE
               DISPLAY 'MONTHEND: printing sales tax remittance '
                   '(TAXREMIT)'
               PERFORM NOTE-STEP-START
               CALL 'TAXREMIT' END-CALL
               PERFORM STOP-IF-STEP-FAILED
               MOVE STEP-TAX-REMITTANCE TO WS-STEP-JUST-COMPLETED
               PERFORM ADVANCE-CHECKPOINT
               PERFORM RECORD-STEP-COMPLETE
           ELSE
               DISPLAY 'MONTHEND: sales tax remittance already '
                   'completed - skipping'
               PERFORM RECORD-STEP-SKIPPED
           END-IF

           MOVE STEP-BAD-DEBT TO WS-HISTORY-STEP-NUMBER
           MOVE 'BAD-DEBT WRITE-OFF' TO WS-HISTORY-STEP-NAME
           IF WS-LAST-COMPLETED-STEP < STEP-BAD-DEBT
               DISPLAY 'MONTHEND: writing off approved bad debts '
                   '(BADDEBT)'
               PERFORM NOTE-STEP-START
               CALL 'BADDEBT' END-CALL
               PERFORM STOP-IF-STEP-FAILED
               MOVE STEP-BAD-DEBT TO WS-STEP-JUST-COMPLETED
               PERFORM ADVANCE-CHECKPOINT
               PERFORM RECORD-STEP-COMPLETE
           ELSE
               DISPLAY 'MONTHEND: bad-debt write-off already '
                   'completed - skipping'
               PERFORM RECORD-STEP-SKIPPED
           END-IF

           MOVE STEP-GL-POST TO WS-HISTORY-STEP-NUMBER
           MOVE 'GENERAL LEDGER POST' TO WS-HISTORY-STEP-NAME
           IF WS-LAST-COMPLETED-STEP < STEP-GL-POST
               DISPLAY 'MONTHEND: posting the journal to the general '
                   'ledger (GLPOST)'
               PERFORM NOTE-STEP-START
               CALL 'GLPOST' END-CALL
               PERFORM STOP-IF-STEP-FAILED
               MOVE STEP-GL-POST TO WS-STEP-JUST-COMPLETED
               PERFORM ADVANCE-CHECKPOINT
               PERFORM RECORD-STEP-COMPLETE
           ELSE
               DISPLAY 'MONTHEND: general-ledger post already '
                   'completed - skipping'
               PERFORM RECORD-STEP-SKIPPED
           END-IF

           MOVE STEP-PERIOD-CLOSE TO WS-HISTORY-STEP-NUMBER
           MOVE 'PERIOD CLOSE' TO WS-HISTORY-STEP-NAME
           IF WS-LAST-COMPLETED-STEP < STEP-PERIOD-CLOSE
               DISPLAY 'MONTHEND: closing period ' WS-CLOSING-PERIOD
                   ' (PERCLOSE)'
               PERFORM NOTE-STEP-START
               PERFORM WRITE-PERIOD-CLOSE-CONTROL
               CALL 'PERCLOSE' END-CALL
               PERFORM STOP-IF-STEP-FAILED
               MOVE STEP-PERIOD-CLOSE TO WS-STEP-JUST-COMPLETED
               PERFORM ADVANCE-CHECKPOINT
               PERFORM RECORD-STEP-COMPLETE
           ELSE
               DISPLAY 'MONTHEND: period close already completed - '
                   'skipping'
               PERFORM RECORD-STEP-SKIPPED
           END-IF

           MOVE STEP-SIGNOFF TO WS-HISTORY-STEP-NUMBER
           MOVE 'SIGN-OFF SUMMARY' TO WS-HISTORY-STEP-NAME
           DISPLAY 'MONTHEND: printing month-end sign-off summary'
           PERFORM NOTE-STEP-START
           PERFORM PRINT-SIGNOFF-SUMMARY
           PERFORM RECORD-STEP-COMPLETE

           DISPLAY 'MONTHEND: month-end for period '
               WS-CLOSING-PERIOD ' complete'
           PERFORM RESET-CHECKPOINT
           PERFORM RELEASE-RUN-LOCKS
           GOBACK.

      *---------------------------------------------------------------
      * Claims the job's own name and the nightly batch's. A refusal
      * names the holder - another MONTHEND, a nightly batch still
      * running, or a stale claim from an abend waiting for LOCKBRK
      * - and the close does not start.

       CLAIM-RUN-LOCKS.
           MOVE 'L' TO WS-LOCK-ACTION
           MOVE 'MONTH-END-BATCH' TO WS-LOCK-FILE-NAME
           PERFORM CLAIM-ONE-RUN-LOCK
           IF NOT A-RUN-LOCK-WAS-REFUSED
               MOVE 'NIGHTLY-BATCH' TO WS-LOCK-FILE-NAME
               PERFORM CLAIM-ONE-RUN-LOCK
           END-IF
           IF A-RUN-LOCK-WAS-REFUSED
               PERFORM RELEASE-RUN-LOCKS
           END-IF.

      *---------------------------------------------------------------
      * Claims the one name in WS-LOCK-FILE-NAME.

       CLAIM-ONE-RUN-LOCK.
           CALL 'RUNLOCK' USING WS-LOCK-ACTION WS-ERR-PROGRAM-NAME
               WS-LOCK-FILE-NAME WS-LOCK-RESULT-FLAG
               WS-LOCK-HOLDER-NAME
           END-CALL
           IF NOT RUN-LOCK-GRANTED
               SET A-RUN-LOCK-WAS-REFUSED TO TRUE
               DISPLAY '*** MONTHEND: ' WS-LOCK-FILE-NAME
                   ' is locked by ' WS-LOCK-HOLDER-NAME
                   ' - month-end not started ***'
               MOVE 'CLAIM-RUN-LOCKS' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'month-end start refused - run is locked'
                   TO WS-ERR-DESCRIPTION
               MOVE WS-LOCK-HOLDER-NAME TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-MONTHEND-ERROR
           END-IF.

      *---------------------------------------------------------------
      * Releases the job's claims - on completion and on the
      * controlled failure exits, so only a true abend leaves a
      * stale claim for LOCKBRK.

       RELEASE-RUN-LOCKS.
           MOVE 'U' TO WS-LOCK-ACTION
           MOVE 'MONTH-END-BATCH' TO WS-LOCK-FILE-NAME
           CALL 'RUNLOCK' USING WS-LOCK-ACTION WS-ERR-PROGRAM-NAME
               WS-LOCK-FILE-NAME WS-LOCK-RESULT-FLAG
               WS-LOCK-HOLDER-NAME
           END-CALL
           MOVE 'NIGHTLY-BATCH' TO WS-LOCK-FILE-NAME
           CALL 'RUNLOCK' USING WS-LOCK-ACTION WS-ERR-PROGRAM-NAME
               WS-LOCK-FILE-NAME WS-LOCK-RESULT-FLAG
               WS-LOCK-HOLDER-NAME
           END-CALL.

      *---------------------------------------------------------------
      * Calls the shared LOGERROR routine to append one record to
      * ERROR-LOG-FILE for the problem just found. WS-ERR-PARAGRAPH-
      * NAME, WS-ERR-DESCRIPTION and WS-ERR-OFFENDING-DATA must be set
      * by the calling paragraph before this is performed.

       LOG-MONTHEND-ERROR.
           CALL 'LOGERROR' USING WS-ERR-PROGRAM-NAME
               WS-ERR-PARAGRAPH-NAME WS-ERR-DESCRIPTION
               WS-ERR-OFFENDING-DATA
           END-CALL.

      *---------------------------------------------------------------
      * Reads the checkpoint left by a prior run. A restart resumes
      * after the last step completed and finishes the period that
      * run was closing. A fresh start works the period out from the
      * business date - the month before it - and clears the
      * control totals a prior month's run or a standalone step
      * left behind, so the sign-off shows this close alone.

       LOAD-CHECKPOINT.
           MOVE 0 TO WS-LAST-COMPLETED-STEP
           MOVE SPACES TO WS-CLOSING-PERIOD
           OPEN INPUT MONTH-END-CHECKPOINT-FILE
           IF WS-CHECKPOINT-FILE-STATUS = '00'
               READ MONTH-END-CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MCP-LAST-COMPLETED-STEP IS NUMERIC
                           MOVE MCP-LAST-COMPLETED-STEP
                               TO WS-LAST-COMPLETED-STEP
                           MOVE MCP-CLOSING-PERIOD
                               TO WS-CLOSING-PERIOD
                       END-IF
               END-READ
               CLOSE MONTH-END-CHECKPOINT-FILE
           END-IF
           IF NOT NO-STEPS-COMPLETED
               DISPLAY 'MONTHEND: restarting after checkpoint - '
                   'step ' WS-LAST-COMPLETED-STEP ' was already '
                   'completed'
           ELSE
               MOVE WS-BUSINESS-DATE(1:6) TO WS-CLOSING-PERIOD
               IF WS-CLOSING-MONTH = 1
                   SUBTRACT 1 FROM WS-CLOSING-YEAR
                   MOVE 12 TO WS-CLOSING-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-CLOSING-MONTH
               END-IF
               OPEN OUTPUT MONTH-END-CONTROL-TOTALS-FILE
               CLOSE MONTH-END-CONTROL-TOTALS-FILE
           END-IF.

      *---------------------------------------------------------------
      * Records that the given step completed by rewriting the
      * checkpoint with the step and the period being closed, so a
      * restart after this point will not repeat it.

       ADVANCE-CHECKPOINT.
           OPEN OUTPUT MONTH-END-CHECKPOINT-FILE
           MOVE WS-STEP-JUST-COMPLETED TO WS-LAST-COMPLETED-STEP
           MOVE WS-LAST-COMPLETED-STEP TO MCP-LAST-COMPLETED-STEP
           MOVE WS-CLOSING-PERIOD TO MCP-CLOSING-PERIOD
           WRITE MONTH-END-CHECKPOINT-RECORD
           CLOSE MONTH-END-CHECKPOINT-FILE.

      *---------------------------------------------------------------
      * Clears the checkpoint once every step has completed, so next
      * month's run starts again from the prerequisite check.

       RESET-CHECKPOINT.
           OPEN OUTPUT MONTH-END-CHECKPOINT-FILE
           MOVE 0 TO WS-LAST-COMPLETED-STEP
           MOVE 0 TO MCP-LAST-COMPLETED-STEP
           MOVE SPACES TO MCP-CLOSING-PERIOD
           WRITE MONTH-END-CHECKPOINT-RECORD
           CLOSE MONTH-END-CHECKPOINT-FILE.

      *---------------------------------------------------------------
      * Stops the job when the step just called returned a failure
      * code. The checkpoint is NOT advanced, so a rerun once the
      * cause is fixed starts again at this step.

       STOP-IF-STEP-FAILED.
           IF RETURN-CODE NOT = 0
               DISPLAY '*** MONTHEND: ' WS-HISTORY-STEP-NAME
                   ' FAILED - MONTH-END STOPPED AT STEP '
                   WS-HISTORY-STEP-NUMBER ' ***'
               MOVE 'STOP-IF-STEP-FAILED' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'month-end step failed - job stopped'
                   TO WS-ERR-DESCRIPTION
               MOVE WS-HISTORY-STEP-NAME TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-MONTHEND-ERROR
               PERFORM RECORD-STEP-FAILED
               PERFORM RELEASE-RUN-LOCKS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *---------------------------------------------------------------
      * Runs every prerequisite check, so one failed run lists
      * everything that has to be put right rather than one thing
      * at a time.

       CHECK-PREREQUISITES.
           MOVE 'N' TO WS-PREREQ-FAILED-FLAG
           PERFORM CHECK-NIGHTLY-COMPLETED
           PERFORM CHECK-JOURNAL-PROOF
           PERFORM CHECK-CREDIT-HOLDS
           PERFORM CHECK-CLOSING-PERIOD-OPEN.

      *---------------------------------------------------------------
      * Last night's batch must have finished: its checkpoint clear
      * (a nightly stopped partway leaves a step number there) and
      * its final balancing step recorded COMPLETE for the prior
      * business day - the nightly stamps its history before it
      * rolls the date forward.

       CHECK-NIGHTLY-COMPLETED.
           MOVE WS-BUSINESS-DATE TO WS-BUSDATE-NUMERIC
           COMPUTE WS-BUSDATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-BUSDATE-NUMERIC)
           COMPUTE WS-WORK-DATE-NUMERIC =
               FUNCTION DATE-OF-INTEGER(WS-BUSDATE-INTEGER - 1)
           MOVE WS-WORK-DATE-NUMERIC TO WS-PRIOR-BUSINESS-DATE
           MOVE 0 TO WS-NIGHTLY-LAST-STEP
           OPEN INPUT BATCH-CHECKPOINT-FILE
           IF WS-NIGHTLY-CKP-STATUS = '00'
               READ BATCH-CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BCP-LAST-COMPLETED-STEP
                           TO WS-NIGHTLY-LAST-STEP
               END-READ
               CLOSE BATCH-CHECKPOINT-FILE
           END-IF
           MOVE 'N' TO WS-NIGHTLY-DONE-FLAG
           MOVE 'N' TO WS-NIGHTLY-EOF-FLAG
           OPEN INPUT BATCH-RUN-HISTORY-FILE
           IF WS-NIGHTLY-HISTORY-STATUS NOT = '00'
               SET END-OF-NIGHTLY-HISTORY TO TRUE
           END-IF
           PERFORM UNTIL END-OF-NIGHTLY-HISTORY
               READ BATCH-RUN-HISTORY-FILE
                   AT END
                       SET END-OF-NIGHTLY-HISTORY TO TRUE
                   NOT AT END
                       IF NHR-RUN-DATE = WS-PRIOR-BUSINESS-DATE
                           AND NHR-STEP-NUMBER = NIGHTLY-FINAL-STEP
                           AND NHR-STEP-COMPLETE
                           SET NIGHTLY-BATCH-COMPLETED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-NIGHTLY-HISTORY-STATUS = '00' OR '10'
               CLOSE BATCH-RUN-HISTORY-FILE
           END-IF
           IF WS-NIGHTLY-LAST-STEP NOT = 0
               OR NOT NIGHTLY-BATCH-COMPLETED
               SET A-PREREQUISITE-FAILED TO TRUE
               DISPLAY 'MONTHEND: the nightly batch for '
                   WS-PRIOR-BUSINESS-DATE ' has not completed'
               MOVE 'CHECK-NIGHTLY-COMPLETED' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'nightly batch not completed before month-end'
                   TO WS-ERR-DESCRIPTION
               MOVE WS-PRIOR-BUSINESS-DATE TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-MONTHEND-ERROR
           END-IF.

      *---------------------------------------------------------------
      * Runs the journal proof; JRNPROOF ends with return code 8
      * when the journal's debits and credits do not agree.

       CHECK-JOURNAL-PROOF.
           CALL 'JRNPROOF' END-CALL
           IF RETURN-CODE NOT = 0
               SET A-PREREQUISITE-FAILED TO TRUE
               DISPLAY 'MONTHEND: JRNPROOF shows the journal out of '
                   'balance - see JOURNAL-PROOF-REPORT'
               MOVE 'CHECK-JOURNAL-PROOF' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'journal proof out of balance before month-end'
                   TO WS-ERR-DESCRIPTION
               MOVE SPACES TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-MONTHEND-ERROR
               MOVE 0 TO RETURN-CODE
           END-IF.

      *---------------------------------------------------------------
      * No invoice may sit on credit hold past the cutoff going into
      * the close: billing it after the books shut would land the
      * sale in the wrong month. Each one found is listed for the
      * credit manager to release or cancel.

       CHECK-CREDIT-HOLDS.
           COMPUTE WS-WORK-DATE-NUMERIC =
               FUNCTION DATE-OF-INTEGER
                   (WS-BUSDATE-INTEGER - WS-HOLD-CUTOFF-DAYS)
           MOVE WS-WORK-DATE-NUMERIC TO WS-HOLD-CUTOFF-DATE
           MOVE 0 TO WS-OLD-HOLD-COUNT
           MOVE 'N' TO WS-SUSPENSE-EOF-FLAG
           OPEN INPUT INVOICE-SUSPENSE-FILE
           IF WS-SUSPENSE-FILE-STATUS NOT = '00'
               SET END-OF-SUSPENSE-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-SUSPENSE-FILE
               READ INVOICE-SUSPENSE-FILE
                   AT END
                       SET END-OF-SUSPENSE-FILE TO TRUE
                   NOT AT END
                       IF SUS-IS-HEADER
                           AND SUS-INV-DATE < WS-HOLD-CUTOFF-DATE
                           ADD 1 TO WS-OLD-HOLD-COUNT
                           DISPLAY 'MONTHEND: invoice '
                               SUS-INV-NUMBER ' for '
                               SUS-ACCOUNT-NUMBER ' dated '
                               SUS-INV-DATE ' is still on credit hold'
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SUSPENSE-FILE-STATUS = '00' OR '10'
               CLOSE INVOICE-SUSPENSE-FILE
           END-IF
           IF WS-OLD-HOLD-COUNT > 0
               SET A-PREREQUISITE-FAILED TO TRUE
               MOVE WS-OLD-HOLD-COUNT TO RPT-HOLD-COUNT-EDITED
               MOVE WS-HOLD-CUTOFF-DAYS TO RPT-DAYS-EDITED
               DISPLAY 'MONTHEND: ' RPT-HOLD-COUNT-EDITED
                   ' credit-hold invoice(s) older than '
                   RPT-DAYS-EDITED ' days are unreleased'
               MOVE 'CHECK-CREDIT-HOLDS' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'credit-hold invoices older than cutoff unreleased'
                   TO WS-ERR-DESCRIPTION
               MOVE WS-HOLD-CUTOFF-DATE TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-MONTHEND-ERROR
           END-IF.

      *---------------------------------------------------------------
      * The period being closed must be the open one: not already
      * closed, no earlier month on the period file left open behind
      * it, and no later month already closed ahead of it. A month
      * with no record has never been closed and counts as open, as
      * PERDCHK treats it.

       CHECK-CLOSING-PERIOD-OPEN.
           SET CLOSING-PERIOD-IS-OPEN TO TRUE
           MOVE SPACES TO WS-PERIOD-PROBLEM
           MOVE 'N' TO WS-PERIOD-EOF-FLAG
           OPEN INPUT ACCOUNTING-PERIOD-FILE
           IF WS-PERIOD-FILE-STATUS NOT = '00'
               SET END-OF-PERIOD-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-PERIOD-FILE
               READ ACCOUNTING-PERIOD-FILE
                   AT END
                       SET END-OF-PERIOD-FILE TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-PERIOD-PROBLEM
                       EVALUATE TRUE
                           WHEN APD-PERIOD = WS-CLOSING-PERIOD
                               AND APD-PERIOD-CLOSED
                               MOVE 'is already closed'
                                   TO WS-PERIOD-PROBLEM
                           WHEN APD-PERIOD < WS-CLOSING-PERIOD
                               AND APD-PERIOD-OPEN
                               MOVE 'is still open ahead of it'
                                   TO WS-PERIOD-PROBLEM
                           WHEN APD-PERIOD > WS-CLOSING-PERIOD
                               AND APD-PERIOD-CLOSED
                               MOVE 'is already closed after it'
                                   TO WS-PERIOD-PROBLEM
                       END-EVALUATE
                       IF WS-PERIOD-PROBLEM NOT = SPACES
                           MOVE 'N' TO WS-PERIOD-STATE-FLAG
                           DISPLAY 'MONTHEND: closing '
                               WS-CLOSING-PERIOD ' - period '
                               APD-PERIOD ' ' WS-PERIOD-PROBLEM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PERIOD-FILE-STATUS = '00' OR '10'
               CLOSE ACCOUNTING-PERIOD-FILE
           END-IF
           IF NOT CLOSING-PERIOD-IS-OPEN
               SET A-PREREQUISITE-FAILED TO TRUE
               MOVE 'CHECK-CLOSING-PERIOD-OPEN'
                   TO WS-ERR-PARAGRAPH-NAME
               MOVE 'period to close is not the open period'
                   TO WS-ERR-DESCRIPTION
               MOVE WS-CLOSING-PERIOD TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-MONTHEND-ERROR
           END-IF.

      *---------------------------------------------------------------
      * Populates STATEMENT-PERIOD-CONTROL with the period being
      * closed so STMTGEN runs without prompting an operator who is
      * not there.

       WRITE-STATEMENT-PERIOD-CONTROL.
           OPEN OUTPUT STATEMENT-PERIOD-CONTROL-FILE
           MOVE WS-CLOSING-PERIOD TO SPC-STATEMENT-PERIOD
           WRITE STATEMENT-PERIOD-CONTROL-RECORD
           CLOSE STATEMENT-PERIOD-CONTROL-FILE.

      *---------------------------------------------------------------
      * Populates COMMISSION-PERIOD-CONTROL the same way for COMMRPT.

       WRITE-COMMISSION-PERIOD-CONTROL.
           OPEN OUTPUT COMMISSION-PERIOD-CONTROL-FILE
           MOVE WS-CLOSING-PERIOD TO CPC-COMMISSION-PERIOD
           WRITE COMMISSION-PERIOD-CONTROL-RECORD
           CLOSE COMMISSION-PERIOD-CONTROL-FILE.

      *---------------------------------------------------------------
      * Populates PERIOD-CLOSE-CONTROL with the period and the user
      * the close is recorded against, for PERCLOSE.

       WRITE-PERIOD-CLOSE-CONTROL.
           OPEN OUTPUT PERIOD-CLOSE-CONTROL-FILE
           MOVE WS-CLOSING-PERIOD TO PCC-PERIOD
           MOVE WS-CLOSING-USER-ID TO PCC-USER-ID
           WRITE PERIOD-CLOSE-CONTROL-RECORD
           CLOSE PERIOD-CLOSE-CONTROL-FILE.

      *---------------------------------------------------------------
      * Stamps the step about to run with its start time.

       NOTE-STEP-START.
           ACCEPT WS-STEP-START-TIME FROM TIME.

      *---------------------------------------------------------------
      * Appends the run-history record for the step that just
      * completed, with the elapsed seconds wrapped forward when the
      * step ran across midnight.

       RECORD-STEP-COMPLETE.
           ACCEPT WS-STEP-END-TIME FROM TIME
           MOVE WS-STEP-START-TIME(1:6) TO WS-TIME-PARTS
           COMPUTE WS-START-SECONDS =
               WS-TIME-HH * 3600 + WS-TIME-MM * 60 + WS-TIME-SS
           MOVE WS-STEP-END-TIME(1:6) TO WS-TIME-PARTS
           COMPUTE WS-END-SECONDS =
               WS-TIME-HH * 3600 + WS-TIME-MM * 60 + WS-TIME-SS
           COMPUTE WS-ELAPSED-SECONDS =
               WS-END-SECONDS - WS-START-SECONDS
           IF WS-ELAPSED-SECONDS < 0
               ADD 86400 TO WS-ELAPSED-SECONDS
           END-IF
           MOVE WS-STEP-START-TIME TO BRH-START-TIME
           MOVE WS-STEP-END-TIME TO BRH-END-TIME
           MOVE WS-ELAPSED-SECONDS TO BRH-ELAPSED-SECONDS
           MOVE 'COMPLETE' TO BRH-STATUS
           PERFORM WRITE-RUN-HISTORY.

      *---------------------------------------------------------------
      * Appends the run-history record for a step that failed, so
      * the stopped close is on the record with a status that says
      * why.

       RECORD-STEP-FAILED.
           ACCEPT WS-STEP-END-TIME FROM TIME
           MOVE WS-STEP-START-TIME TO BRH-START-TIME
           MOVE WS-STEP-END-TIME TO BRH-END-TIME
           MOVE 0 TO BRH-ELAPSED-SECONDS
           MOVE 'FAILED' TO BRH-STATUS
           PERFORM WRITE-RUN-HISTORY.

      *---------------------------------------------------------------
      * Appends the run-history record for a step skipped on a
      * checkpoint restart.

       RECORD-STEP-SKIPPED.
           MOVE SPACES TO BRH-START-TIME
           MOVE SPACES TO BRH-END-TIME
           MOVE 0 TO BRH-ELAPSED-SECONDS
           MOVE 'SKIPPED' TO BRH-STATUS
           PERFORM WRITE-RUN-HISTORY.

      *---------------------------------------------------------------
      * Writes the history record built by the caller, stamped with
      * the business date and the step, to MONTH-END-RUN-HISTORY.

       WRITE-RUN-HISTORY.
           CALL 'BUSDATE' USING WS-HISTORY-RUN-DATE
           END-CALL
           MOVE WS-HISTORY-RUN-DATE TO BRH-RUN-DATE
           MOVE WS-HISTORY-STEP-NUMBER TO BRH-STEP-NUMBER
           MOVE WS-HISTORY-STEP-NAME TO BRH-STEP-NAME
           OPEN EXTEND MONTH-END-RUN-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = '35'
               OPEN OUTPUT MONTH-END-RUN-HISTORY-FILE
           END-IF
           WRITE BATCH-RUN-HISTORY-RECORD
           CLOSE MONTH-END-RUN-HISTORY-FILE.

      *---------------------------------------------------------------
      * Prints the sign-off summary: one line per step with the
      * control totals it appended to MONTH-END-CONTROL-TOTALS, a
      * loud line for any step that left none, and the signature
      * block the controller signs to accept the close.

       PRINT-SIGNOFF-SUMMARY.
           PERFORM LOAD-STEP-TOTALS
           OPEN OUTPUT SIGNOFF-REPORT-FILE
           MOVE SPACES TO SIGNOFF-REPORT-LINE
           STRING 'ACME DISTRIBUTING CO.' DELIMITED BY SIZE
               INTO SIGNOFF-REPORT-LINE
           WRITE SIGNOFF-REPORT-LINE
           MOVE SPACES TO SIGNOFF-REPORT-LINE
           STRING 'MONTH-END SIGN-OFF SUMMARY - PERIOD '
               WS-CLOSING-PERIOD ' - BUSINESS DATE ' WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO SIGNOFF-REPORT-LINE
           WRITE SIGNOFF-REPORT-LINE
           MOVE SPACES TO SIGNOFF-REPORT-LINE
           WRITE SIGNOFF-REPORT-LINE
           MOVE SPACES TO SIGNOFF-REPORT-LINE
           MOVE 'STEP' TO SIGNOFF-REPORT-LINE(1:4)
           MOVE 'DESCRIPTION' TO SIGNOFF-REPORT-LINE(6:11)
           MOVE 'PROGRAM' TO SIGNOFF-REPORT-LINE(27:7)
           MOVE 'RECORDS' TO SIGNOFF-REPORT-LINE(37:7)
           MOVE 'HASH TOTAL' TO SIGNOFF-REPORT-LINE(47:10)
           MOVE 'AMOUNT' TO SIGNOFF-REPORT-LINE(66:6)
           MOVE 'RUN DATE' TO SIGNOFF-REPORT-LINE(76:8)
           MOVE 'RUN TIME' TO SIGNOFF-REPORT-LINE(86:8)
           WRITE SIGNOFF-REPORT-LINE
           MOVE SPACES TO SIGNOFF-REPORT-LINE
           MOVE STEP-PREREQUISITES TO SIGNOFF-REPORT-LINE(2:2)
           MOVE 'PREREQUISITE CHECK' TO SIGNOFF-REPORT-LINE(6:20)
           MOVE 'MONTHEND' TO SIGNOFF-REPORT-LINE(27:8)
           MOVE 'VERIFIED - NIGHTLY, JOURNAL PROOF, HOLDS, PERIOD'
               TO SIGNOFF-REPORT-LINE(37:48)
           WRITE SIGNOFF-REPORT-LINE
           MOVE 0 TO WS-MISSING-TOTALS-COUNT
           PERFORM VARYING WORKING-INDEX FROM 1 BY 1
                   UNTIL WORKING-INDEX > 8
               PERFORM WRITE-SIGNOFF-STEP-LINE
           END-PERFORM
           MOVE SPACES TO SIGNOFF-REPORT-LINE
           WRITE SIGNOFF-REPORT-LINE
           MOVE SPACES TO SIGNOFF-REPORT-LINE
           IF WS-MISSING-TOTALS-COUNT = 0
               MOVE 'EVERY STEP REPORTED CONTROL TOTALS'
                   TO SIGNOFF-REPORT-LINE
           ELSE
               MOVE '*** STEPS WITHOUT CONTROL TOTALS - INVESTIGATE '
                   TO SIGNOFF-REPORT-LINE
               MOVE 'BEFORE SIGNING ***' TO SIGNOFF-REPORT-LINE(48:18)
               DISPLAY 'MONTHEND: steps without control totals - '
                   'see MONTH-END-SIGNOFF-REPORT'
               MOVE 'PRINT-SIGNOFF-SUMMARY' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'month-end step left no control totals'
                   TO WS-ERR-DESCRIPTION
               MOVE WS-CLOSING-PERIOD TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-MONTHEND-ERROR
           END-IF
           WRITE SIGNOFF-REPORT-LINE
           MOVE SPACES TO SIGNOFF-REPORT-LINE
           WRITE SIGNOFF-REPORT-LINE
           MOVE SPACES TO SIGNOFF-REPORT-LINE
           WRITE SIGNOFF-REPORT-LINE
           MOVE 'PREPARED BY: ______________________  DATE: ________'
               TO SIGNOFF-REPORT-LINE
           WRITE SIGNOFF-REPORT-LINE
           MOVE SPACES TO SIGNOFF-REPORT-LINE
           WRITE SIGNOFF-REPORT-LINE
           MOVE 'REVIEWED BY: ______________________  DATE: ________'
               TO SIGNOFF-REPORT-LINE
           WRITE SIGNOFF-REPORT-LINE
           MOVE SPACES TO SIGNOFF-REPORT-LINE
           WRITE SIGNOFF-REPORT-LINE
           MOVE 'CONTROLLER:  ______________________  DATE: ________'
               TO SIGNOFF-REPORT-LINE
           WRITE SIGNOFF-REPORT-LINE
           CLOSE SIGNOFF-REPORT-FILE.

      *---------------------------------------------------------------
      * Reads MONTH-END-CONTROL-TOTALS into STEP-TOTALS-TABLE against
      * the step whose program appended each record.

       LOAD-STEP-TOTALS.
           PERFORM VARYING WORKING-INDEX FROM 1 BY 1
                   UNTIL WORKING-INDEX > 8
               MOVE 'N' TO STT-PRESENT-FLAG(WORKING-INDEX)
           END-PERFORM
           MOVE 'N' TO WS-TOTALS-EOF-FLAG
           OPEN INPUT MONTH-END-CONTROL-TOTALS-FILE
           IF WS-TOTALS-FILE-STATUS NOT = '00'
               SET END-OF-CONTROL-TOTALS TO TRUE
           END-IF
           PERFORM UNTIL END-OF-CONTROL-TOTALS
               READ MONTH-END-CONTROL-TOTALS-FILE
                   AT END
                       SET END-OF-CONTROL-TOTALS TO TRUE
                   NOT AT END
                       PERFORM POST-ONE-STEP-TOTAL
               END-READ
           END-PERFORM
           IF WS-TOTALS-FILE-STATUS = '00' OR '10'
               CLOSE MONTH-END-CONTROL-TOTALS-FILE
           END-IF.

      *---------------------------------------------------------------
      * Files the control-total record just read under its step.

       POST-ONE-STEP-TOTAL.
           SET STEP-IDX TO 1
           SEARCH STEP-ENTRY
               AT END
                   CONTINUE
               WHEN STL-PROGRAM-NAME(STEP-IDX) = CTL-PROGRAM-NAME
                   SET WORKING-INDEX TO STEP-IDX
                   MOVE 'Y' TO STT-PRESENT-FLAG(WORKING-INDEX)
                   MOVE CTL-RECORD-COUNT
                       TO STT-RECORD-COUNT(WORKING-INDEX)
                   MOVE CTL-HASH-TOTAL
                       TO STT-HASH-TOTAL(WORKING-INDEX)
                   MOVE CTL-AMOUNT-TOTAL
                       TO STT-AMOUNT-TOTAL(WORKING-INDEX)
                   MOVE CTL-RUN-DATE TO STT-RUN-DATE(WORKING-INDEX)
                   MOVE CTL-RUN-TIME TO STT-RUN-TIME(WORKING-INDEX)
           END-SEARCH.

      *---------------------------------------------------------------
      * Writes one step's line on the sign-off summary.

       WRITE-SIGNOFF-STEP-LINE.
           MOVE SPACES TO SIGNOFF-REPORT-LINE
           COMPUTE WS-REPORT-STEP-NUMBER = WORKING-INDEX + 1
           MOVE WS-REPORT-STEP-NUMBER TO SIGNOFF-REPORT-LINE(2:2)
           MOVE STL-STEP-NAME(WORKING-INDEX)
               TO SIGNOFF-REPORT-LINE(6:20)
           MOVE STL-PROGRAM-NAME(WORKING-INDEX)
               TO SIGNOFF-REPORT-LINE(27:8)
           IF STT-TOTALS-PRESENT(WORKING-INDEX)
               MOVE STT-RECORD-COUNT(WORKING-INDEX)
                   TO RPT-COUNT-EDITED
               MOVE RPT-COUNT-EDITED TO SIGNOFF-REPORT-LINE(37:7)
               MOVE STT-HASH-TOTAL(WORKING-INDEX) TO RPT-HASH-EDITED
               MOVE RPT-HASH-EDITED TO SIGNOFF-REPORT-LINE(46:11)
               MOVE STT-AMOUNT-TOTAL(WORKING-INDEX)
                   TO RPT-AMOUNT-EDITED
               MOVE RPT-AMOUNT-EDITED TO SIGNOFF-REPORT-LINE(58:15)
               MOVE STT-RUN-DATE(WORKING-INDEX)
                   TO SIGNOFF-REPORT-LINE(76:8)
               MOVE STT-RUN-TIME(WORKING-INDEX)
                   TO SIGNOFF-REPORT-LINE(86:8)
           ELSE
               ADD 1 TO WS-MISSING-TOTALS-COUNT
               MOVE '*** NO CONTROL TOTALS ***'
                   TO SIGNOFF-REPORT-LINE(37:25)
           END-IF
           WRITE SIGNOFF-REPORT-LINE.
