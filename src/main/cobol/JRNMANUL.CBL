      *****************************************************************
      * Program name:    JRNMANUL
      * Original author: Dave Nicolette
      *
      * Manual, recurring, and auto-reversing journal entries.
      *
      * Every other record on JOURNAL-ENTRY-FILE is written by a
      * program; this run is how accounting's own accruals,
      * corrections, and reclasses get there, so JRNPROOF proves
      * them and GLPOST posts them with everything else. Entries are
      * keyed on MANUAL-JE-FILE, one record per line. An entry is
      * posted only when every account is on CHART-OF-ACCOUNTS-FILE,
      * its date is a real date no later than the business date in
      * a period PERDCHK reports open, its debits equal its credits,
      * and it names an approver other than its preparer. A refused
      * entry is printed with the reason, logged, and copied intact
      * to MANUAL-JE-REJECT-FILE for correction and rekeying; the
      * input file is cleared so nothing posts twice.
      *
      * A recurring entry is posted and kept on RECURRING-JE-FILE,
      * from which every later run posts it once per period, dated
      * the business date, until its end period passes or a stop
      * entry removes it. An auto-reversing entry is posted and its
      * reversal - every line on the opposite side - is held on
      * PENDING-REVERSAL-FILE until the first day of the next
      * period, when the first run on or after that day posts it.
      * Everything posted or refused is listed on MANUAL-JE-REGISTER.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  JRNMANUL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANUAL-JE-FILE ASSIGN TO "MANUAL-JE-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANUAL-FILE-STATUS.
           SELECT MANUAL-JE-REJECT-FILE
               ASSIGN TO "MANUAL-JE-REJECT-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.
           SELECT RECURRING-JE-FILE ASSIGN TO "RECURRING-JE-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECURRING-FILE-STATUS.
           SELECT PENDING-REVERSAL-FILE
               ASSIGN TO "PENDING-REVERSAL-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.
           SELECT JOURNAL-ENTRY-FILE ASSIGN TO "JOURNAL-ENTRY-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT CHART-OF-ACCOUNTS-FILE
               ASSIGN TO "CHART-OF-ACCOUNTS-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MANUAL-JE-REGISTER ASSIGN TO "MANUAL-JE-REGISTER"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MANUAL-JE-FILE.
       COPY MANJE.

       FD  MANUAL-JE-REJECT-FILE.
       01  MANUAL-JE-REJECT-RECORD      PIC X(88).

       FD  RECURRING-JE-FILE.
       COPY RECURJE.

      * A reversal waiting for its date, held as the journal entry
      * it will be written as.
       FD  PENDING-REVERSAL-FILE.
       01  PENDING-REVERSAL-RECORD      PIC X(35).

       FD  JOURNAL-ENTRY-FILE.
       COPY JRNENTRY.

       FD  CHART-OF-ACCOUNTS-FILE.
       COPY CHARTACC.

       FD  MANUAL-JE-REGISTER.
       01  REGISTER-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILLER.
           05  WS-MANUAL-FILE-STATUS    PIC XX.
           05  WS-REJECT-FILE-STATUS    PIC XX.
           05  WS-RECURRING-FILE-STATUS PIC XX.
           05  WS-PENDING-FILE-STATUS   PIC XX.
           05  WS-JOURNAL-FILE-STATUS   PIC XX.
           05  WS-MANUAL-EOF-FLAG       PIC X VALUE 'N'.
               88  END-OF-MANUAL-FILE       VALUE 'Y'.
           05  WS-RECURRING-EOF-FLAG    PIC X VALUE 'N'.
               88  END-OF-RECURRING-FILE    VALUE 'Y'.
           05  WS-PENDING-EOF-FLAG      PIC X VALUE 'N'.
               88  END-OF-PENDING-FILE      VALUE 'Y'.
           05  WS-CHART-EOF-FLAG        PIC X VALUE 'N'.
               88  END-OF-CHART-FILE        VALUE 'Y'.
           05  WS-CAPACITY-FLAG         PIC X VALUE 'N'.
               88  A-TABLE-IS-OVER-CAPACITY VALUE 'Y'.
           05  WS-RUN-PERIOD-OPEN-FLAG  PIC X.
               88  RUN-PERIOD-IS-OPEN       VALUE 'Y'.
           05  WS-PERIOD-OPEN-FLAG      PIC X.
               88  CHECKED-PERIOD-IS-OPEN   VALUE 'Y'.
           05  WS-DATE-VALID-FLAG       PIC X.
               88  CHECKED-DATE-IS-VALID    VALUE 'Y'.
           05  WS-FOUND-FLAG            PIC X.
               88  ENTRY-WAS-FOUND          VALUE 'Y'.
           05  WS-MANUAL-LINE-COUNT     PIC S9(04) VALUE 0.
           05  WS-RECURRING-COUNT       PIC S9(04) VALUE 0.
           05  WS-PENDING-COUNT         PIC S9(04) VALUE 0.
           05  WS-CHART-COUNT           PIC S9(04) VALUE 0.
           05  WS-LINE-INDEX            PIC S9(04).
           05  WS-GROUP-INDEX           PIC S9(04).
           05  WS-TABLE-INDEX           PIC S9(04).
           05  WS-GROUP-LINE-COUNT      PIC S9(04).
           05  WS-ENTRIES-POSTED        PIC S9(05) VALUE 0.
           05  WS-ENTRIES-REJECTED      PIC S9(05) VALUE 0.
           05  WS-RECURRING-POSTED      PIC S9(05) VALUE 0.
           05  WS-REVERSALS-POSTED      PIC S9(05) VALUE 0.
           05  WS-TOTAL-DEBITS          PIC S9(09)V99 VALUE 0.
           05  WS-TOTAL-CREDITS         PIC S9(09)V99 VALUE 0.
           05  WS-ENTRY-DEBITS          PIC S9(09)V99.
           05  WS-ENTRY-CREDITS         PIC S9(09)V99.
           05  WS-RUN-DATE              PIC X(08).
           05  WS-RUN-PERIOD            PIC X(06).
           05  WS-PERIOD-MONTH          PIC 9(02).
      * The entry being checked, taken from its first line.
           05  WS-CURRENT-ENTRY-ID      PIC X(08).
           05  WS-CURRENT-TYPE          PIC X.
           05  WS-CURRENT-DATE          PIC X(08).
           05  WS-CURRENT-PREPARED-BY   PIC X(08).
           05  WS-CURRENT-APPROVED-BY   PIC X(08).
           05  WS-CURRENT-END-PERIOD    PIC X(06).
           05  WS-REJECT-REASON         PIC X(50).
      * First day of the period after the entry date - when an
      * auto-reversing entry's reversal posts.
           05  WS-REVERSAL-DATE.
               10  WS-REVERSAL-YEAR     PIC 9(04).
               10  WS-REVERSAL-MONTH    PIC 9(02).
               10  WS-REVERSAL-DAY      PIC 9(02).
           05  WS-SOURCE-LABEL          PIC X(10).
           05  WS-LINE-DESCRIPTION      PIC X(30).
           05  WS-LINE-PREPARED-BY      PIC X(08).
           05  WS-LINE-APPROVED-BY      PIC X(08).
           05  WS-LINE-TYPE             PIC X.
      * External name handed to the shared GENBKUP routine before a
      * file is rewritten in place.
           05  WS-BACKUP-FILE-NAME      PIC X(40).
      * Run-lock fields for the shared RUNLOCK routine, so two runs
      * cannot rewrite the standing entries at once.
           05  WS-LOCK-ACTION           PIC X.
           05  WS-LOCK-FILE-NAME        PIC X(40).
           05  WS-LOCK-RESULT-FLAG      PIC X.
               88  RUN-LOCK-GRANTED         VALUE 'Y'.
           05  WS-LOCK-HOLDER-NAME      PIC X(08).
           05  WS-LOCK-REFUSED-FLAG     PIC X VALUE 'N'.
               88  A-RUN-LOCK-WAS-REFUSED   VALUE 'Y'.

       01  WS-ERROR-LOG-FIELDS.
           05  WS-ERR-PROGRAM-NAME      PIC X(08) VALUE 'JRNMANUL'.
           05  WS-ERR-PARAGRAPH-NAME    PIC X(30).
           05  WS-ERR-DESCRIPTION       PIC X(60).
           05  WS-ERR-OFFENDING-DATA    PIC X(30).

       01  RPT-AMOUNT-EDITED            PIC Z(8)9.99-.
       01  RPT-COUNT-EDITED             PIC ZZZZ9.

       01  CHART-TABLE.
           05  CHART-ENTRY OCCURS 1 TO 300 TIMES
                   DEPENDING ON WS-CHART-COUNT
                   INDEXED BY CHART-IDX.
               10  CHT-ACCOUNT-NUMBER   PIC X(08).

      * This run's keyed lines. Status: blank not yet looked at, G
      * in the entry being checked, D done.
       01  MANUAL-LINE-TABLE.
           05  MANUAL-LINE-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-MANUAL-LINE-COUNT.
               10  MLT-IMAGE            PIC X(88).
               10  MLT-STATUS           PIC X.
                   88  MLT-IS-PENDING       VALUE ' '.
                   88  MLT-IS-IN-GROUP      VALUE 'G'.

      * The standing recurring entry lines. Status X drops the line
      * when the file is rewritten.
       01  RECURRING-TABLE.
           05  RECURRING-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-RECURRING-COUNT.
               10  RCT-ENTRY-ID         PIC X(08).
               10  RCT-ACCOUNT-NUMBER   PIC X(08).
               10  RCT-DEBIT-CREDIT-CODE PIC X.
               10  RCT-AMOUNT           PIC S9(07)V99.
               10  RCT-PREPARED-BY      PIC X(08).
               10  RCT-APPROVED-BY      PIC X(08).
               10  RCT-END-PERIOD       PIC X(06).
               10  RCT-LAST-PERIOD      PIC X(06).
               10  RCT-DESCRIPTION      PIC X(30).
               10  RCT-STATUS           PIC X.
                   88  RCT-IS-ACTIVE        VALUE ' '.
                   88  RCT-IS-DROPPED       VALUE 'X'.

      * Reversals waiting for their date. Status R once posted.
       01  PENDING-TABLE.
           05  PENDING-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-PENDING-COUNT.
               10  PRT-IMAGE            PIC X(35).
               10  PRT-STATUS           PIC X.
                   88  PRT-IS-WAITING       VALUE ' '.
                   88  PRT-IS-RELEASED      VALUE 'R'.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM CLAIM-RUN-LOCKS
           IF A-RUN-LOCK-WAS-REFUSED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           CALL 'BUSDATE' USING WS-RUN-DATE
           END-CALL
           MOVE WS-RUN-DATE(1:6) TO WS-RUN-PERIOD
           CALL 'PERDCHK' USING WS-RUN-DATE WS-RUN-PERIOD-OPEN-FLAG
           END-CALL
           PERFORM LOAD-CHART-OF-ACCOUNTS
           PERFORM LOAD-RECURRING-ENTRIES
           PERFORM LOAD-PENDING-REVERSALS
           PERFORM LOAD-MANUAL-ENTRIES
           IF A-TABLE-IS-OVER-CAPACITY
               DISPLAY 'JRNMANUL: an input file exceeds the table '
                   'capacity - nothing posted, no files touched'
               MOVE 'MAIN-LOGIC' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'journal entry input exceeds table capacity'
                   TO WS-ERR-DESCRIPTION
               MOVE SPACES TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-JRNMANUL-ERROR
               PERFORM RELEASE-RUN-LOCKS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND JOURNAL-ENTRY-FILE
           IF WS-JOURNAL-FILE-STATUS = '35'
               OPEN OUTPUT JOURNAL-ENTRY-FILE
           END-IF
           OPEN EXTEND MANUAL-JE-REJECT-FILE
           IF WS-REJECT-FILE-STATUS = '35'
               OPEN OUTPUT MANUAL-JE-REJECT-FILE
           END-IF
           OPEN OUTPUT MANUAL-JE-REGISTER
           PERFORM PRINT-REGISTER-HEADING
           PERFORM VARYING WS-LINE-INDEX FROM 1 BY 1
                   UNTIL WS-LINE-INDEX > WS-MANUAL-LINE-COUNT
               IF MLT-IS-PENDING(WS-LINE-INDEX)
                   PERFORM PROCESS-ONE-MANUAL-ENTRY
               END-IF
           END-PERFORM
           PERFORM POST-RECURRING-ENTRIES
           PERFORM POST-DUE-REVERSALS
           PERFORM PRINT-REGISTER-TOTALS
           CLOSE JOURNAL-ENTRY-FILE
           CLOSE MANUAL-JE-REJECT-FILE
           CLOSE MANUAL-JE-REGISTER
           PERFORM REWRITE-RECURRING-FILE
           PERFORM REWRITE-PENDING-REVERSALS
           OPEN OUTPUT MANUAL-JE-FILE
           CLOSE MANUAL-JE-FILE
           PERFORM RELEASE-RUN-LOCKS
           DISPLAY 'JRNMANUL: ' WS-ENTRIES-POSTED ' entry(ies) '
               'posted, ' WS-ENTRIES-REJECTED ' rejected, '
               WS-RECURRING-POSTED ' recurring line(s) and '
               WS-REVERSALS-POSTED ' reversal line(s) posted'
           GOBACK.

      *---------------------------------------------------------------
      * Claims the two files this run rewrites in place. A refusal
      * names the holder and stops the run cold; a claim already
      * granted is given back.

       CLAIM-RUN-LOCKS.
           MOVE 'L' TO WS-LOCK-ACTION
           MOVE 'RECURRING-JE-FILE' TO WS-LOCK-FILE-NAME
           PERFORM CLAIM-ONE-RUN-LOCK
           IF NOT A-RUN-LOCK-WAS-REFUSED
               MOVE 'PENDING-REVERSAL-FILE' TO WS-LOCK-FILE-NAME
               PERFORM CLAIM-ONE-RUN-LOCK
               IF A-RUN-LOCK-WAS-REFUSED
                   MOVE 'U' TO WS-LOCK-ACTION
                   MOVE 'RECURRING-JE-FILE' TO WS-LOCK-FILE-NAME
                   CALL 'RUNLOCK' USING WS-LOCK-ACTION
                       WS-ERR-PROGRAM-NAME WS-LOCK-FILE-NAME
                       WS-LOCK-RESULT-FLAG WS-LOCK-HOLDER-NAME
                   END-CALL
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Claims the one file named in WS-LOCK-FILE-NAME.

       CLAIM-ONE-RUN-LOCK.
           CALL 'RUNLOCK' USING WS-LOCK-ACTION WS-ERR-PROGRAM-NAME
               WS-LOCK-FILE-NAME WS-LOCK-RESULT-FLAG
               WS-LOCK-HOLDER-NAME
           END-CALL
           IF NOT RUN-LOCK-GRANTED
               SET A-RUN-LOCK-WAS-REFUSED TO TRUE
               DISPLAY 'JRNMANUL: ' WS-LOCK-FILE-NAME
                   ' is locked by ' WS-LOCK-HOLDER-NAME
                   ' - run refused'
               MOVE 'CLAIM-RUN-LOCKS' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'master locked by another program'
                   TO WS-ERR-DESCRIPTION
               MOVE WS-LOCK-HOLDER-NAME TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-JRNMANUL-ERROR
           END-IF.

      *---------------------------------------------------------------
      * Releases this run's claims.

       RELEASE-RUN-LOCKS.
           MOVE 'U' TO WS-LOCK-ACTION
           MOVE 'RECURRING-JE-FILE' TO WS-LOCK-FILE-NAME
           CALL 'RUNLOCK' USING WS-LOCK-ACTION WS-ERR-PROGRAM-NAME
               WS-LOCK-FILE-NAME WS-LOCK-RESULT-FLAG
               WS-LOCK-HOLDER-NAME
           END-CALL
           MOVE 'PENDING-REVERSAL-FILE' TO WS-LOCK-FILE-NAME
           CALL 'RUNLOCK' USING WS-LOCK-ACTION WS-ERR-PROGRAM-NAME
               WS-LOCK-FILE-NAME WS-LOCK-RESULT-FLAG
               WS-LOCK-HOLDER-NAME
           END-CALL.

      *---------------------------------------------------------------
      * Calls the shared LOGERROR routine to append one record to
      * ERROR-LOG-FILE for the problem just found. WS-ERR-PARAGRAPH-
      * NAME, WS-ERR-DESCRIPTION and WS-ERR-OFFENDING-DATA must be set
      * by the calling paragraph before this is performed.

       LOG-JRNMANUL-ERROR.
           CALL 'LOGERROR' USING WS-ERR-PROGRAM-NAME
               WS-ERR-PARAGRAPH-NAME WS-ERR-DESCRIPTION
               WS-ERR-OFFENDING-DATA
           END-CALL.

      *---------------------------------------------------------------
      * Loads the account numbers on the chart. The chart holds one
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
      * Loads the standing recurring entry lines. A missing file
      * means none have been set up yet.

       LOAD-RECURRING-ENTRIES.
           OPEN INPUT RECURRING-JE-FILE
           IF WS-RECURRING-FILE-STATUS NOT = '00'
               SET END-OF-RECURRING-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-RECURRING-FILE
               READ RECURRING-JE-FILE
                   AT END
                       SET END-OF-RECURRING-FILE TO TRUE
                   NOT AT END
                       IF WS-RECURRING-COUNT = 1000
                           SET A-TABLE-IS-OVER-CAPACITY TO TRUE
                           SET END-OF-RECURRING-FILE TO TRUE
                       ELSE
                           ADD 1 TO WS-RECURRING-COUNT
                           MOVE WS-RECURRING-COUNT TO WS-TABLE-INDEX
                           PERFORM LOAD-ONE-RECURRING-LINE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RECURRING-FILE-STATUS = '00' OR '10'
               CLOSE RECURRING-JE-FILE
           END-IF.

      *---------------------------------------------------------------
      * Moves the recurring line just read into the table entry
      * WS-TABLE-INDEX points at.

       LOAD-ONE-RECURRING-LINE.
           MOVE RJE-ENTRY-ID TO RCT-ENTRY-ID(WS-TABLE-INDEX)
           MOVE RJE-ACCOUNT-NUMBER
               TO RCT-ACCOUNT-NUMBER(WS-TABLE-INDEX)
           MOVE RJE-DEBIT-CREDIT-CODE
               TO RCT-DEBIT-CREDIT-CODE(WS-TABLE-INDEX)
           MOVE RJE-AMOUNT TO RCT-AMOUNT(WS-TABLE-INDEX)
           MOVE RJE-PREPARED-BY TO RCT-PREPARED-BY(WS-TABLE-INDEX)
           MOVE RJE-APPROVED-BY TO RCT-APPROVED-BY(WS-TABLE-INDEX)
           MOVE RJE-END-PERIOD TO RCT-END-PERIOD(WS-TABLE-INDEX)
           MOVE RJE-LAST-PERIOD TO RCT-LAST-PERIOD(WS-TABLE-INDEX)
           MOVE RJE-DESCRIPTION TO RCT-DESCRIPTION(WS-TABLE-INDEX)
           MOVE SPACE TO RCT-STATUS(WS-TABLE-INDEX).

      *---------------------------------------------------------------
      * Loads the reversals still waiting for their date.

       LOAD-PENDING-REVERSALS.
           OPEN INPUT PENDING-REVERSAL-FILE
           IF WS-PENDING-FILE-STATUS NOT = '00'
               SET END-OF-PENDING-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-PENDING-FILE
               READ PENDING-REVERSAL-FILE
                   AT END
                       SET END-OF-PENDING-FILE TO TRUE
                   NOT AT END
                       IF WS-PENDING-COUNT = 1000
                           SET A-TABLE-IS-OVER-CAPACITY TO TRUE
                           SET END-OF-PENDING-FILE TO TRUE
                       ELSE
                           ADD 1 TO WS-PENDING-COUNT
                           MOVE PENDING-REVERSAL-RECORD
                               TO PRT-IMAGE(WS-PENDING-COUNT)
                           MOVE SPACE TO PRT-STATUS(WS-PENDING-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PENDING-FILE-STATUS = '00' OR '10'
               CLOSE PENDING-REVERSAL-FILE
           END-IF.

      *---------------------------------------------------------------
      * Loads this run's keyed lines, record images intact.

       LOAD-MANUAL-ENTRIES.
           OPEN INPUT MANUAL-JE-FILE
           IF WS-MANUAL-FILE-STATUS NOT = '00'
               SET END-OF-MANUAL-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-MANUAL-FILE
               READ MANUAL-JE-FILE
                   AT END
                       SET END-OF-MANUAL-FILE TO TRUE
                   NOT AT END
                       IF WS-MANUAL-LINE-COUNT = 2000
                           SET A-TABLE-IS-OVER-CAPACITY TO TRUE
                           SET END-OF-MANUAL-FILE TO TRUE
                       ELSE
                           ADD 1 TO WS-MANUAL-LINE-COUNT
                           MOVE MANUAL-JE-RECORD
                               TO MLT-IMAGE(WS-MANUAL-LINE-COUNT)
                           MOVE SPACE
                               TO MLT-STATUS(WS-MANUAL-LINE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MANUAL-FILE-STATUS = '00' OR '10'
               CLOSE MANUAL-JE-FILE
           END-IF.

      *---------------------------------------------------------------
      * Checks the entry the line at WS-LINE-INDEX belongs to - every
      * line keyed under its entry ID - and posts it or refuses it
      * whole.

       PROCESS-ONE-MANUAL-ENTRY.
           MOVE MLT-IMAGE(WS-LINE-INDEX) TO MANUAL-JE-RECORD
           MOVE MJE-ENTRY-ID TO WS-CURRENT-ENTRY-ID
           MOVE MJE-ENTRY-TYPE TO WS-CURRENT-TYPE
           MOVE MJE-ENTRY-DATE TO WS-CURRENT-DATE
           MOVE MJE-PREPARED-BY TO WS-CURRENT-PREPARED-BY
           MOVE MJE-APPROVED-BY TO WS-CURRENT-APPROVED-BY
           MOVE MJE-END-PERIOD TO WS-CURRENT-END-PERIOD
           MOVE 0 TO WS-GROUP-LINE-COUNT
           MOVE 0 TO WS-ENTRY-DEBITS
           MOVE 0 TO WS-ENTRY-CREDITS
           PERFORM VARYING WS-GROUP-INDEX FROM WS-LINE-INDEX BY 1
                   UNTIL WS-GROUP-INDEX > WS-MANUAL-LINE-COUNT
               IF MLT-IS-PENDING(WS-GROUP-INDEX)
                   AND MLT-IMAGE(WS-GROUP-INDEX)(1:8)
                       = WS-CURRENT-ENTRY-ID
                   MOVE 'G' TO MLT-STATUS(WS-GROUP-INDEX)
                   ADD 1 TO WS-GROUP-LINE-COUNT
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM CHECK-ENTRY-HEADER
           IF WS-REJECT-REASON = SPACES
               AND WS-CURRENT-TYPE NOT = 'X'
               PERFORM VARYING WS-GROUP-INDEX FROM WS-LINE-INDEX BY 1
                       UNTIL WS-GROUP-INDEX > WS-MANUAL-LINE-COUNT
                   IF MLT-IS-IN-GROUP(WS-GROUP-INDEX)
                       PERFORM CHECK-ONE-ENTRY-LINE
                   END-IF
               END-PERFORM
               PERFORM CHECK-ENTRY-BALANCE
           END-IF
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-ENTRIES-POSTED
               EVALUATE WS-CURRENT-TYPE
                   WHEN 'X'
                       PERFORM STOP-RECURRING-ENTRY
                   WHEN OTHER
                       PERFORM POST-MANUAL-ENTRY
               END-EVALUATE
           ELSE
               PERFORM REJECT-MANUAL-ENTRY
           END-IF
           PERFORM VARYING WS-GROUP-INDEX FROM WS-LINE-INDEX BY 1
                   UNTIL WS-GROUP-INDEX > WS-MANUAL-LINE-COUNT
               IF MLT-IS-IN-GROUP(WS-GROUP-INDEX)
                   MOVE 'D' TO MLT-STATUS(WS-GROUP-INDEX)
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Checks what applies to the entry as a whole: its type, the
      * separation of preparer and approver, its date and period,
      * and, for a recurring entry, its end period and the room to
      * keep it. The first failure found is the reason given.

       CHECK-ENTRY-HEADER.
           EVALUATE TRUE
               WHEN WS-CURRENT-TYPE NOT = 'S' AND NOT = 'R'
                       AND NOT = 'A' AND NOT = 'X'
                   MOVE 'entry type must be S, R, A, or X'
                       TO WS-REJECT-REASON
               WHEN WS-CURRENT-PREPARED-BY = SPACES
                   MOVE 'entry has no preparer ID' TO WS-REJECT-REASON
               WHEN WS-CURRENT-APPROVED-BY = SPACES
                   MOVE 'entry has no approver ID' TO WS-REJECT-REASON
               WHEN WS-CURRENT-APPROVED-BY = WS-CURRENT-PREPARED-BY
                   MOVE 'approver must be someone other than preparer'
                       TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               PERFORM FIND-RECURRING-ENTRY
               IF WS-CURRENT-TYPE = 'X'
                   IF NOT ENTRY-WAS-FOUND
                       MOVE 'no standing recurring entry has this ID'
                           TO WS-REJECT-REASON
                   END-IF
               ELSE
                   PERFORM CHECK-ENTRY-DATE
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND WS-CURRENT-TYPE = 'R'
               PERFORM CHECK-RECURRING-HEADER
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND WS-CURRENT-TYPE = 'A'
               AND WS-PENDING-COUNT + WS-GROUP-LINE-COUNT > 1000
               MOVE 'pending reversal table is full'
                   TO WS-REJECT-REASON
           END-IF.

      *---------------------------------------------------------------
      * The entry date must be a real date, no later than the
      * business date, in a period still open.

       CHECK-ENTRY-DATE.
           CALL 'DATECHK' USING WS-CURRENT-DATE WS-DATE-VALID-FLAG
           END-CALL
           IF NOT CHECKED-DATE-IS-VALID
               MOVE 'entry date is not a valid date'
                   TO WS-REJECT-REASON
           ELSE
               IF WS-CURRENT-DATE > WS-RUN-DATE
                   MOVE 'entry date is after the business date'
                       TO WS-REJECT-REASON
               ELSE
                   CALL 'PERDCHK' USING WS-CURRENT-DATE
                       WS-PERIOD-OPEN-FLAG
                   END-CALL
                   IF NOT CHECKED-PERIOD-IS-OPEN
                       MOVE 'entry date falls in a closed period'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * A new recurring entry needs an ID not already standing, an
      * end period that is blank or a real YYYYMM not before the
      * entry's own period, and room on the recurring table.

       CHECK-RECURRING-HEADER.
           EVALUATE TRUE
               WHEN ENTRY-WAS-FOUND
                   MOVE 'a recurring entry with this ID already stands'
                       TO WS-REJECT-REASON
               WHEN WS-RECURRING-COUNT + WS-GROUP-LINE-COUNT > 1000
                   MOVE 'recurring entry table is full'
                       TO WS-REJECT-REASON
               WHEN WS-CURRENT-END-PERIOD = SPACES
                   CONTINUE
               WHEN WS-CURRENT-END-PERIOD NOT NUMERIC
                   MOVE 'end period is not a valid YYYYMM'
                       TO WS-REJECT-REASON
               WHEN WS-CURRENT-END-PERIOD < WS-CURRENT-DATE(1:6)
                   MOVE 'end period is before the entry date'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE WS-CURRENT-END-PERIOD(5:2) TO WS-PERIOD-MONTH
                   IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
                       MOVE 'end period is not a valid YYYYMM'
                           TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE.

      *---------------------------------------------------------------
      * Sets ENTRY-WAS-FOUND when the current entry ID stands on the
      * recurring table.

       FIND-RECURRING-ENTRY.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                   UNTIL WS-TABLE-INDEX > WS-RECURRING-COUNT
               IF RCT-ENTRY-ID(WS-TABLE-INDEX) = WS-CURRENT-ENTRY-ID
                   AND RCT-IS-ACTIVE(WS-TABLE-INDEX)
                   SET ENTRY-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Checks one line of the entry against its first line and the
      * chart, and adds it to the entry's debits or credits.

       CHECK-ONE-ENTRY-LINE.
           MOVE MLT-IMAGE(WS-GROUP-INDEX) TO MANUAL-JE-RECORD
           IF WS-REJECT-REASON = SPACES
               IF MJE-ENTRY-TYPE NOT = WS-CURRENT-TYPE
                   OR MJE-ENTRY-DATE NOT = WS-CURRENT-DATE
                   OR MJE-PREPARED-BY NOT = WS-CURRENT-PREPARED-BY
                   OR MJE-APPROVED-BY NOT = WS-CURRENT-APPROVED-BY
                   MOVE 'lines differ in type, date, preparer, or '
                       TO WS-REJECT-REASON
                   MOVE 'approver' TO WS-REJECT-REASON(42:8)
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               SET CHART-IDX TO 1
               SEARCH CHART-ENTRY
                   AT END
                       MOVE SPACES TO WS-REJECT-REASON
                       STRING 'account ' MJE-ACCOUNT-NUMBER
                           ' is not on the chart of accounts'
                           DELIMITED BY SIZE INTO WS-REJECT-REASON
                   WHEN CHT-ACCOUNT-NUMBER(CHART-IDX)
                           = MJE-ACCOUNT-NUMBER
                       CONTINUE
               END-SEARCH
           END-IF
           IF WS-REJECT-REASON = SPACES
               EVALUATE TRUE
                   WHEN NOT MJE-IS-DEBIT AND NOT MJE-IS-CREDIT
                       MOVE 'debit/credit code must be D or C'
                           TO WS-REJECT-REASON
                   WHEN MJE-AMOUNT NOT NUMERIC
                       MOVE 'line amount is not numeric'
                           TO WS-REJECT-REASON
                   WHEN MJE-AMOUNT NOT > 0
                       MOVE 'line amount must be greater than zero'
                           TO WS-REJECT-REASON
                   WHEN MJE-IS-DEBIT
                       ADD MJE-AMOUNT TO WS-ENTRY-DEBITS
                   WHEN OTHER
                       ADD MJE-AMOUNT TO WS-ENTRY-CREDITS
               END-EVALUATE
           END-IF.

      *---------------------------------------------------------------
      * An entry must have a debit and a credit, and they must be
      * equal - nothing half-posted ever reaches JRNPROOF.

       CHECK-ENTRY-BALANCE.
           IF WS-REJECT-REASON = SPACES
               EVALUATE TRUE
                   WHEN WS-ENTRY-DEBITS = 0 OR WS-ENTRY-CREDITS = 0
                       MOVE 'entry needs at least one debit and credit'
                           TO WS-REJECT-REASON
                   WHEN WS-ENTRY-DEBITS NOT = WS-ENTRY-CREDITS
                       MOVE 'entry debits do not equal its credits'
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.

      *---------------------------------------------------------------
      * Posts every line of an accepted entry on its entry date; a
      * recurring entry is then kept for the periods to come and an
      * auto-reversing entry's reversal is held for the first of the
      * next period.

       POST-MANUAL-ENTRY.
           EVALUATE WS-CURRENT-TYPE
               WHEN 'R'
                   MOVE 'RECURRING' TO WS-SOURCE-LABEL
               WHEN 'A'
                   MOVE 'REVERSING' TO WS-SOURCE-LABEL
                   MOVE WS-CURRENT-DATE(1:6) TO WS-REVERSAL-DATE(1:6)
                   IF WS-REVERSAL-MONTH = 12
                       MOVE 1 TO WS-REVERSAL-MONTH
                       ADD 1 TO WS-REVERSAL-YEAR
                   ELSE
                       ADD 1 TO WS-REVERSAL-MONTH
                   END-IF
                   MOVE 1 TO WS-REVERSAL-DAY
               WHEN OTHER
                   MOVE 'MANUAL' TO WS-SOURCE-LABEL
           END-EVALUATE
           PERFORM VARYING WS-GROUP-INDEX FROM WS-LINE-INDEX BY 1
                   UNTIL WS-GROUP-INDEX > WS-MANUAL-LINE-COUNT
               IF MLT-IS-IN-GROUP(WS-GROUP-INDEX)
                   MOVE MLT-IMAGE(WS-GROUP-INDEX) TO MANUAL-JE-RECORD
                   MOVE MJE-ENTRY-DATE TO JRN-INV-DATE
                   MOVE MJE-ENTRY-ID TO JRN-INV-NUMBER
                   MOVE MJE-ACCOUNT-NUMBER TO JRN-ACCOUNT-NUMBER
                   MOVE MJE-DEBIT-CREDIT-CODE TO JRN-DEBIT-CREDIT-CODE
                   MOVE MJE-AMOUNT TO JRN-AMOUNT
                   MOVE MJE-DESCRIPTION TO WS-LINE-DESCRIPTION
                   MOVE MJE-PREPARED-BY TO WS-LINE-PREPARED-BY
                   MOVE MJE-APPROVED-BY TO WS-LINE-APPROVED-BY
                   MOVE MJE-ENTRY-TYPE TO WS-LINE-TYPE
                   PERFORM WRITE-AND-REGISTER-POSTING
                   IF MJE-IS-RECURRING
                       PERFORM KEEP-RECURRING-LINE
                   END-IF
                   IF MJE-IS-REVERSING
                       PERFORM HOLD-REVERSAL-LINE
                   END-IF
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Adds the manual line in the record area to the recurring
      * table as posted for its entry's period.

       KEEP-RECURRING-LINE.
           ADD 1 TO WS-RECURRING-COUNT
           MOVE WS-RECURRING-COUNT TO WS-TABLE-INDEX
           MOVE MJE-ENTRY-ID TO RCT-ENTRY-ID(WS-TABLE-INDEX)
           MOVE MJE-ACCOUNT-NUMBER
               TO RCT-ACCOUNT-NUMBER(WS-TABLE-INDEX)
           MOVE MJE-DEBIT-CREDIT-CODE
               TO RCT-DEBIT-CREDIT-CODE(WS-TABLE-INDEX)
           MOVE MJE-AMOUNT TO RCT-AMOUNT(WS-TABLE-INDEX)
           MOVE MJE-PREPARED-BY TO RCT-PREPARED-BY(WS-TABLE-INDEX)
           MOVE MJE-APPROVED-BY TO RCT-APPROVED-BY(WS-TABLE-INDEX)
           MOVE MJE-END-PERIOD TO RCT-END-PERIOD(WS-TABLE-INDEX)
           MOVE MJE-ENTRY-DATE(1:6) TO RCT-LAST-PERIOD(WS-TABLE-INDEX)
           MOVE MJE-DESCRIPTION TO RCT-DESCRIPTION(WS-TABLE-INDEX)
           MOVE SPACE TO RCT-STATUS(WS-TABLE-INDEX).

      *---------------------------------------------------------------
      * Holds the reversal of the journal line just written: same
      * account and amount on the other side, dated the first of the
      * next period.

       HOLD-REVERSAL-LINE.
           MOVE WS-REVERSAL-DATE TO JRN-INV-DATE
           IF JRN-IS-DEBIT
               MOVE 'C' TO JRN-DEBIT-CREDIT-CODE
           ELSE
               MOVE 'D' TO JRN-DEBIT-CREDIT-CODE
           END-IF
           ADD 1 TO WS-PENDING-COUNT
           MOVE JOURNAL-ENTRY-RECORD TO PRT-IMAGE(WS-PENDING-COUNT)
           MOVE SPACE TO PRT-STATUS(WS-PENDING-COUNT).

      *---------------------------------------------------------------
      * Writes the journal line staged in the record area, adds it
      * to the run totals, and lists it on the register with
      * WS-SOURCE-LABEL and the WS-LINE- fields.

       WRITE-AND-REGISTER-POSTING.
           WRITE JOURNAL-ENTRY-RECORD
           IF JRN-IS-DEBIT
               ADD JRN-AMOUNT TO WS-TOTAL-DEBITS
           ELSE
               ADD JRN-AMOUNT TO WS-TOTAL-CREDITS
           END-IF
           MOVE SPACES TO REGISTER-LINE
           MOVE JRN-INV-NUMBER TO REGISTER-LINE(1:8)
           MOVE WS-LINE-TYPE TO REGISTER-LINE(11:1)
           MOVE JRN-INV-DATE TO REGISTER-LINE(14:8)
           MOVE JRN-ACCOUNT-NUMBER TO REGISTER-LINE(24:8)
           MOVE JRN-DEBIT-CREDIT-CODE TO REGISTER-LINE(34:1)
           MOVE JRN-AMOUNT TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED TO REGISTER-LINE(37:13)
           MOVE WS-SOURCE-LABEL TO REGISTER-LINE(52:10)
           MOVE WS-LINE-PREPARED-BY TO REGISTER-LINE(63:8)
           MOVE WS-LINE-APPROVED-BY TO REGISTER-LINE(73:8)
           MOVE WS-LINE-DESCRIPTION TO REGISTER-LINE(83:30)
           WRITE REGISTER-LINE.

      *---------------------------------------------------------------
      * Drops the standing recurring entry named by a stop entry;
      * nothing is posted.

       STOP-RECURRING-ENTRY.
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                   UNTIL WS-TABLE-INDEX > WS-RECURRING-COUNT
               IF RCT-ENTRY-ID(WS-TABLE-INDEX) = WS-CURRENT-ENTRY-ID
                   MOVE 'X' TO RCT-STATUS(WS-TABLE-INDEX)
               END-IF
           END-PERFORM
           MOVE SPACES TO REGISTER-LINE
           MOVE WS-CURRENT-ENTRY-ID TO REGISTER-LINE(1:8)
           MOVE WS-CURRENT-TYPE TO REGISTER-LINE(11:1)
           MOVE 'STANDING RECURRING ENTRY STOPPED'
               TO REGISTER-LINE(14:32)
           MOVE 'STOPPED' TO REGISTER-LINE(52:10)
           MOVE WS-CURRENT-PREPARED-BY TO REGISTER-LINE(63:8)
           MOVE WS-CURRENT-APPROVED-BY TO REGISTER-LINE(73:8)
           WRITE REGISTER-LINE.

      *---------------------------------------------------------------
      * Refuses the entry whole: every line goes to the reject file
      * for correction, the register shows the lines and the reason,
      * and the refusal is logged.

       REJECT-MANUAL-ENTRY.
           ADD 1 TO WS-ENTRIES-REJECTED
           PERFORM VARYING WS-GROUP-INDEX FROM WS-LINE-INDEX BY 1
                   UNTIL WS-GROUP-INDEX > WS-MANUAL-LINE-COUNT
               IF MLT-IS-IN-GROUP(WS-GROUP-INDEX)
                   MOVE MLT-IMAGE(WS-GROUP-INDEX)
                       TO MANUAL-JE-REJECT-RECORD
                   WRITE MANUAL-JE-REJECT-RECORD
                   MOVE MLT-IMAGE(WS-GROUP-INDEX) TO MANUAL-JE-RECORD
                   MOVE SPACES TO REGISTER-LINE
                   MOVE MJE-ENTRY-ID TO REGISTER-LINE(1:8)
                   MOVE MJE-ENTRY-TYPE TO REGISTER-LINE(11:1)
                   MOVE MJE-ENTRY-DATE TO REGISTER-LINE(14:8)
                   MOVE MJE-ACCOUNT-NUMBER TO REGISTER-LINE(24:8)
                   MOVE MJE-DEBIT-CREDIT-CODE TO REGISTER-LINE(34:1)
                   IF MJE-AMOUNT NUMERIC
                       MOVE MJE-AMOUNT TO RPT-AMOUNT-EDITED
                       MOVE RPT-AMOUNT-EDITED TO REGISTER-LINE(37:13)
                   END-IF
                   MOVE 'REJECTED' TO REGISTER-LINE(52:10)
                   MOVE MJE-PREPARED-BY TO REGISTER-LINE(63:8)
                   MOVE MJE-APPROVED-BY TO REGISTER-LINE(73:8)
                   MOVE MJE-DESCRIPTION TO REGISTER-LINE(83:30)
                   WRITE REGISTER-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO REGISTER-LINE
           STRING '          *** ENTRY REJECTED - ' WS-REJECT-REASON
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           DISPLAY 'JRNMANUL: entry ' WS-CURRENT-ENTRY-ID
               ' rejected - ' WS-REJECT-REASON
           MOVE 'PROCESS-ONE-MANUAL-ENTRY' TO WS-ERR-PARAGRAPH-NAME
           MOVE WS-REJECT-REASON TO WS-ERR-DESCRIPTION
           MOVE WS-CURRENT-ENTRY-ID TO WS-ERR-OFFENDING-DATA
           PERFORM LOG-JRNMANUL-ERROR.

      *---------------------------------------------------------------
      * Posts every standing recurring entry not yet posted for the
      * business date's period, dated the business date, and drops
      * any whose end period has passed. Nothing posts while the
      * business date's period is closed.

       POST-RECURRING-ENTRIES.
           MOVE 'RECURRING' TO WS-SOURCE-LABEL
           MOVE 'R' TO WS-LINE-TYPE
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                   UNTIL WS-TABLE-INDEX > WS-RECURRING-COUNT
               IF RCT-IS-ACTIVE(WS-TABLE-INDEX)
                   IF RCT-END-PERIOD(WS-TABLE-INDEX) NOT = SPACES
                       AND RCT-END-PERIOD(WS-TABLE-INDEX)
                           < WS-RUN-PERIOD
                       MOVE 'X' TO RCT-STATUS(WS-TABLE-INDEX)
                   ELSE
                       IF RCT-LAST-PERIOD(WS-TABLE-INDEX)
                               < WS-RUN-PERIOD
                           AND RUN-PERIOD-IS-OPEN
                           PERFORM POST-ONE-RECURRING-LINE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Posts the recurring line WS-TABLE-INDEX points at for the
      * business date's period.

       POST-ONE-RECURRING-LINE.
           MOVE WS-RUN-DATE TO JRN-INV-DATE
           MOVE RCT-ENTRY-ID(WS-TABLE-INDEX) TO JRN-INV-NUMBER
           MOVE RCT-ACCOUNT-NUMBER(WS-TABLE-INDEX)
               TO JRN-ACCOUNT-NUMBER
           MOVE RCT-DEBIT-CREDIT-CODE(WS-TABLE-INDEX)
               TO JRN-DEBIT-CREDIT-CODE
           MOVE RCT-AMOUNT(WS-TABLE-INDEX) TO JRN-AMOUNT
           MOVE RCT-DESCRIPTION(WS-TABLE-INDEX) TO WS-LINE-DESCRIPTION
           MOVE RCT-PREPARED-BY(WS-TABLE-INDEX) TO WS-LINE-PREPARED-BY
           MOVE RCT-APPROVED-BY(WS-TABLE-INDEX) TO WS-LINE-APPROVED-BY
           PERFORM WRITE-AND-REGISTER-POSTING
           MOVE WS-RUN-PERIOD TO RCT-LAST-PERIOD(WS-TABLE-INDEX)
           ADD 1 TO WS-RECURRING-POSTED.

      *---------------------------------------------------------------
      * Posts every held reversal whose date has come. A reversal
      * whose period was closed before any run reached it posts on
      * the business date instead, so it is never lost; nothing
      * posts while the business date's period is closed.

       POST-DUE-REVERSALS.
           MOVE 'REVERSAL' TO WS-SOURCE-LABEL
           MOVE 'A' TO WS-LINE-TYPE
           MOVE SPACES TO WS-LINE-DESCRIPTION
           MOVE SPACES TO WS-LINE-PREPARED-BY
           MOVE SPACES TO WS-LINE-APPROVED-BY
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                   UNTIL WS-TABLE-INDEX > WS-PENDING-COUNT
               MOVE PRT-IMAGE(WS-TABLE-INDEX) TO JOURNAL-ENTRY-RECORD
               IF PRT-IS-WAITING(WS-TABLE-INDEX)
                   AND JRN-INV-DATE NOT > WS-RUN-DATE
                   AND RUN-PERIOD-IS-OPEN
                   CALL 'PERDCHK' USING JRN-INV-DATE
                       WS-PERIOD-OPEN-FLAG
                   END-CALL
                   IF NOT CHECKED-PERIOD-IS-OPEN
                       MOVE WS-RUN-DATE TO JRN-INV-DATE
                   END-IF
                   PERFORM WRITE-AND-REGISTER-POSTING
                   MOVE 'R' TO PRT-STATUS(WS-TABLE-INDEX)
                   ADD 1 TO WS-REVERSALS-POSTED
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Prints the register heading.

       PRINT-REGISTER-HEADING.
           MOVE SPACES TO REGISTER-LINE
           STRING 'ACME DISTRIBUTING CO.' DELIMITED BY SIZE
               INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING 'MANUAL JOURNAL ENTRY REGISTER - RUN DATE '
               WS-RUN-DATE DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           IF NOT RUN-PERIOD-IS-OPEN
               MOVE SPACES TO REGISTER-LINE
               MOVE 'BUSINESS DATE PERIOD IS CLOSED - NO RECURRING OR '
                   TO REGISTER-LINE
               MOVE 'REVERSING ENTRIES POSTED' TO REGISTER-LINE(51:24)
               WRITE REGISTER-LINE
           END-IF
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           MOVE 'ENTRY ID' TO REGISTER-LINE(1:8)
           MOVE 'TYPE' TO REGISTER-LINE(10:4)
           MOVE 'DATE' TO REGISTER-LINE(14:4)
           MOVE 'ACCOUNT' TO REGISTER-LINE(24:7)
           MOVE 'D/C' TO REGISTER-LINE(33:3)
           MOVE 'AMOUNT' TO REGISTER-LINE(44:6)
           MOVE 'SOURCE' TO REGISTER-LINE(52:6)
           MOVE 'PREPARER' TO REGISTER-LINE(63:8)
           MOVE 'APPROVER' TO REGISTER-LINE(73:8)
           MOVE 'DESCRIPTION' TO REGISTER-LINE(83:11)
           WRITE REGISTER-LINE.

      *---------------------------------------------------------------
      * Prints the run totals. The posted debits and credits must
      * agree; JRNPROOF proves the whole journal file again.

       PRINT-REGISTER-TOTALS.
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           MOVE 'TOTAL POSTED - DEBITS' TO REGISTER-LINE(1:21)
           MOVE WS-TOTAL-DEBITS TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED TO REGISTER-LINE(24:13)
           MOVE 'CREDITS' TO REGISTER-LINE(40:7)
           MOVE WS-TOTAL-CREDITS TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED TO REGISTER-LINE(48:13)
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           MOVE WS-ENTRIES-POSTED TO RPT-COUNT-EDITED
           STRING 'KEYED ENTRIES ACCEPTED: ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO REGISTER-LINE
           MOVE WS-ENTRIES-REJECTED TO RPT-COUNT-EDITED
           STRING 'REJECTED: ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO REGISTER-LINE(35:20)
           MOVE WS-RECURRING-POSTED TO RPT-COUNT-EDITED
           STRING 'RECURRING LINES: ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO REGISTER-LINE(55:25)
           MOVE WS-REVERSALS-POSTED TO RPT-COUNT-EDITED
           STRING 'REVERSAL LINES: ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO REGISTER-LINE(82:25)
           WRITE REGISTER-LINE.

      *---------------------------------------------------------------
      * Rewrites RECURRING-JE-FILE with the entries still standing.

       REWRITE-RECURRING-FILE.
           MOVE 'RECURRING-JE-FILE' TO WS-BACKUP-FILE-NAME
           CALL 'GENBKUP' USING WS-BACKUP-FILE-NAME
           END-CALL
           OPEN OUTPUT RECURRING-JE-FILE
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                   UNTIL WS-TABLE-INDEX > WS-RECURRING-COUNT
               IF RCT-IS-ACTIVE(WS-TABLE-INDEX)
                   MOVE RCT-ENTRY-ID(WS-TABLE-INDEX) TO RJE-ENTRY-ID
                   MOVE RCT-ACCOUNT-NUMBER(WS-TABLE-INDEX)
                       TO RJE-ACCOUNT-NUMBER
                   MOVE RCT-DEBIT-CREDIT-CODE(WS-TABLE-INDEX)
                       TO RJE-DEBIT-CREDIT-CODE
                   MOVE RCT-AMOUNT(WS-TABLE-INDEX) TO RJE-AMOUNT
                   MOVE RCT-PREPARED-BY(WS-TABLE-INDEX)
                       TO RJE-PREPARED-BY
                   MOVE RCT-APPROVED-BY(WS-TABLE-INDEX)
                       TO RJE-APPROVED-BY
                   MOVE RCT-END-PERIOD(WS-TABLE-INDEX)
                       TO RJE-END-PERIOD
                   MOVE RCT-LAST-PERIOD(WS-TABLE-INDEX)
                       TO RJE-LAST-PERIOD
                   MOVE RCT-DESCRIPTION(WS-TABLE-INDEX)
                       TO RJE-DESCRIPTION
                   WRITE RECURRING-JE-RECORD
               END-IF
           END-PERFORM
           CLOSE RECURRING-JE-FILE.

      *---------------------------------------------------------------
      * Rewrites PENDING-REVERSAL-FILE with the reversals still
      * waiting.

       REWRITE-PENDING-REVERSALS.
           MOVE 'PENDING-REVERSAL-FILE' TO WS-BACKUP-FILE-NAME
           CALL 'GENBKUP' USING WS-BACKUP-FILE-NAME
           END-CALL
           OPEN OUTPUT PENDING-REVERSAL-FILE
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                   UNTIL WS-TABLE-INDEX > WS-PENDING-COUNT
               IF PRT-IS-WAITING(WS-TABLE-INDEX)
                   MOVE PRT-IMAGE(WS-TABLE-INDEX)
                       TO PENDING-REVERSAL-RECORD
                   WRITE PENDING-REVERSAL-RECORD
               END-IF
           END-PERFORM
           CLOSE PENDING-REVERSAL-FILE.
