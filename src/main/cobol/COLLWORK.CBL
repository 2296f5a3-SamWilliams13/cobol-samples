      *****************************************************************
      * Program name:    COLLWORK
      * Original author: Dave Nicolette
      *
      * Daily collections worklist.
      *
      * Lists every account on CUSTOMER-MASTER-FILE with money past
      * due on AR-OPEN-ITEM-FILE, worst first, so the collectors
      * know whom to call. Each account shows its past-due dollars,
      * CST-DAYS-PAST-DUE, its last contact from COLLECTION-NOTES-
      * FILE, and its latest promise to pay. The payments on
      * CASH-APPLIED-FILE dated from the day a promise was made
      * through the day it was due are counted against it: a promise
      * they cover is kept, one still inside its date is open, and
      * one whose date has passed without the promised amount
      * arriving is broken. Broken promises go to the top of the
      * list; within that and within the rest, accounts rank by
      * past-due dollars and then by days past due. A foreign
      * item's past-due amount is valued at its billed rate, as the
      * collector quotes it, not revalued.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  COLLWORK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTOMER-MASTER-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AR-OPEN-ITEM-FILE
               ASSIGN TO "AR-OPEN-ITEM-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-FILE-STATUS.
           SELECT COLLECTION-NOTES-FILE
               ASSIGN TO "COLLECTION-NOTES-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTES-FILE-STATUS.
           SELECT CASH-APPLIED-FILE ASSIGN TO "CASH-APPLIED-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPLIED-FILE-STATUS.
           SELECT COLLECTION-WORKLIST-FILE
               ASSIGN TO "COLLECTION-WORKLIST"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST.

       FD  AR-OPEN-ITEM-FILE.
       COPY AROPEN.

       FD  COLLECTION-NOTES-FILE.
       COPY COLLNOTE.

       FD  CASH-APPLIED-FILE.
       COPY CASHAPPL.

       FD  COLLECTION-WORKLIST-FILE.
       01  COLLECTION-WORKLIST-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILLER.
           05  WS-EOF-FLAG              PIC X.
               88  END-OF-CURRENT-FILE      VALUE 'Y'.
      * A '35' is a file that does not exist yet - nothing has ever
      * been written to it.
           05  WS-OPEN-FILE-STATUS      PIC XX.
           05  WS-NOTES-FILE-STATUS     PIC XX.
           05  WS-APPLIED-FILE-STATUS   PIC XX.
           05  WS-CUSTOMER-COUNT        PIC S9(05) VALUE 0.
           05  WS-CUSTOMER-INDEX        PIC S9(05).
           05  WS-SORT-INDEX            PIC S9(05).
           05  WS-SORT-SWAPPED-FLAG     PIC X.
               88  A-SWAP-WAS-MADE          VALUE 'Y'.
           05  WS-OUT-OF-ORDER-FLAG     PIC X.
               88  ENTRIES-ARE-OUT-OF-ORDER VALUE 'Y'.
           05  WS-FOUND-FLAG            PIC X.
               88  ENTRY-WAS-FOUND          VALUE 'Y'.
           05  WS-ITEM-HOME-VALUE       PIC S9(09)V99.
           05  WS-WORKLIST-COUNT        PIC S9(05) VALUE 0.
           05  WS-BROKEN-COUNT          PIC S9(05) VALUE 0.
           05  WS-OPEN-PROMISE-COUNT    PIC S9(05) VALUE 0.
           05  WS-TOTAL-PAST-DUE        PIC S9(11)V99 VALUE 0.
           05  WS-RUN-DATE              PIC X(08).
           05  WS-HOME-CURRENCY-CODE    PIC X(03) VALUE 'USD'.
           05  WS-CAPACITY-FLAG         PIC X VALUE 'N'.
               88  A-TABLE-IS-OVER-CAPACITY VALUE 'Y'.

       01  WS-ERROR-LOG-FIELDS.
           05  WS-ERR-PROGRAM-NAME      PIC X(08) VALUE 'COLLWORK'.
           05  WS-ERR-PARAGRAPH-NAME    PIC X(30).
           05  WS-ERR-DESCRIPTION       PIC X(60).
           05  WS-ERR-OFFENDING-DATA    PIC X(30).

       01  RPT-AMOUNT-EDITED            PIC Z(8)9.99-.
       01  RPT-TOTAL-EDITED             PIC Z(10)9.99-.
       01  RPT-COUNT-EDITED             PIC ZZZZ9.
       01  RPT-RANK-EDITED              PIC ZZZ9.
       01  RPT-DAYS-EDITED              PIC ZZ9.

      * One entry per account, filled in as the files are read and
      * then ranked in place.
       01  WORKLIST-TABLE.
           05  WORKLIST-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-CUSTOMER-COUNT.
               10  CWT-ACCOUNT-NUMBER   PIC X(06).
               10  CWT-CUSTOMER-NAME    PIC X(19).
               10  CWT-DAYS-PAST-DUE    PIC 9(03).
               10  CWT-PAST-DUE-AMOUNT  PIC S9(09)V99.
               10  CWT-LAST-CONTACT-DATE PIC X(08).
               10  CWT-LAST-COLLECTOR   PIC X(08).
               10  CWT-LAST-NOTE-TEXT   PIC X(60).
               10  CWT-PROMISE-MADE-DATE PIC X(08).
               10  CWT-PROMISED-AMOUNT  PIC S9(07)V99.
               10  CWT-PROMISED-DATE    PIC X(08).
               10  CWT-PROMISE-RECEIVED PIC S9(09)V99.
               10  CWT-PROMISE-STATUS   PIC X.
                   88  CWT-NO-PROMISE       VALUE SPACE.
                   88  CWT-PROMISE-IS-OPEN  VALUE 'O'.
                   88  CWT-PROMISE-IS-KEPT  VALUE 'K'.
                   88  CWT-PROMISE-IS-BROKEN VALUE 'B'.
      * 1 for a broken promise, 2 for everything else, so broken
      * promises rank ahead of the past-due dollars.
               10  CWT-RANK-GROUP       PIC 9.
       01  WORKLIST-SWAP-AREA.
           05  CWT-SWAP-ACCOUNT-NUMBER  PIC X(06).
           05  CWT-SWAP-CUSTOMER-NAME   PIC X(19).
           05  CWT-SWAP-DAYS-PAST-DUE   PIC 9(03).
           05  CWT-SWAP-PAST-DUE-AMOUNT PIC S9(09)V99.
           05  CWT-SWAP-LAST-CONTACT-DATE PIC X(08).
           05  CWT-SWAP-LAST-COLLECTOR  PIC X(08).
           05  CWT-SWAP-LAST-NOTE-TEXT  PIC X(60).
           05  CWT-SWAP-PROMISE-MADE-DATE PIC X(08).
           05  CWT-SWAP-PROMISED-AMOUNT PIC S9(07)V99.
           05  CWT-SWAP-PROMISED-DATE   PIC X(08).
           05  CWT-SWAP-PROMISE-RECEIVED PIC S9(09)V99.
           05  CWT-SWAP-PROMISE-STATUS  PIC X.
           05  CWT-SWAP-RANK-GROUP      PIC 9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           CALL 'BUSDATE' USING WS-RUN-DATE
           END-CALL
           PERFORM LOAD-CUSTOMER-MASTER
           IF A-TABLE-IS-OVER-CAPACITY
               DISPLAY 'COLLWORK: CUSTOMER-MASTER-FILE exceeds the '
                   'table capacity - no worklist produced'
               MOVE 'MAIN-LOGIC' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'customer master exceeds worklist capacity'
                   TO WS-ERR-DESCRIPTION
               MOVE SPACES TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-COLLWORK-ERROR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM ADD-UP-PAST-DUE-ITEMS
           PERFORM READ-COLLECTION-NOTES
           PERFORM ADD-UP-PROMISED-PAYMENTS
           PERFORM VARYING WS-CUSTOMER-INDEX FROM 1 BY 1
                   UNTIL WS-CUSTOMER-INDEX > WS-CUSTOMER-COUNT
               PERFORM SET-PROMISE-STATUS
           END-PERFORM
           PERFORM RANK-WORKLIST
           OPEN OUTPUT COLLECTION-WORKLIST-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM VARYING WS-CUSTOMER-INDEX FROM 1 BY 1
                   UNTIL WS-CUSTOMER-INDEX > WS-CUSTOMER-COUNT
               IF CWT-PAST-DUE-AMOUNT(WS-CUSTOMER-INDEX) > 0
                   PERFORM WRITE-WORKLIST-ENTRY
               END-IF
           END-PERFORM
           PERFORM WRITE-REPORT-TOTALS
           CLOSE COLLECTION-WORKLIST-FILE
           DISPLAY 'COLLWORK: ' WS-WORKLIST-COUNT
               ' account(s) on the worklist, ' WS-BROKEN-COUNT
               ' broken promise(s)'
           GOBACK.

      *---------------------------------------------------------------
      * Calls the shared LOGERROR routine to append one record to
      * ERROR-LOG-FILE for the problem just found. WS-ERR-PARAGRAPH-
      * NAME, WS-ERR-DESCRIPTION and WS-ERR-OFFENDING-DATA must be set
      * by the calling paragraph before this is performed.

       LOG-COLLWORK-ERROR.
           CALL 'LOGERROR' USING WS-ERR-PROGRAM-NAME
               WS-ERR-PARAGRAPH-NAME WS-ERR-DESCRIPTION
               WS-ERR-OFFENDING-DATA
           END-CALL.

      *---------------------------------------------------------------
      * Loads the accounts with nothing past due, no contact, and no
      * promise yet.

       LOAD-CUSTOMER-MASTER.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CUSTOMER-MASTER-FILE
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ CUSTOMER-MASTER-FILE
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       IF WS-CUSTOMER-COUNT = 500
                           SET A-TABLE-IS-OVER-CAPACITY TO TRUE
                           SET END-OF-CURRENT-FILE TO TRUE
                       ELSE
                           ADD 1 TO WS-CUSTOMER-COUNT
                           PERFORM LOAD-ONE-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER-FILE.

      *---------------------------------------------------------------
      * Fills in the new table entry from the master record.

       LOAD-ONE-CUSTOMER.
           MOVE CST-ACCOUNT-NUMBER
               TO CWT-ACCOUNT-NUMBER(WS-CUSTOMER-COUNT)
           MOVE CST-CUSTOMER-NAME
               TO CWT-CUSTOMER-NAME(WS-CUSTOMER-COUNT)
           MOVE CST-DAYS-PAST-DUE
               TO CWT-DAYS-PAST-DUE(WS-CUSTOMER-COUNT)
           MOVE 0 TO CWT-PAST-DUE-AMOUNT(WS-CUSTOMER-COUNT)
           MOVE SPACES TO CWT-LAST-CONTACT-DATE(WS-CUSTOMER-COUNT)
           MOVE SPACES TO CWT-LAST-COLLECTOR(WS-CUSTOMER-COUNT)
           MOVE SPACES TO CWT-LAST-NOTE-TEXT(WS-CUSTOMER-COUNT)
           MOVE SPACES TO CWT-PROMISE-MADE-DATE(WS-CUSTOMER-COUNT)
           MOVE 0 TO CWT-PROMISED-AMOUNT(WS-CUSTOMER-COUNT)
           MOVE SPACES TO CWT-PROMISED-DATE(WS-CUSTOMER-COUNT)
           MOVE 0 TO CWT-PROMISE-RECEIVED(WS-CUSTOMER-COUNT)
           MOVE SPACE TO CWT-PROMISE-STATUS(WS-CUSTOMER-COUNT)
           MOVE 2 TO CWT-RANK-GROUP(WS-CUSTOMER-COUNT).

      *---------------------------------------------------------------
      * Adds every open debit item due before today into its
      * account's past-due dollars.

       ADD-UP-PAST-DUE-ITEMS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT AR-OPEN-ITEM-FILE
           IF WS-OPEN-FILE-STATUS NOT = '00'
               SET END-OF-CURRENT-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ AR-OPEN-ITEM-FILE
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       IF ARO-OPEN-AMOUNT > 0
                           AND ARO-DUE-DATE < WS-RUN-DATE
                           PERFORM ADD-ONE-PAST-DUE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OPEN-FILE-STATUS = '00' OR '10'
               CLOSE AR-OPEN-ITEM-FILE
           END-IF.

      *---------------------------------------------------------------
      * Posts the past-due item in the record area to its account.

       ADD-ONE-PAST-DUE-ITEM.
           IF ARO-CURRENCY-CODE = WS-HOME-CURRENCY-CODE
               OR ARO-CURRENCY-CODE = SPACES
               OR ARO-BILLED-EXCHANGE-RATE NOT > 0
               MOVE ARO-OPEN-AMOUNT TO WS-ITEM-HOME-VALUE
           ELSE
               COMPUTE WS-ITEM-HOME-VALUE ROUNDED =
                   ARO-OPEN-AMOUNT * ARO-BILLED-EXCHANGE-RATE
           END-IF
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING WS-CUSTOMER-INDEX FROM 1 BY 1
                   UNTIL WS-CUSTOMER-INDEX > WS-CUSTOMER-COUNT
                      OR ENTRY-WAS-FOUND
               IF CWT-ACCOUNT-NUMBER(WS-CUSTOMER-INDEX)
                       = ARO-ACCOUNT-NUMBER
                   SET ENTRY-WAS-FOUND TO TRUE
                   ADD WS-ITEM-HOME-VALUE
                       TO CWT-PAST-DUE-AMOUNT(WS-CUSTOMER-INDEX)
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Picks out each account's latest contact and latest promise
      * to pay. A later note on the same day supersedes an earlier
      * one, the file holding an account's notes in posting order.

       READ-COLLECTION-NOTES.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT COLLECTION-NOTES-FILE
           IF WS-NOTES-FILE-STATUS NOT = '00'
               SET END-OF-CURRENT-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ COLLECTION-NOTES-FILE
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       PERFORM NOTE-ONE-CONTACT
               END-READ
           END-PERFORM
           IF WS-NOTES-FILE-STATUS = '00' OR '10'
               CLOSE COLLECTION-NOTES-FILE
           END-IF.

      *---------------------------------------------------------------
      * Posts the note in the record area to its account.

       NOTE-ONE-CONTACT.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING WS-CUSTOMER-INDEX FROM 1 BY 1
                   UNTIL WS-CUSTOMER-INDEX > WS-CUSTOMER-COUNT
                      OR ENTRY-WAS-FOUND
               IF CWT-ACCOUNT-NUMBER(WS-CUSTOMER-INDEX)
                       = CLN-ACCOUNT-NUMBER
                   SET ENTRY-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF ENTRY-WAS-FOUND
               SUBTRACT 1 FROM WS-CUSTOMER-INDEX
               IF CLN-CONTACT-DATE NOT <
                       CWT-LAST-CONTACT-DATE(WS-CUSTOMER-INDEX)
                   MOVE CLN-CONTACT-DATE
                       TO CWT-LAST-CONTACT-DATE(WS-CUSTOMER-INDEX)
                   MOVE CLN-COLLECTOR
                       TO CWT-LAST-COLLECTOR(WS-CUSTOMER-INDEX)
                   MOVE CLN-NOTE-TEXT
                       TO CWT-LAST-NOTE-TEXT(WS-CUSTOMER-INDEX)
               END-IF
               IF CLN-PROMISED-AMOUNT > 0
                   AND CLN-CONTACT-DATE NOT <
                       CWT-PROMISE-MADE-DATE(WS-CUSTOMER-INDEX)
                   MOVE CLN-CONTACT-DATE
                       TO CWT-PROMISE-MADE-DATE(WS-CUSTOMER-INDEX)
                   MOVE CLN-PROMISED-AMOUNT
                       TO CWT-PROMISED-AMOUNT(WS-CUSTOMER-INDEX)
                   MOVE CLN-PROMISED-DATE
                       TO CWT-PROMISED-DATE(WS-CUSTOMER-INDEX)
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Counts the payments applied to each account from the day its
      * promise was made through the day it was due. Refunds paid
      * out are not payments in.

       ADD-UP-PROMISED-PAYMENTS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CASH-APPLIED-FILE
           IF WS-APPLIED-FILE-STATUS NOT = '00'
               SET END-OF-CURRENT-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ CASH-APPLIED-FILE
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       IF NOT CAP-IS-REFUND
                           PERFORM COUNT-ONE-PROMISED-PAYMENT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-APPLIED-FILE-STATUS = '00' OR '10'
               CLOSE CASH-APPLIED-FILE
           END-IF.

      *---------------------------------------------------------------
      * Counts the application in the record area against its
      * account's promise when it falls inside the promise window.

       COUNT-ONE-PROMISED-PAYMENT.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING WS-CUSTOMER-INDEX FROM 1 BY 1
                   UNTIL WS-CUSTOMER-INDEX > WS-CUSTOMER-COUNT
                      OR ENTRY-WAS-FOUND
               IF CWT-ACCOUNT-NUMBER(WS-CUSTOMER-INDEX)
                       = CAP-ACCOUNT-NUMBER
                   SET ENTRY-WAS-FOUND TO TRUE
                   IF CWT-PROMISED-AMOUNT(WS-CUSTOMER-INDEX) > 0
                       AND CAP-PAYMENT-DATE NOT <
                           CWT-PROMISE-MADE-DATE(WS-CUSTOMER-INDEX)
                       AND CAP-PAYMENT-DATE NOT >
                           CWT-PROMISED-DATE(WS-CUSTOMER-INDEX)
                       ADD CAP-AMOUNT
                           TO CWT-PROMISE-RECEIVED(WS-CUSTOMER-INDEX)
                   END-IF
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Decides whether the account's promise was kept, is still
      * open, or was broken.

       SET-PROMISE-STATUS.
           IF CWT-PROMISED-AMOUNT(WS-CUSTOMER-INDEX) > 0
               EVALUATE TRUE
                   WHEN CWT-PROMISE-RECEIVED(WS-CUSTOMER-INDEX)
                           NOT < CWT-PROMISED-AMOUNT(WS-CUSTOMER-INDEX)
                       SET CWT-PROMISE-IS-KEPT(WS-CUSTOMER-INDEX)
                           TO TRUE
                   WHEN CWT-PROMISED-DATE(WS-CUSTOMER-INDEX)
                           < WS-RUN-DATE
                       SET CWT-PROMISE-IS-BROKEN(WS-CUSTOMER-INDEX)
                           TO TRUE
                       MOVE 1 TO CWT-RANK-GROUP(WS-CUSTOMER-INDEX)
                   WHEN OTHER
                       SET CWT-PROMISE-IS-OPEN(WS-CUSTOMER-INDEX)
                           TO TRUE
               END-EVALUATE
           END-IF.

      *---------------------------------------------------------------
      * Ranks the table: broken promises first, then most past-due
      * dollars, then most days past due.

       RANK-WORKLIST.
           SET A-SWAP-WAS-MADE TO TRUE
           PERFORM UNTIL NOT A-SWAP-WAS-MADE
               MOVE 'N' TO WS-SORT-SWAPPED-FLAG
               PERFORM VARYING WS-SORT-INDEX FROM 1 BY 1
                       UNTIL WS-SORT-INDEX >= WS-CUSTOMER-COUNT
                   PERFORM COMPARE-WORKLIST-ENTRIES
                   IF ENTRIES-ARE-OUT-OF-ORDER
                       MOVE WORKLIST-ENTRY(WS-SORT-INDEX)
                           TO WORKLIST-SWAP-AREA
                       MOVE WORKLIST-ENTRY(WS-SORT-INDEX + 1)
                           TO WORKLIST-ENTRY(WS-SORT-INDEX)
                       MOVE WORKLIST-SWAP-AREA
                           TO WORKLIST-ENTRY(WS-SORT-INDEX + 1)
                       SET A-SWAP-WAS-MADE TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.

      *---------------------------------------------------------------
      * Sets ENTRIES-ARE-OUT-OF-ORDER when the entry at WS-SORT-INDEX
      * should rank below the one after it.

       COMPARE-WORKLIST-ENTRIES.
           MOVE 'N' TO WS-OUT-OF-ORDER-FLAG
           EVALUATE TRUE
               WHEN CWT-RANK-GROUP(WS-SORT-INDEX)
                       > CWT-RANK-GROUP(WS-SORT-INDEX + 1)
                   SET ENTRIES-ARE-OUT-OF-ORDER TO TRUE
               WHEN CWT-RANK-GROUP(WS-SORT-INDEX)
                       < CWT-RANK-GROUP(WS-SORT-INDEX + 1)
                   CONTINUE
               WHEN CWT-PAST-DUE-AMOUNT(WS-SORT-INDEX)
                       < CWT-PAST-DUE-AMOUNT(WS-SORT-INDEX + 1)
                   SET ENTRIES-ARE-OUT-OF-ORDER TO TRUE
               WHEN CWT-PAST-DUE-AMOUNT(WS-SORT-INDEX)
                       > CWT-PAST-DUE-AMOUNT(WS-SORT-INDEX + 1)
                   CONTINUE
               WHEN CWT-DAYS-PAST-DUE(WS-SORT-INDEX)
                       < CWT-DAYS-PAST-DUE(WS-SORT-INDEX + 1)
                   SET ENTRIES-ARE-OUT-OF-ORDER TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *---------------------------------------------------------------
      * Prints one account on the worklist, with its last note on a
      * second line when there is one.

       WRITE-WORKLIST-ENTRY.
           ADD 1 TO WS-WORKLIST-COUNT
           ADD CWT-PAST-DUE-AMOUNT(WS-CUSTOMER-INDEX)
               TO WS-TOTAL-PAST-DUE
           MOVE SPACES TO COLLECTION-WORKLIST-LINE
           MOVE WS-WORKLIST-COUNT TO RPT-RANK-EDITED
           MOVE RPT-RANK-EDITED TO COLLECTION-WORKLIST-LINE(1:4)
           MOVE CWT-ACCOUNT-NUMBER(WS-CUSTOMER-INDEX)
               TO COLLECTION-WORKLIST-LINE(7:6)
           MOVE CWT-CUSTOMER-NAME(WS-CUSTOMER-INDEX)
               TO COLLECTION-WORKLIST-LINE(15:19)
           MOVE CWT-PAST-DUE-AMOUNT(WS-CUSTOMER-INDEX)
               TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED TO COLLECTION-WORKLIST-LINE(35:13)
           MOVE CWT-DAYS-PAST-DUE(WS-CUSTOMER-INDEX)
               TO RPT-DAYS-EDITED
           MOVE RPT-DAYS-EDITED TO COLLECTION-WORKLIST-LINE(51:3)
           MOVE CWT-LAST-CONTACT-DATE(WS-CUSTOMER-INDEX)
               TO COLLECTION-WORKLIST-LINE(56:8)
           MOVE CWT-LAST-COLLECTOR(WS-CUSTOMER-INDEX)
               TO COLLECTION-WORKLIST-LINE(66:8)
           IF NOT CWT-NO-PROMISE(WS-CUSTOMER-INDEX)
               MOVE CWT-PROMISED-AMOUNT(WS-CUSTOMER-INDEX)
                   TO RPT-AMOUNT-EDITED
               MOVE RPT-AMOUNT-EDITED
                   TO COLLECTION-WORKLIST-LINE(75:13)
               MOVE CWT-PROMISED-DATE(WS-CUSTOMER-INDEX)
                   TO COLLECTION-WORKLIST-LINE(90:8)
           END-IF
           EVALUATE TRUE
               WHEN CWT-PROMISE-IS-BROKEN(WS-CUSTOMER-INDEX)
                   ADD 1 TO WS-BROKEN-COUNT
                   MOVE '*** BROKEN PROMISE'
                       TO COLLECTION-WORKLIST-LINE(100:18)
               WHEN CWT-PROMISE-IS-OPEN(WS-CUSTOMER-INDEX)
                   ADD 1 TO WS-OPEN-PROMISE-COUNT
                   MOVE 'PROMISE OPEN'
                       TO COLLECTION-WORKLIST-LINE(100:12)
               WHEN CWT-PROMISE-IS-KEPT(WS-CUSTOMER-INDEX)
                   MOVE 'PROMISE KEPT'
                       TO COLLECTION-WORKLIST-LINE(100:12)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           WRITE COLLECTION-WORKLIST-LINE
           IF CWT-LAST-NOTE-TEXT(WS-CUSTOMER-INDEX) NOT = SPACES
               MOVE SPACES TO COLLECTION-WORKLIST-LINE
               MOVE 'LAST NOTE: ' TO COLLECTION-WORKLIST-LINE(15:11)
               MOVE CWT-LAST-NOTE-TEXT(WS-CUSTOMER-INDEX)
                   TO COLLECTION-WORKLIST-LINE(26:60)
               WRITE COLLECTION-WORKLIST-LINE
           END-IF.

      *---------------------------------------------------------------
      * Writes the heading block of the worklist.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO COLLECTION-WORKLIST-LINE
           STRING 'ACME DISTRIBUTING CO.' DELIMITED BY SIZE
               INTO COLLECTION-WORKLIST-LINE
           WRITE COLLECTION-WORKLIST-LINE
           MOVE SPACES TO COLLECTION-WORKLIST-LINE
           STRING 'COLLECTIONS WORKLIST - RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO COLLECTION-WORKLIST-LINE
           WRITE COLLECTION-WORKLIST-LINE
           MOVE SPACES TO COLLECTION-WORKLIST-LINE
           WRITE COLLECTION-WORKLIST-LINE
           MOVE SPACES TO COLLECTION-WORKLIST-LINE
           STRING 'RANK  ACCOUNT CUSTOMER                 PAST DUE'
               '  DAYS  LAST      COLLECTOR     PROMISED  '
               'PROMISED  PROMISE' DELIMITED BY SIZE
               INTO COLLECTION-WORKLIST-LINE
           WRITE COLLECTION-WORKLIST-LINE
           MOVE SPACES TO COLLECTION-WORKLIST-LINE
           STRING '                                               '
               '        CONTACT                   AMOUNT  '
               'BY' DELIMITED BY SIZE
               INTO COLLECTION-WORKLIST-LINE
           WRITE COLLECTION-WORKLIST-LINE.

      *---------------------------------------------------------------
      * Writes the run totals at the bottom of the worklist.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO COLLECTION-WORKLIST-LINE
           WRITE COLLECTION-WORKLIST-LINE
           MOVE SPACES TO COLLECTION-WORKLIST-LINE
           MOVE WS-WORKLIST-COUNT TO RPT-COUNT-EDITED
           MOVE WS-TOTAL-PAST-DUE TO RPT-TOTAL-EDITED
           STRING 'ACCOUNTS PAST DUE:   ' RPT-COUNT-EDITED
               '   TOTAL PAST DUE: ' RPT-TOTAL-EDITED
               DELIMITED BY SIZE INTO COLLECTION-WORKLIST-LINE
           WRITE COLLECTION-WORKLIST-LINE
           MOVE SPACES TO COLLECTION-WORKLIST-LINE
           MOVE WS-BROKEN-COUNT TO RPT-COUNT-EDITED
           STRING 'BROKEN PROMISES:     ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO COLLECTION-WORKLIST-LINE
           WRITE COLLECTION-WORKLIST-LINE
           MOVE SPACES TO COLLECTION-WORKLIST-LINE
           MOVE WS-OPEN-PROMISE-COUNT TO RPT-COUNT-EDITED
           STRING 'OPEN PROMISES:       ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO COLLECTION-WORKLIST-LINE
           WRITE COLLECTION-WORKLIST-LINE.
