      *****************************************************************
      * Program name:    QUOTENTR
      * Original author: Dave Nicolette
      *
      * Sales quotation entry.
      *
      * Reads the reps' QUOTE-REQUEST-FILE - an account, a
      * salesperson, how many days the quote is good for, and the
      * SKUs and quantities wanted - and prices every line itself,
      * the same way INVCALC will judge the invoice line: the
      * customer's contract price in effect on the quote date first,
      * else the PRICE-HISTORY-FILE price in effect that day, else
      * the SKU master price. A request whose account is not on the
      * customer master, whose salesperson is not on the roster, or
      * that has a line with an unknown SKU or a quantity that is not
      * positive is rejected whole and logged, as ORDENTRY rejects an
      * order. An accepted request is appended to QUOTATION-FILE as
      * an open quote under the next number from QUOTE-NUMBER-
      * CONTROL, with its expiration date, and printed on
      * QUOTE-DOCUMENT-FILE for the rep to send the customer in place
      * of the word-processor quote. The request file is consumed and
      * cleared so a quote cannot be issued twice.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  QUOTENTR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTE-REQUEST-FILE ASSIGN TO "QUOTE-REQUEST-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-FILE-STATUS.
           SELECT QUOTATION-FILE ASSIGN TO "QUOTATION-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTE-FILE-STATUS.
           SELECT QUOTE-NUMBER-CONTROL-FILE
               ASSIGN TO "QUOTE-NUMBER-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTOMER-MASTER-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SKU-MASTER-FILE ASSIGN TO "SKU-MASTER-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SALESPERSON-MASTER-FILE
               ASSIGN TO "SALESPERSON-MASTER-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALESPERSON-STATUS.
           SELECT PRICE-HISTORY-FILE ASSIGN TO "PRICE-HISTORY-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICE-FILE-STATUS.
           SELECT CONTRACT-PRICE-FILE
               ASSIGN TO "CONTRACT-PRICE-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTRACT-FILE-STATUS.
           SELECT QUOTE-DOCUMENT-FILE
               ASSIGN TO "QUOTE-DOCUMENT-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  QUOTE-REQUEST-FILE.
       COPY QUOTREQ.

       FD  QUOTATION-FILE.
       COPY QUOTE.

       FD  QUOTE-NUMBER-CONTROL-FILE.
       01  QUOTE-NUMBER-CONTROL-RECORD.
           05  QNC-LAST-QUOTE-NUMBER    PIC 9(08).

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST.

       FD  SKU-MASTER-FILE.
       COPY SKUMAST.

       FD  SALESPERSON-MASTER-FILE.
       COPY SLSMAST.

       FD  PRICE-HISTORY-FILE.
       COPY SKUPRICE.

       FD  CONTRACT-PRICE-FILE.
       COPY CONTRPRC.

       FD  QUOTE-DOCUMENT-FILE.
       01  QUOTE-DOCUMENT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILLER.
           05  WS-REQUEST-FILE-STATUS   PIC XX.
           05  WS-QUOTE-FILE-STATUS     PIC XX.
           05  WS-CONTROL-FILE-STATUS   PIC XX.
           05  WS-SALESPERSON-STATUS    PIC XX.
           05  WS-PRICE-FILE-STATUS     PIC XX.
           05  WS-CONTRACT-FILE-STATUS  PIC XX.
           05  WS-EOF-FLAG              PIC X.
               88  END-OF-CURRENT-FILE      VALUE 'Y'.
           05  WS-REQUEST-EOF-FLAG      PIC X VALUE 'N'.
               88  END-OF-REQUEST-FILE      VALUE 'Y'.
           05  WS-CAPACITY-FLAG         PIC X VALUE 'N'.
               88  A-TABLE-IS-OVER-CAPACITY VALUE 'Y'.
           05  WS-GROUP-VALID-FLAG      PIC X.
               88  REQUEST-GROUP-IS-VALID   VALUE 'Y'.
           05  WS-CONTRACT-FOUND-FLAG   PIC X.
               88  CONTRACT-PRICE-IN-EFFECT VALUE 'Y'.
           05  WS-CUSTOMER-COUNT        PIC S9(05) VALUE 0.
           05  WS-SKU-TABLE-COUNT       PIC S9(05) VALUE 0.
           05  WS-SALESPERSON-COUNT     PIC S9(05) VALUE 0.
           05  WS-PRICE-HISTORY-COUNT   PIC S9(05) VALUE 0.
           05  WS-CONTRACT-COUNT        PIC S9(05) VALUE 0.
           05  WS-PRICE-INDEX           PIC S9(05).
           05  WS-LINES-IN-GROUP        PIC S9(05).
           05  WORKING-INDEX            PIC S9(05).
           05  WS-NEXT-QUOTE-NUMBER     PIC 9(08) VALUE 0.
           05  WS-QUOTE-NUMBER          PIC X(08).
           05  WS-QUOTES-ISSUED         PIC S9(05) VALUE 0.
           05  WS-REQUESTS-REJECTED     PIC S9(05) VALUE 0.
           05  WS-RUN-DATE              PIC X(08).
           05  WS-DATE-NUMERIC          PIC 9(08).
           05  WS-DATE-INTEGER          PIC S9(09).
           05  WS-BEST-EFFECTIVE-DATE   PIC X(08).
           05  WS-QUOTED-PRICE          PIC S9(05)V99.
           05  WS-LINE-AMOUNT           PIC S9(07)V99.
           05  WS-QUOTE-TOTAL           PIC S9(09)V99.
           05  WS-SALESPERSON-NAME      PIC X(30).
      * External name handed to the shared GENBKUP routine before a
      * file is rewritten in place.
           05  WS-BACKUP-FILE-NAME      PIC X(40).
      * Run-lock fields for the shared RUNLOCK routine.
           05  WS-LOCK-ACTION           PIC X.
           05  WS-LOCK-FILE-NAME        PIC X(40).
           05  WS-LOCK-RESULT-FLAG      PIC X.
               88  RUN-LOCK-GRANTED         VALUE 'Y'.
           05  WS-LOCK-HOLDER-NAME      PIC X(08).
           05  WS-LOCK-REFUSED-FLAG     PIC X VALUE 'N'.
               88  A-RUN-LOCK-WAS-REFUSED   VALUE 'Y'.

      * A quote is good for this many days when the request does not
      * say otherwise.
       01  WS-STANDARD-VALID-DAYS       PIC 9(03) VALUE 30.

       01  WS-ERROR-LOG-FIELDS.
           05  WS-ERR-PROGRAM-NAME      PIC X(08) VALUE 'QUOTENTR'.
           05  WS-ERR-PARAGRAPH-NAME    PIC X(30).
           05  WS-ERR-DESCRIPTION       PIC X(60).
           05  WS-ERR-OFFENDING-DATA    PIC X(30).

       01  RPT-AMOUNT-EDITED            PIC Z(8)9.99-.
       01  RPT-PRICE-EDITED             PIC ZZZZ9.99-.
       01  RPT-QTY-EDITED               PIC ZZZZ9.

      * The quote being built: the request header and up to 100
      * lines, the same cap the order path works to.
       01  QUOTE-WORK-AREA.
           05  QTW-ACCOUNT-NUMBER       PIC X(06).
           05  QTW-CUSTOMER-NAME        PIC X(19).
           05  QTW-SHIP-STATE           PIC X(02).
           05  QTW-CURRENCY-CODE        PIC X(03).
           05  QTW-SALESPERSON-CODE     PIC X(03).
           05  QTW-USER-ID              PIC X(08).
           05  QTW-VALID-DAYS           PIC 9(03).
           05  QTW-EXPIRATION-DATE      PIC X(08).
           05  QTW-LINE-COUNT           PIC S9(05).
           05  QTW-LINE OCCURS 100 TIMES.
               10  QTW-LINE-SKU         PIC X(10).
               10  QTW-LINE-DESCRIPTION PIC X(20).
               10  QTW-LINE-LIST-PRICE  PIC S9(05)V99.
               10  QTW-LINE-UNIT-PRICE  PIC S9(05)V99.
               10  QTW-LINE-QUANTITY    PIC S9(05).
               10  QTW-LINE-TAXABLE     PIC X.
               10  QTW-LINE-HAZMAT      PIC X.
               10  QTW-LINE-CONTRACT-FLAG PIC X.
                   88  QTW-LINE-CONTRACT-PRICED VALUE 'Y'.

       01  CUSTOMER-TABLE.
           05  CUSTOMER-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-CUSTOMER-COUNT
                   INDEXED BY CUSTOMER-IDX.
               10  CUST-TBL-ACCOUNT-NUMBER PIC X(06).
               10  CUST-TBL-NAME        PIC X(19).

       01  SKU-TABLE.
           05  SKU-TABLE-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-SKU-TABLE-COUNT
                   INDEXED BY SKU-TABLE-IDX.
               10  SKU-TBL-SKU          PIC X(10).
               10  SKU-TBL-DESCRIPTION  PIC X(20).
               10  SKU-TBL-UNIT-PRICE   PIC S9(05)V99.

       01  SALESPERSON-TABLE.
           05  SALESPERSON-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-SALESPERSON-COUNT
                   INDEXED BY SALESPERSON-IDX.
               10  SLT-SALESPERSON-CODE PIC X(03).
               10  SLT-NAME             PIC X(30).

       01  PRICE-HISTORY-TABLE.
           05  PRICE-HISTORY-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-PRICE-HISTORY-COUNT.
               10  PRH-TBL-SKU          PIC X(10).
               10  PRH-TBL-EFFECTIVE-DATE PIC X(08).
               10  PRH-TBL-UNIT-PRICE   PIC S9(05)V99.

       01  CONTRACT-PRICE-TABLE.
           05  CONTRACT-PRICE-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-CONTRACT-COUNT
                   INDEXED BY CONTRACT-IDX.
               10  CPR-TBL-ACCOUNT-NUMBER PIC X(06).
               10  CPR-TBL-SKU          PIC X(10).
               10  CPR-TBL-START-DATE   PIC X(08).
               10  CPR-TBL-END-DATE     PIC X(08).
               10  CPR-TBL-UNIT-PRICE   PIC S9(05)V99.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE 'L' TO WS-LOCK-ACTION
           PERFORM CLAIM-RUN-LOCK
           IF A-RUN-LOCK-WAS-REFUSED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           CALL 'BUSDATE' USING WS-RUN-DATE
           END-CALL
           PERFORM LOAD-CUSTOMER-MASTER
           PERFORM LOAD-SKU-MASTER
           PERFORM LOAD-SALESPERSON-MASTER
           PERFORM LOAD-PRICE-HISTORY
           PERFORM LOAD-CONTRACT-PRICES
           IF A-TABLE-IS-OVER-CAPACITY
               DISPLAY 'QUOTENTR: a master or price file exceeds the '
                   'table capacity - no quotes issued'
               MOVE 'MAIN-LOGIC' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'quote pricing input exceeds table capacity'
                   TO WS-ERR-DESCRIPTION
               MOVE SPACES TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-QUOTENTR-ERROR
               MOVE 'U' TO WS-LOCK-ACTION
               PERFORM CLAIM-RUN-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-QUOTE-NUMBER-CONTROL
           OPEN OUTPUT QUOTE-DOCUMENT-FILE
           OPEN EXTEND QUOTATION-FILE
           IF WS-QUOTE-FILE-STATUS = '35'
               OPEN OUTPUT QUOTATION-FILE
           END-IF
           OPEN INPUT QUOTE-REQUEST-FILE
           IF WS-REQUEST-FILE-STATUS NOT = '00'
               SET END-OF-REQUEST-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-REQUEST-FILE
               READ QUOTE-REQUEST-FILE
                   AT END
                       SET END-OF-REQUEST-FILE TO TRUE
                   NOT AT END
                       IF QRQ-IS-HEADER
                           PERFORM PROCESS-ONE-REQUEST
                       ELSE
                           DISPLAY 'QUOTENTR: stray detail record '
                               'ahead of any quote header - skipped'
                           MOVE 'MAIN-LOGIC'
                               TO WS-ERR-PARAGRAPH-NAME
                           MOVE 'stray detail record on quote requests'
                               TO WS-ERR-DESCRIPTION
                           MOVE QRQ-SKU TO WS-ERR-OFFENDING-DATA
                           PERFORM LOG-QUOTENTR-ERROR
                       END-IF
               END-READ
           END-PERFORM
           IF WS-REQUEST-FILE-STATUS = '00' OR '10'
               CLOSE QUOTE-REQUEST-FILE
               PERFORM CLEAR-QUOTE-REQUEST-FILE
           END-IF
           CLOSE QUOTATION-FILE
           CLOSE QUOTE-DOCUMENT-FILE
           PERFORM SAVE-QUOTE-NUMBER-CONTROL
           MOVE 'U' TO WS-LOCK-ACTION
           PERFORM CLAIM-RUN-LOCK
           DISPLAY 'QUOTENTR: ' WS-QUOTES-ISSUED ' quote(s) '
               'issued, ' WS-REQUESTS-REJECTED ' request(s) rejected'
           GOBACK.

      *---------------------------------------------------------------
      * Claims (WS-LOCK-ACTION 'L') or releases ('U') the run lock on
      * QUOTATION-FILE, so quotes cannot be appended while QUOTCONV
      * is rewriting the file. A refused claim names the holder and
      * stops the run.

       CLAIM-RUN-LOCK.
           MOVE 'QUOTATION-FILE' TO WS-LOCK-FILE-NAME
           CALL 'RUNLOCK' USING WS-LOCK-ACTION WS-ERR-PROGRAM-NAME
               WS-LOCK-FILE-NAME WS-LOCK-RESULT-FLAG
               WS-LOCK-HOLDER-NAME
           END-CALL
           IF WS-LOCK-ACTION = 'L' AND NOT RUN-LOCK-GRANTED
               SET A-RUN-LOCK-WAS-REFUSED TO TRUE
               DISPLAY 'QUOTENTR: ' WS-LOCK-FILE-NAME
                   ' is locked by ' WS-LOCK-HOLDER-NAME
                   ' - run refused'
               MOVE 'CLAIM-RUN-LOCK' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'master locked by another program'
                   TO WS-ERR-DESCRIPTION
               MOVE WS-LOCK-HOLDER-NAME TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-QUOTENTR-ERROR
           END-IF.

      *---------------------------------------------------------------
      * Calls the shared LOGERROR routine to append one record to
      * ERROR-LOG-FILE for the problem just found. WS-ERR-PARAGRAPH-
      * NAME, WS-ERR-DESCRIPTION and WS-ERR-OFFENDING-DATA must be set
      * by the calling paragraph before this is performed.

       LOG-QUOTENTR-ERROR.
           CALL 'LOGERROR' USING WS-ERR-PROGRAM-NAME
               WS-ERR-PARAGRAPH-NAME WS-ERR-DESCRIPTION
               WS-ERR-OFFENDING-DATA
           END-CALL.

      *---------------------------------------------------------------
      * Loads the customer accounts and their master names.

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
                           MOVE CST-ACCOUNT-NUMBER
                               TO CUST-TBL-ACCOUNT-NUMBER
                                   (WS-CUSTOMER-COUNT)
                           MOVE CST-CUSTOMER-NAME
                               TO CUST-TBL-NAME(WS-CUSTOMER-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER-FILE.

      *---------------------------------------------------------------
      * Loads the product master: the SKU, the description the quote
      * document prints, and the master price that stands when the
      * price history has nothing for the SKU.

       LOAD-SKU-MASTER.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SKU-MASTER-FILE
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ SKU-MASTER-FILE
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       IF WS-SKU-TABLE-COUNT = 500
                           SET A-TABLE-IS-OVER-CAPACITY TO TRUE
                           SET END-OF-CURRENT-FILE TO TRUE
                       ELSE
                           ADD 1 TO WS-SKU-TABLE-COUNT
                           MOVE SKM-SKU
                               TO SKU-TBL-SKU(WS-SKU-TABLE-COUNT)
                           MOVE SKM-DESCRIPTION
                               TO SKU-TBL-DESCRIPTION
                                   (WS-SKU-TABLE-COUNT)
                           MOVE SKM-UNIT-PRICE
                               TO SKU-TBL-UNIT-PRICE
                                   (WS-SKU-TABLE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SKU-MASTER-FILE.

      *---------------------------------------------------------------
      * Loads the salesperson roster. A missing roster leaves only
      * house quotes (no salesperson code) acceptable.

       LOAD-SALESPERSON-MASTER.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SALESPERSON-MASTER-FILE
           IF WS-SALESPERSON-STATUS NOT = '00'
               SET END-OF-CURRENT-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ SALESPERSON-MASTER-FILE
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       IF WS-SALESPERSON-COUNT = 200
                           SET A-TABLE-IS-OVER-CAPACITY TO TRUE
                           SET END-OF-CURRENT-FILE TO TRUE
                       ELSE
                           ADD 1 TO WS-SALESPERSON-COUNT
                           MOVE SLS-SALESPERSON-CODE
                               TO SLT-SALESPERSON-CODE
                                   (WS-SALESPERSON-COUNT)
                           MOVE SLS-NAME
                               TO SLT-NAME(WS-SALESPERSON-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SALESPERSON-STATUS = '00' OR '10'
               CLOSE SALESPERSON-MASTER-FILE
           END-IF.

      *---------------------------------------------------------------
      * Loads the effective-dated price history. A missing file
      * leaves the SKU master price standing for every SKU.

       LOAD-PRICE-HISTORY.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PRICE-HISTORY-FILE
           IF WS-PRICE-FILE-STATUS NOT = '00'
               SET END-OF-CURRENT-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ PRICE-HISTORY-FILE
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       IF WS-PRICE-HISTORY-COUNT = 2000
                           SET A-TABLE-IS-OVER-CAPACITY TO TRUE
                           SET END-OF-CURRENT-FILE TO TRUE
                       ELSE
                           ADD 1 TO WS-PRICE-HISTORY-COUNT
                           MOVE SPH-SKU
                               TO PRH-TBL-SKU(WS-PRICE-HISTORY-COUNT)
                           MOVE SPH-EFFECTIVE-DATE
                               TO PRH-TBL-EFFECTIVE-DATE
                                   (WS-PRICE-HISTORY-COUNT)
                           MOVE SPH-UNIT-PRICE
                               TO PRH-TBL-UNIT-PRICE
                                   (WS-PRICE-HISTORY-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PRICE-FILE-STATUS = '00' OR '10'
               CLOSE PRICE-HISTORY-FILE
           END-IF.

      *---------------------------------------------------------------
      * Loads the customer contract prices. A missing file means no
      * account has a contract.

       LOAD-CONTRACT-PRICES.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CONTRACT-PRICE-FILE
           IF WS-CONTRACT-FILE-STATUS NOT = '00'
               SET END-OF-CURRENT-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ CONTRACT-PRICE-FILE
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       IF WS-CONTRACT-COUNT = 500
                           SET A-TABLE-IS-OVER-CAPACITY TO TRUE
                           SET END-OF-CURRENT-FILE TO TRUE
                       ELSE
                           ADD 1 TO WS-CONTRACT-COUNT
                           MOVE CPR-ACCOUNT-NUMBER
                               TO CPR-TBL-ACCOUNT-NUMBER
                                   (WS-CONTRACT-COUNT)
                           MOVE CPR-SKU
                               TO CPR-TBL-SKU(WS-CONTRACT-COUNT)
                           MOVE CPR-START-DATE
                               TO CPR-TBL-START-DATE
                                   (WS-CONTRACT-COUNT)
                           MOVE CPR-END-DATE
                               TO CPR-TBL-END-DATE(WS-CONTRACT-COUNT)
                           MOVE CPR-UNIT-PRICE
                               TO CPR-TBL-UNIT-PRICE
                                   (WS-CONTRACT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CONTRACT-FILE-STATUS = '00' OR '10'
               CLOSE CONTRACT-PRICE-FILE
           END-IF.

      *---------------------------------------------------------------
      * Reads the last quote number assigned by a prior run. A
      * missing control file starts the sequence at zero.

       LOAD-QUOTE-NUMBER-CONTROL.
           MOVE 0 TO WS-NEXT-QUOTE-NUMBER
           OPEN INPUT QUOTE-NUMBER-CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS = '00'
               READ QUOTE-NUMBER-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE QNC-LAST-QUOTE-NUMBER
                           TO WS-NEXT-QUOTE-NUMBER
               END-READ
               CLOSE QUOTE-NUMBER-CONTROL-FILE
           END-IF.

      *---------------------------------------------------------------
      * Rewrites QUOTE-NUMBER-CONTROL with the highest quote number
      * used during this run.

       SAVE-QUOTE-NUMBER-CONTROL.
           MOVE 'QUOTE-NUMBER-CONTROL'
               TO WS-BACKUP-FILE-NAME
           CALL 'GENBKUP' USING WS-BACKUP-FILE-NAME
           END-CALL
           OPEN OUTPUT QUOTE-NUMBER-CONTROL-FILE
           MOVE WS-NEXT-QUOTE-NUMBER TO QNC-LAST-QUOTE-NUMBER
           WRITE QUOTE-NUMBER-CONTROL-RECORD
           CLOSE QUOTE-NUMBER-CONTROL-FILE.

      *---------------------------------------------------------------
      * Builds one quote from the request header just read and its
      * detail records, validates it, and issues or rejects it whole.

       PROCESS-ONE-REQUEST.
           SET REQUEST-GROUP-IS-VALID TO TRUE
           MOVE QRQ-ACCOUNT-NUMBER TO QTW-ACCOUNT-NUMBER
           MOVE SPACES TO QTW-CUSTOMER-NAME
           MOVE QRQ-SHIP-STATE TO QTW-SHIP-STATE
           MOVE QRQ-CURRENCY-CODE TO QTW-CURRENCY-CODE
           MOVE QRQ-SALESPERSON-CODE TO QTW-SALESPERSON-CODE
           MOVE QRQ-USER-ID TO QTW-USER-ID
           IF QRQ-VALID-DAYS NUMERIC AND QRQ-VALID-DAYS > 0
               MOVE QRQ-VALID-DAYS TO QTW-VALID-DAYS
           ELSE
               MOVE WS-STANDARD-VALID-DAYS TO QTW-VALID-DAYS
           END-IF
           IF QRQ-LINE-COUNT NUMERIC AND QRQ-LINE-COUNT > 0
               AND QRQ-LINE-COUNT NOT > 100
               MOVE QRQ-LINE-COUNT TO QTW-LINE-COUNT
           ELSE
               MOVE 0 TO QTW-LINE-COUNT
               MOVE 'N' TO WS-GROUP-VALID-FLAG
               DISPLAY 'QUOTENTR: quote request for account '
                   QRQ-ACCOUNT-NUMBER ' has a bad line count - '
                   'rejected'
               MOVE 'PROCESS-ONE-REQUEST' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'quote line count not numeric, positive, <= 100'
                   TO WS-ERR-DESCRIPTION
               MOVE QRQ-ACCOUNT-NUMBER TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-QUOTENTR-ERROR
           END-IF
           PERFORM READ-REQUEST-DETAIL-LINES
           PERFORM VALIDATE-REQUEST-GROUP
           IF REQUEST-GROUP-IS-VALID
               PERFORM PRICE-QUOTE-LINES
               PERFORM WRITE-QUOTE-GROUP
               PERFORM PRINT-QUOTE-DOCUMENT
               ADD 1 TO WS-QUOTES-ISSUED
           ELSE
               ADD 1 TO WS-REQUESTS-REJECTED
           END-IF.

      *---------------------------------------------------------------
      * Reads the request's detail records into the work area.
      * Hitting end of file or a header early means the group is
      * structurally short and is rejected.

       READ-REQUEST-DETAIL-LINES.
           MOVE 0 TO WS-LINES-IN-GROUP
           PERFORM VARYING WORKING-INDEX FROM 1 BY 1
                   UNTIL WORKING-INDEX > QTW-LINE-COUNT
                      OR END-OF-REQUEST-FILE
               READ QUOTE-REQUEST-FILE
                   AT END
                       SET END-OF-REQUEST-FILE TO TRUE
                       MOVE 'N' TO WS-GROUP-VALID-FLAG
                   NOT AT END
                       IF QRQ-IS-DETAIL
                           ADD 1 TO WS-LINES-IN-GROUP
                           MOVE QRQ-SKU
                               TO QTW-LINE-SKU(WORKING-INDEX)
                           IF QRQ-QUANTITY NUMERIC
                               MOVE QRQ-QUANTITY
                                   TO QTW-LINE-QUANTITY(WORKING-INDEX)
                           ELSE
                               MOVE 0
                                   TO QTW-LINE-QUANTITY(WORKING-INDEX)
                           END-IF
                           MOVE QRQ-TAXABLE
                               TO QTW-LINE-TAXABLE(WORKING-INDEX)
                           MOVE QRQ-HAZMAT
                               TO QTW-LINE-HAZMAT(WORKING-INDEX)
                       ELSE
                           MOVE 'N' TO WS-GROUP-VALID-FLAG
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LINES-IN-GROUP NOT = QTW-LINE-COUNT
               MOVE 'N' TO WS-GROUP-VALID-FLAG
           END-IF.

      *---------------------------------------------------------------
      * Validates the assembled request: the account must be on the
      * customer master, a salesperson code must be on the roster,
      * and every line's SKU must be on the product master with a
      * positive quantity.

       VALIDATE-REQUEST-GROUP.
           IF NOT REQUEST-GROUP-IS-VALID
               CONTINUE
           ELSE
               PERFORM VALIDATE-REQUEST-ACCOUNT
               PERFORM VALIDATE-REQUEST-SALESPERSON
               PERFORM VARYING WORKING-INDEX FROM 1 BY 1
                       UNTIL WORKING-INDEX > QTW-LINE-COUNT
                   PERFORM VALIDATE-ONE-REQUEST-LINE
               END-PERFORM
           END-IF.

      *---------------------------------------------------------------
      * Confirms the request's account is on the customer master and
      * takes the master's name for the quote.

       VALIDATE-REQUEST-ACCOUNT.
           SET CUSTOMER-IDX TO 1
           SEARCH CUSTOMER-ENTRY
               AT END
                   MOVE 'N' TO WS-GROUP-VALID-FLAG
                   DISPLAY 'QUOTENTR: account ' QTW-ACCOUNT-NUMBER
                       ' is not on the customer master - quote '
                       'rejected'
                   MOVE 'VALIDATE-REQUEST-ACCOUNT'
                       TO WS-ERR-PARAGRAPH-NAME
                   MOVE 'quote for account not on customer master'
                       TO WS-ERR-DESCRIPTION
                   MOVE QTW-ACCOUNT-NUMBER TO WS-ERR-OFFENDING-DATA
                   PERFORM LOG-QUOTENTR-ERROR
               WHEN CUST-TBL-ACCOUNT-NUMBER(CUSTOMER-IDX)
                       = QTW-ACCOUNT-NUMBER
                   MOVE CUST-TBL-NAME(CUSTOMER-IDX)
                       TO QTW-CUSTOMER-NAME
           END-SEARCH.

      *---------------------------------------------------------------
      * Confirms a salesperson code is on the roster, so every quote
      * counts toward somebody's hit rate. A blank code is a house
      * quote.

       VALIDATE-REQUEST-SALESPERSON.
           MOVE SPACES TO WS-SALESPERSON-NAME
           IF QTW-SALESPERSON-CODE = SPACES
               MOVE '(HOUSE ACCOUNT)' TO WS-SALESPERSON-NAME
           ELSE
               SET SALESPERSON-IDX TO 1
               SEARCH SALESPERSON-ENTRY
                   AT END
                       MOVE 'N' TO WS-GROUP-VALID-FLAG
                       DISPLAY 'QUOTENTR: salesperson '
                           QTW-SALESPERSON-CODE ' is not on the '
                           'salesperson master - quote rejected'
                       MOVE 'VALIDATE-REQUEST-SALESPERSON'
                           TO WS-ERR-PARAGRAPH-NAME
                       MOVE 'quote salesperson not on roster'
                           TO WS-ERR-DESCRIPTION
                       MOVE QTW-SALESPERSON-CODE
                           TO WS-ERR-OFFENDING-DATA
                       PERFORM LOG-QUOTENTR-ERROR
                   WHEN SLT-SALESPERSON-CODE(SALESPERSON-IDX)
                           = QTW-SALESPERSON-CODE
                       MOVE SLT-NAME(SALESPERSON-IDX)
                           TO WS-SALESPERSON-NAME
               END-SEARCH
           END-IF.

      *---------------------------------------------------------------
      * Checks one request line's SKU and quantity, and picks up the
      * SKU's description and master price for pricing.

       VALIDATE-ONE-REQUEST-LINE.
           SET SKU-TABLE-IDX TO 1
           SEARCH SKU-TABLE-ENTRY
               AT END
                   MOVE 'N' TO WS-GROUP-VALID-FLAG
                   DISPLAY 'QUOTENTR: SKU '
                       QTW-LINE-SKU(WORKING-INDEX)
                       ' is not on the product master - quote '
                       'rejected'
                   MOVE 'VALIDATE-ONE-REQUEST-LINE'
                       TO WS-ERR-PARAGRAPH-NAME
                   MOVE 'quote line SKU not on product master'
                       TO WS-ERR-DESCRIPTION
                   MOVE QTW-LINE-SKU(WORKING-INDEX)
                       TO WS-ERR-OFFENDING-DATA
                   PERFORM LOG-QUOTENTR-ERROR
               WHEN SKU-TBL-SKU(SKU-TABLE-IDX)
                       = QTW-LINE-SKU(WORKING-INDEX)
                   MOVE SKU-TBL-DESCRIPTION(SKU-TABLE-IDX)
                       TO QTW-LINE-DESCRIPTION(WORKING-INDEX)
                   MOVE SKU-TBL-UNIT-PRICE(SKU-TABLE-IDX)
                       TO QTW-LINE-LIST-PRICE(WORKING-INDEX)
           END-SEARCH
           IF QTW-LINE-QUANTITY(WORKING-INDEX) NOT > 0
               MOVE 'N' TO WS-GROUP-VALID-FLAG
               DISPLAY 'QUOTENTR: non-positive quantity for SKU '
                   QTW-LINE-SKU(WORKING-INDEX) ' - quote rejected'
               MOVE 'VALIDATE-ONE-REQUEST-LINE'
                   TO WS-ERR-PARAGRAPH-NAME
               MOVE 'quote line quantity is not positive'
                   TO WS-ERR-DESCRIPTION
               MOVE QTW-LINE-SKU(WORKING-INDEX)
                   TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-QUOTENTR-ERROR
           END-IF.

      *---------------------------------------------------------------
      * Prices every line as of the quote date in the order INVCALC
      * validates an invoice line: a contract price in effect for the
      * account, else the latest price history not after the quote
      * date, else the SKU master price. Works out the expiration
      * date while it is at it.

       PRICE-QUOTE-LINES.
           MOVE WS-RUN-DATE TO WS-DATE-NUMERIC
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC)
                   + QTW-VALID-DAYS
           COMPUTE WS-DATE-NUMERIC =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           MOVE WS-DATE-NUMERIC TO QTW-EXPIRATION-DATE
           PERFORM VARYING WORKING-INDEX FROM 1 BY 1
                   UNTIL WORKING-INDEX > QTW-LINE-COUNT
               MOVE QTW-LINE-LIST-PRICE(WORKING-INDEX)
                   TO WS-QUOTED-PRICE
               MOVE 'N' TO QTW-LINE-CONTRACT-FLAG(WORKING-INDEX)
               PERFORM LOOKUP-CONTRACT-PRICE
               IF CONTRACT-PRICE-IN-EFFECT
                   SET QTW-LINE-CONTRACT-PRICED(WORKING-INDEX)
                       TO TRUE
               ELSE
                   PERFORM LOOKUP-EFFECTIVE-PRICE
               END-IF
               MOVE WS-QUOTED-PRICE
                   TO QTW-LINE-UNIT-PRICE(WORKING-INDEX)
           END-PERFORM.

      *---------------------------------------------------------------
      * Looks for a contract price in effect for the quote's account
      * and the line's SKU on the quote date, replacing
      * WS-QUOTED-PRICE when one is found.

       LOOKUP-CONTRACT-PRICE.
           MOVE 'N' TO WS-CONTRACT-FOUND-FLAG
           SET CONTRACT-IDX TO 1
           SEARCH CONTRACT-PRICE-ENTRY
               AT END
                   CONTINUE
               WHEN CPR-TBL-ACCOUNT-NUMBER(CONTRACT-IDX)
                       = QTW-ACCOUNT-NUMBER
                   AND CPR-TBL-SKU(CONTRACT-IDX)
                       = QTW-LINE-SKU(WORKING-INDEX)
                   AND CPR-TBL-START-DATE(CONTRACT-IDX)
                       NOT > WS-RUN-DATE
                   AND CPR-TBL-END-DATE(CONTRACT-IDX)
                       NOT < WS-RUN-DATE
                   SET CONTRACT-PRICE-IN-EFFECT TO TRUE
                   MOVE CPR-TBL-UNIT-PRICE(CONTRACT-IDX)
                       TO WS-QUOTED-PRICE
           END-SEARCH.

      *---------------------------------------------------------------
      * Finds the price in effect on the quote date for the line's
      * SKU - the history record with the latest effective date not
      * after the quote date - replacing WS-QUOTED-PRICE when there
      * is one.

       LOOKUP-EFFECTIVE-PRICE.
           MOVE SPACES TO WS-BEST-EFFECTIVE-DATE
           PERFORM VARYING WS-PRICE-INDEX FROM 1 BY 1
                   UNTIL WS-PRICE-INDEX > WS-PRICE-HISTORY-COUNT
               IF PRH-TBL-SKU(WS-PRICE-INDEX)
                       = QTW-LINE-SKU(WORKING-INDEX)
                   AND PRH-TBL-EFFECTIVE-DATE(WS-PRICE-INDEX)
                       NOT > WS-RUN-DATE
                   AND PRH-TBL-EFFECTIVE-DATE(WS-PRICE-INDEX)
                       > WS-BEST-EFFECTIVE-DATE
                   MOVE PRH-TBL-EFFECTIVE-DATE(WS-PRICE-INDEX)
                       TO WS-BEST-EFFECTIVE-DATE
                   MOVE PRH-TBL-UNIT-PRICE(WS-PRICE-INDEX)
                       TO WS-QUOTED-PRICE
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Appends the priced quote - header and lines - to
      * QUOTATION-FILE as an open quote under the next quote number.

       WRITE-QUOTE-GROUP.
           ADD 1 TO WS-NEXT-QUOTE-NUMBER
           MOVE WS-NEXT-QUOTE-NUMBER TO WS-QUOTE-NUMBER
           MOVE SPACES TO QUOTATION-RECORD
           SET QOT-IS-HEADER TO TRUE
           MOVE WS-QUOTE-NUMBER TO QOT-QUOTE-NUMBER
           MOVE WS-RUN-DATE TO QOT-QUOTE-DATE
           MOVE QTW-ACCOUNT-NUMBER TO QOT-ACCOUNT-NUMBER
           MOVE QTW-CUSTOMER-NAME TO QOT-CUSTOMER-NAME
           MOVE QTW-SHIP-STATE TO QOT-SHIP-STATE
           MOVE QTW-CURRENCY-CODE TO QOT-CURRENCY-CODE
           MOVE QTW-LINE-COUNT TO QOT-LINE-COUNT
           MOVE QTW-SALESPERSON-CODE TO QOT-SALESPERSON-CODE
           SET QOT-QUOTE-OPEN TO TRUE
           MOVE QTW-EXPIRATION-DATE TO QOT-EXPIRATION-DATE
           MOVE WS-RUN-DATE TO QOT-STATUS-DATE
           MOVE QTW-USER-ID TO QOT-STATUS-USER-ID
           WRITE QUOTATION-RECORD
           PERFORM VARYING WORKING-INDEX FROM 1 BY 1
                   UNTIL WORKING-INDEX > QTW-LINE-COUNT
               MOVE SPACES TO QUOTATION-RECORD
               SET QOT-IS-DETAIL TO TRUE
               MOVE WS-QUOTE-NUMBER TO QOT-QUOTE-NUMBER
               MOVE QTW-LINE-SKU(WORKING-INDEX) TO QOT-SKU
               MOVE QTW-LINE-UNIT-PRICE(WORKING-INDEX)
                   TO QOT-UNIT-PRICE
               MOVE QTW-LINE-QUANTITY(WORKING-INDEX) TO QOT-QUANTITY
               MOVE QTW-LINE-TAXABLE(WORKING-INDEX) TO QOT-TAXABLE
               MOVE QTW-LINE-HAZMAT(WORKING-INDEX) TO QOT-HAZMAT
               MOVE QTW-LINE-CONTRACT-FLAG(WORKING-INDEX)
                   TO QOT-CONTRACT-FLAG
               WRITE QUOTATION-RECORD
           END-PERFORM
           DISPLAY 'QUOTENTR: quote ' WS-QUOTE-NUMBER ' issued for '
               'account ' QTW-ACCOUNT-NUMBER.

      *---------------------------------------------------------------
      * Prints the quote document the rep sends the customer: the
      * quote number and dates, the customer and salesperson, every
      * line at its quoted price, and the total.

       PRINT-QUOTE-DOCUMENT.
           MOVE SPACES TO QUOTE-DOCUMENT-LINE
           MOVE 'ACME DISTRIBUTING CO.' TO QUOTE-DOCUMENT-LINE
           WRITE QUOTE-DOCUMENT-LINE
           MOVE SPACES TO QUOTE-DOCUMENT-LINE
           MOVE '123 COMMERCE DRIVE, SPRINGFIELD'
               TO QUOTE-DOCUMENT-LINE
           WRITE QUOTE-DOCUMENT-LINE
           MOVE SPACES TO QUOTE-DOCUMENT-LINE
           MOVE 'SALES QUOTATION' TO QUOTE-DOCUMENT-LINE
           WRITE QUOTE-DOCUMENT-LINE
           MOVE SPACES TO QUOTE-DOCUMENT-LINE
           WRITE QUOTE-DOCUMENT-LINE
           STRING 'QUOTE NUMBER: ' WS-QUOTE-NUMBER
               '   QUOTE DATE: ' WS-RUN-DATE
               '   VALID THROUGH: ' QTW-EXPIRATION-DATE
               DELIMITED BY SIZE INTO QUOTE-DOCUMENT-LINE
           WRITE QUOTE-DOCUMENT-LINE
           MOVE SPACES TO QUOTE-DOCUMENT-LINE
           STRING 'ACCOUNT: ' QTW-ACCOUNT-NUMBER
               '   CUSTOMER: ' QTW-CUSTOMER-NAME
               DELIMITED BY SIZE INTO QUOTE-DOCUMENT-LINE
           WRITE QUOTE-DOCUMENT-LINE
           MOVE SPACES TO QUOTE-DOCUMENT-LINE
           STRING 'SHIP-TO STATE: ' QTW-SHIP-STATE
               '   CURRENCY: ' QTW-CURRENCY-CODE
               '   SALESPERSON: ' QTW-SALESPERSON-CODE ' '
               WS-SALESPERSON-NAME
               DELIMITED BY SIZE INTO QUOTE-DOCUMENT-LINE
           WRITE QUOTE-DOCUMENT-LINE
           MOVE SPACES TO QUOTE-DOCUMENT-LINE
           WRITE QUOTE-DOCUMENT-LINE
           STRING 'SKU         DESCRIPTION            QUANTITY'
               '  UNIT PRICE      EXTENDED'
               DELIMITED BY SIZE INTO QUOTE-DOCUMENT-LINE
           WRITE QUOTE-DOCUMENT-LINE
           MOVE 0 TO WS-QUOTE-TOTAL
           PERFORM VARYING WORKING-INDEX FROM 1 BY 1
                   UNTIL WORKING-INDEX > QTW-LINE-COUNT
               COMPUTE WS-LINE-AMOUNT =
                   QTW-LINE-UNIT-PRICE(WORKING-INDEX)
                       * QTW-LINE-QUANTITY(WORKING-INDEX)
               ADD WS-LINE-AMOUNT TO WS-QUOTE-TOTAL
               MOVE SPACES TO QUOTE-DOCUMENT-LINE
               MOVE QTW-LINE-SKU(WORKING-INDEX)
                   TO QUOTE-DOCUMENT-LINE(1:10)
               MOVE QTW-LINE-DESCRIPTION(WORKING-INDEX)
                   TO QUOTE-DOCUMENT-LINE(13:20)
               MOVE QTW-LINE-QUANTITY(WORKING-INDEX) TO RPT-QTY-EDITED
               MOVE RPT-QTY-EDITED TO QUOTE-DOCUMENT-LINE(38:5)
               MOVE QTW-LINE-UNIT-PRICE(WORKING-INDEX)
                   TO RPT-PRICE-EDITED
               MOVE RPT-PRICE-EDITED TO QUOTE-DOCUMENT-LINE(45:9)
               MOVE WS-LINE-AMOUNT TO RPT-AMOUNT-EDITED
               MOVE RPT-AMOUNT-EDITED TO QUOTE-DOCUMENT-LINE(55:13)
               IF QTW-LINE-CONTRACT-PRICED(WORKING-INDEX)
                   MOVE 'CONTRACT' TO QUOTE-DOCUMENT-LINE(70:8)
               END-IF
               WRITE QUOTE-DOCUMENT-LINE
           END-PERFORM
           MOVE SPACES TO QUOTE-DOCUMENT-LINE
           WRITE QUOTE-DOCUMENT-LINE
           MOVE WS-QUOTE-TOTAL TO RPT-AMOUNT-EDITED
           STRING 'QUOTE TOTAL BEFORE TAX AND FREIGHT: '
               RPT-AMOUNT-EDITED
               DELIMITED BY SIZE INTO QUOTE-DOCUMENT-LINE
           WRITE QUOTE-DOCUMENT-LINE
           MOVE SPACES TO QUOTE-DOCUMENT-LINE
           STRING 'PRICES ARE FIRM THROUGH ' QTW-EXPIRATION-DATE
               '. SALES TAX AND FREIGHT ARE BILLED ON THE INVOICE.'
               DELIMITED BY SIZE INTO QUOTE-DOCUMENT-LINE
           WRITE QUOTE-DOCUMENT-LINE
           MOVE SPACES TO QUOTE-DOCUMENT-LINE
           WRITE QUOTE-DOCUMENT-LINE
           WRITE QUOTE-DOCUMENT-LINE.

      *---------------------------------------------------------------
      * Clears the request file so the same quotes cannot be issued
      * twice.

       CLEAR-QUOTE-REQUEST-FILE.
           OPEN OUTPUT QUOTE-REQUEST-FILE
           CLOSE QUOTE-REQUEST-FILE.
