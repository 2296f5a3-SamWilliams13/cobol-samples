      *****************************************************************
      * Program name:    CUSTMRG
      * Original author: Dave Nicolette
      *
      * Customer account merge.
      *
      * Folds a duplicate customer account into the account that
      * survives. CUSTOMER-MERGE-REQUEST-FILE names the from-account,
      * the to-account, the user asking, and the run mode: 'P'
      * prints the preview and changes nothing, 'M' prints the same
      * preview and then merges. The preview lists, file by file,
      * every record that will move to the surviving account: open
      * items, invoice history, ship-tos, contract prices, exemption
      * certificates, on-account cash, open sales orders, the cash
      * applications the statements net against that history,
      * collection notes, refund requests still waiting, recurring
      * billing contracts, the EDI part-number cross-reference, and
      * sales quotations.
      * The merge then re-keys each file through a work file the
      * way HISTARCH rewrites the history files - GENBKUP first, the
      * control totals proven before the work file is copied back -
      * adds the old account's balance to the survivor's, removes
      * the old account from CUSTOMER-MASTER-FILE, and writes
      * CUSTOMER-MASTER-AUDIT-FILE records for both accounts. Open
      * items, on-account cash, cash applications, open orders,
      * ship-tos, and quotations take the surviving account's name -
      * the packing slip and a converted quote's order print it;
      * history keeps the names it was written with. A merged
      * request is cleared; a preview request stays for the merge
      * run.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CUSTMRG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MERGE-REQUEST-FILE
               ASSIGN TO "CUSTOMER-MERGE-REQUEST-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTOMER-MASTER-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTOMER-MASTER-AUDIT-FILE
               ASSIGN TO "CUSTOMER-MASTER-AUDIT-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT LIVE-FILE ASSIGN TO DYNAMIC WS-LIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-FILE-STATUS.
           SELECT WORK-FILE ASSIGN TO DYNAMIC WS-WORK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.
           SELECT MERGE-REPORT-FILE ASSIGN TO "CUSTOMER-MERGE-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MERGE-REQUEST-FILE.
       01  CUSTOMER-MERGE-REQUEST-RECORD.
           05  MRQ-FROM-ACCOUNT         PIC X(06).
           05  MRQ-TO-ACCOUNT           PIC X(06).
           05  MRQ-USER-ID              PIC X(08).
           05  MRQ-RUN-MODE             PIC X.
               88  MRQ-PREVIEW-ONLY         VALUE 'P'.
               88  MRQ-MERGE                VALUE 'M'.

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST.

       FD  CUSTOMER-MASTER-AUDIT-FILE.
       COPY CUSTAUD.

       FD  LIVE-FILE.
       01  LIVE-RECORD                  PIC X(250).

       FD  WORK-FILE.
       01  WORK-RECORD                  PIC X(250).

       FD  MERGE-REPORT-FILE.
       01  MERGE-REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILLER.
      * A '35' is a file that does not exist yet - nothing has ever
      * been written to it.
           05  WS-REQUEST-FILE-STATUS   PIC XX.
           05  WS-AUDIT-FILE-STATUS     PIC XX.
           05  WS-LIVE-FILE-STATUS      PIC XX.
           05  WS-WORK-FILE-STATUS      PIC XX.
           05  WS-LIVE-FILE-NAME        PIC X(60).
           05  WS-WORK-FILE-NAME        PIC X(60).
           05  WS-EOF-FLAG              PIC X.
               88  END-OF-CURRENT-FILE      VALUE 'Y'.
           05  WS-CAPACITY-FLAG         PIC X VALUE 'N'.
               88  A-TABLE-IS-OVER-CAPACITY VALUE 'Y'.
           05  WS-REQUEST-FOUND-FLAG    PIC X VALUE 'N'.
               88  A-REQUEST-WAS-FOUND      VALUE 'Y'.
           05  WS-MERGE-FAILED-FLAG     PIC X VALUE 'N'.
               88  THE-MERGE-FAILED         VALUE 'Y'.
           05  WS-RECORD-MOVES-FLAG     PIC X.
               88  RECORD-MOVES             VALUE 'Y'.
           05  WS-CUSTOMER-COUNT        PIC S9(05) VALUE 0.
           05  WS-TABLE-INDEX           PIC S9(05).
           05  WS-FROM-INDEX            PIC S9(05) VALUE 0.
           05  WS-TO-INDEX              PIC S9(05) VALUE 0.
           05  WS-FILE-INDEX            PIC S9(04).
           05  WS-READ-COUNT            PIC S9(07).
           05  WS-MOVED-COUNT           PIC S9(07).
           05  WS-WRITTEN-COUNT         PIC S9(07).
           05  WS-COPYBACK-COUNT        PIC S9(07).
           05  WS-TOTAL-TO-MOVE         PIC S9(07) VALUE 0.
           05  WS-RUN-DATE              PIC X(08).
           05  WS-RUN-TIME              PIC X(08).
           05  WS-REJECT-REASON         PIC X(40).
           05  WS-FROM-NAME             PIC X(19).
           05  WS-TO-NAME               PIC X(19).
           05  WS-FROM-BALANCE          PIC S9(07)V99.
           05  WS-TO-BALANCE            PIC S9(07)V99.
           05  WS-COMBINED-BALANCE      PIC S9(07)V99.
      * External name handed to the shared GENBKUP routine before a
      * file is rewritten in place.
           05  WS-BACKUP-FILE-NAME      PIC X(40).
      * Run-lock fields for the shared RUNLOCK routine. The nightly
      * batch claim keeps the merge out of the window in which
      * invoice history and the sales orders are being written.
           05  WS-LOCK-ACTION           PIC X.
           05  WS-LOCK-FILE-NAME        PIC X(40).
           05  WS-LOCK-RESULT-FLAG      PIC X.
               88  RUN-LOCK-GRANTED         VALUE 'Y'.
           05  WS-LOCK-HOLDER-NAME      PIC X(08).
           05  WS-LOCK-REFUSED-FLAG     PIC X VALUE 'N'.
               88  A-RUN-LOCK-WAS-REFUSED   VALUE 'Y'.
           05  WS-LOCKS-HELD            PIC S9(04) VALUE 0.
           05  WS-LOCK-INDEX            PIC S9(04).

       01  LOCK-FILE-NAMES.
           05  FILLER                   PIC X(40)
                   VALUE 'NIGHTLY-BATCH'.
           05  FILLER                   PIC X(40)
                   VALUE 'CUSTOMER-MASTER-FILE'.
           05  FILLER                   PIC X(40)
                   VALUE 'AR-OPEN-ITEM-FILE'.
           05  FILLER                   PIC X(40)
                   VALUE 'UNAPPLIED-CASH-FILE'.
           05  FILLER                   PIC X(40)
                   VALUE 'COLLECTION-NOTES-FILE'.
           05  FILLER                   PIC X(40)
                   VALUE 'RECURRING-BILLING-FILE'.
           05  FILLER                   PIC X(40)
                   VALUE 'QUOTATION-FILE'.
       01  LOCK-FILE-TABLE REDEFINES LOCK-FILE-NAMES.
           05  LOCK-FILE-ENTRY          PIC X(40) OCCURS 7 TIMES.

      * Every file keyed by customer account, and where in its record
      * the account sits: the file name, the account offset, the
      * offset of a customer name to be replaced (000 for none), 'Y'
      * when only header records ('H' in byte 1) carry the account,
      * 'Y' when only open sales orders ('O' in byte 56) move, and
      * two slices of the record the preview prints to show which
      * record it is.
       01  MERGE-FILE-SPECS.
           05  FILLER                   PIC X(30)
                   VALUE 'AR-OPEN-ITEM-FILE'.
           05  FILLER                   PIC X(18)
                   VALUE '009015NN0010803440'.
           05  FILLER                   PIC X(30)
                   VALUE 'INVOICE-HISTORY-FILE'.
           05  FILLER                   PIC X(18)
                   VALUE '018000YN0020801008'.
           05  FILLER                   PIC X(30)
                   VALUE 'SHIP-TO-MASTER-FILE'.
           05  FILLER                   PIC X(18)
                   VALUE '001007NN0071902630'.
           05  FILLER                   PIC X(30)
                   VALUE 'CONTRACT-PRICE-FILE'.
           05  FILLER                   PIC X(18)
                   VALUE '001000NN0071001726'.
           05  FILLER                   PIC X(30)
                   VALUE 'TAX-EXEMPT-CERT-FILE'.
           05  FILLER                   PIC X(18)
                   VALUE '001000NN0070200923'.
           05  FILLER                   PIC X(30)
                   VALUE 'UNAPPLIED-CASH-FILE'.
           05  FILLER                   PIC X(18)
                   VALUE '001007NN0260803426'.
           05  FILLER                   PIC X(30)
                   VALUE 'SALES-ORDER-FILE'.
           05  FILLER                   PIC X(18)
                   VALUE '018024YY0020801008'.
           05  FILLER                   PIC X(30)
                   VALUE 'CASH-APPLIED-FILE'.
           05  FILLER                   PIC X(18)
                   VALUE '001007NN0260803426'.
           05  FILLER                   PIC X(30)
                   VALUE 'COLLECTION-NOTES-FILE'.
           05  FILLER                   PIC X(18)
                   VALUE '001000NN0071602340'.
           05  FILLER                   PIC X(30)
                   VALUE 'REFUND-REQUEST-FILE'.
           05  FILLER                   PIC X(18)
                   VALUE '001000NN0071602310'.
           05  FILLER                   PIC X(30)
                   VALUE 'RECURRING-BILLING-FILE'.
           05  FILLER                   PIC X(18)
                   VALUE '009000NN0010805020'.
           05  FILLER                   PIC X(30)
                   VALUE 'EDI-PART-XREF-FILE'.
           05  FILLER                   PIC X(18)
                   VALUE '001000NN0072002710'.
           05  FILLER                   PIC X(30)
                   VALUE 'QUOTATION-FILE'.
           05  FILLER                   PIC X(18)
                   VALUE '018024YN0020801008'.
       01  MERGE-FILE-TABLE REDEFINES MERGE-FILE-SPECS.
           05  MERGE-FILE-ENTRY OCCURS 13 TIMES.
               10  MFS-FILE-NAME        PIC X(30).
               10  MFS-ACCOUNT-OFFSET   PIC 9(03).
               10  MFS-NAME-OFFSET      PIC 9(03).
               10  MFS-HEADERS-ONLY     PIC X.
                   88  MFS-ACCOUNT-ON-HEADERS-ONLY VALUE 'Y'.
               10  MFS-OPEN-ORDERS-ONLY PIC X.
                   88  MFS-ONLY-OPEN-ORDERS-MOVE VALUE 'Y'.
               10  MFS-SHOW-1-OFFSET    PIC 9(03).
               10  MFS-SHOW-1-LENGTH    PIC 9(02).
               10  MFS-SHOW-2-OFFSET    PIC 9(03).
               10  MFS-SHOW-2-LENGTH    PIC 9(02).

      * What the preview counted per file, proven against the merge.
       01  PREVIEW-COUNT-TABLE.
           05  PREVIEW-MOVE-COUNT       PIC S9(07) OCCURS 13 TIMES.

       01  WS-ERROR-LOG-FIELDS.
           05  WS-ERR-PROGRAM-NAME      PIC X(08) VALUE 'CUSTMRG'.
           05  WS-ERR-PARAGRAPH-NAME    PIC X(30).
           05  WS-ERR-DESCRIPTION       PIC X(60).
           05  WS-ERR-OFFENDING-DATA    PIC X(30).

       01  RPT-AMOUNT-EDITED            PIC Z(8)9.99-.
       01  RPT-COUNT-EDITED             PIC Z(6)9.

       01  CUSTOMER-TABLE.
           05  CUSTOMER-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-CUSTOMER-COUNT.
               10  CST-TBL-RECORD       PIC X(100).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM CLAIM-RUN-LOCKS
           IF A-RUN-LOCK-WAS-REFUSED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           CALL 'BUSDATE' USING WS-RUN-DATE
           END-CALL
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM LOAD-MERGE-REQUEST
           IF NOT A-REQUEST-WAS-FOUND
               DISPLAY 'CUSTMRG: no merge request - nothing merged'
               PERFORM RELEASE-RUN-LOCKS
               GOBACK
           END-IF
           PERFORM LOAD-CUSTOMER-MASTER
           PERFORM EDIT-MERGE-REQUEST
           IF WS-REJECT-REASON NOT = SPACES
               DISPLAY 'CUSTMRG: merge of ' MRQ-FROM-ACCOUNT
                   ' into ' MRQ-TO-ACCOUNT ' rejected - '
                   WS-REJECT-REASON
               MOVE 'EDIT-MERGE-REQUEST' TO WS-ERR-PARAGRAPH-NAME
               MOVE WS-REJECT-REASON TO WS-ERR-DESCRIPTION
               MOVE SPACES TO WS-ERR-OFFENDING-DATA
               STRING MRQ-FROM-ACCOUNT ' INTO ' MRQ-TO-ACCOUNT
                   DELIMITED BY SIZE INTO WS-ERR-OFFENDING-DATA
               PERFORM LOG-CUSTMRG-ERROR
               PERFORM RELEASE-RUN-LOCKS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT MERGE-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM VARYING WS-FILE-INDEX FROM 1 BY 1
                   UNTIL WS-FILE-INDEX > 13
               PERFORM PREVIEW-ONE-FILE
           END-PERFORM
           MOVE SPACES TO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-LINE
           MOVE SPACES TO MERGE-REPORT-LINE
           MOVE WS-TOTAL-TO-MOVE TO RPT-COUNT-EDITED
           STRING 'RECORDS TO MOVE IN ALL FILES: ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-LINE
           IF MRQ-PREVIEW-ONLY
               MOVE SPACES TO MERGE-REPORT-LINE
               MOVE 'PREVIEW ONLY - NOTHING HAS BEEN CHANGED'
                   TO MERGE-REPORT-LINE
               WRITE MERGE-REPORT-LINE
               CLOSE MERGE-REPORT-FILE
               PERFORM RELEASE-RUN-LOCKS
               DISPLAY 'CUSTMRG: preview of ' MRQ-FROM-ACCOUNT
                   ' into ' MRQ-TO-ACCOUNT ' printed - '
                   WS-TOTAL-TO-MOVE ' record(s) would move'
               GOBACK
           END-IF
           PERFORM WRITE-MERGE-SECTION-HEADER
           PERFORM VARYING WS-FILE-INDEX FROM 1 BY 1
                   UNTIL WS-FILE-INDEX > 13
                      OR THE-MERGE-FAILED
               PERFORM MERGE-ONE-FILE
           END-PERFORM
           IF THE-MERGE-FAILED
               MOVE SPACES TO MERGE-REPORT-LINE
               STRING '*** MERGE STOPPED - RESTORE THE FILES ABOVE '
                   'FROM THEIR .G1 BACKUPS; CUSTOMER MASTER NOT '
                   'CHANGED ***' DELIMITED BY SIZE
                   INTO MERGE-REPORT-LINE
               WRITE MERGE-REPORT-LINE
               CLOSE MERGE-REPORT-FILE
               PERFORM RELEASE-RUN-LOCKS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM MERGE-CUSTOMER-ACCOUNTS
           PERFORM REWRITE-CUSTOMER-MASTER
           MOVE SPACES TO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-LINE
           MOVE SPACES TO MERGE-REPORT-LINE
           MOVE WS-COMBINED-BALANCE TO RPT-AMOUNT-EDITED
           STRING 'ACCOUNT ' MRQ-FROM-ACCOUNT ' CLOSED AND MERGED '
               'INTO ' MRQ-TO-ACCOUNT ' - COMBINED BALANCE '
               RPT-AMOUNT-EDITED DELIMITED BY SIZE
               INTO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-LINE
           CLOSE MERGE-REPORT-FILE
           OPEN OUTPUT CUSTOMER-MERGE-REQUEST-FILE
           CLOSE CUSTOMER-MERGE-REQUEST-FILE
           PERFORM RELEASE-RUN-LOCKS
           DISPLAY 'CUSTMRG: account ' MRQ-FROM-ACCOUNT
               ' merged into ' MRQ-TO-ACCOUNT ' - '
               WS-TOTAL-TO-MOVE ' record(s) moved'
           GOBACK.

      *---------------------------------------------------------------
      * Claims each file this run rewrites in place. A refusal names
      * the holder and stops the run cold; the claims already
      * granted are given back.

       CLAIM-RUN-LOCKS.
           PERFORM VARYING WS-LOCK-INDEX FROM 1 BY 1
                   UNTIL WS-LOCK-INDEX > 7
                      OR A-RUN-LOCK-WAS-REFUSED
               MOVE 'L' TO WS-LOCK-ACTION
               MOVE LOCK-FILE-ENTRY(WS-LOCK-INDEX) TO WS-LOCK-FILE-NAME
               PERFORM CLAIM-ONE-RUN-LOCK
               IF NOT A-RUN-LOCK-WAS-REFUSED
                   ADD 1 TO WS-LOCKS-HELD
               END-IF
           END-PERFORM
           IF A-RUN-LOCK-WAS-REFUSED
               PERFORM RELEASE-RUN-LOCKS
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
               DISPLAY 'CUSTMRG: ' WS-LOCK-FILE-NAME
                   ' is locked by ' WS-LOCK-HOLDER-NAME
                   ' - run refused'
               MOVE 'CLAIM-RUN-LOCKS' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'master locked by another program'
                   TO WS-ERR-DESCRIPTION
               MOVE WS-LOCK-HOLDER-NAME TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-CUSTMRG-ERROR
           END-IF.

      *---------------------------------------------------------------
      * Releases the claims this run holds.

       RELEASE-RUN-LOCKS.
           MOVE 'U' TO WS-LOCK-ACTION
           PERFORM VARYING WS-LOCK-INDEX FROM 1 BY 1
                   UNTIL WS-LOCK-INDEX > WS-LOCKS-HELD
               MOVE LOCK-FILE-ENTRY(WS-LOCK-INDEX) TO WS-LOCK-FILE-NAME
               CALL 'RUNLOCK' USING WS-LOCK-ACTION
                   WS-ERR-PROGRAM-NAME WS-LOCK-FILE-NAME
                   WS-LOCK-RESULT-FLAG WS-LOCK-HOLDER-NAME
               END-CALL
           END-PERFORM
           MOVE 0 TO WS-LOCKS-HELD.

      *---------------------------------------------------------------
      * Calls the shared LOGERROR routine to append one record to
      * ERROR-LOG-FILE for the problem just found. WS-ERR-PARAGRAPH-
      * NAME, WS-ERR-DESCRIPTION and WS-ERR-OFFENDING-DATA must be set
      * by the calling paragraph before this is performed.

       LOG-CUSTMRG-ERROR.
           CALL 'LOGERROR' USING WS-ERR-PROGRAM-NAME
               WS-ERR-PARAGRAPH-NAME WS-ERR-DESCRIPTION
               WS-ERR-OFFENDING-DATA
           END-CALL.

      *---------------------------------------------------------------
      * Reads the merge request. One merge per run: a second record
      * is ignored, with a warning, until the first has been merged.

       LOAD-MERGE-REQUEST.
           OPEN INPUT CUSTOMER-MERGE-REQUEST-FILE
           IF WS-REQUEST-FILE-STATUS = '00'
               READ CUSTOMER-MERGE-REQUEST-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MRQ-FROM-ACCOUNT NOT = SPACES
                           SET A-REQUEST-WAS-FOUND TO TRUE
                       END-IF
               END-READ
               IF A-REQUEST-WAS-FOUND
                   READ CUSTOMER-MERGE-REQUEST-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           DISPLAY 'CUSTMRG: only the first merge '
                               'request is worked in a run - the '
                               'rest wait'
                   END-READ
                   CLOSE CUSTOMER-MERGE-REQUEST-FILE
                   OPEN INPUT CUSTOMER-MERGE-REQUEST-FILE
                   READ CUSTOMER-MERGE-REQUEST-FILE
                   END-READ
               END-IF
               CLOSE CUSTOMER-MERGE-REQUEST-FILE
           END-IF.

      *---------------------------------------------------------------
      * Loads CUSTOMER-MASTER-FILE, record images intact.

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
                           MOVE CUSTOMER-MASTER-RECORD
                               TO CST-TBL-RECORD(WS-CUSTOMER-COUNT)
                           IF CST-ACCOUNT-NUMBER = MRQ-FROM-ACCOUNT
                               MOVE WS-CUSTOMER-COUNT TO WS-FROM-INDEX
                               MOVE CST-CUSTOMER-NAME TO WS-FROM-NAME
                               MOVE CST-BALANCE TO WS-FROM-BALANCE
                           END-IF
                           IF CST-ACCOUNT-NUMBER = MRQ-TO-ACCOUNT
                               MOVE WS-CUSTOMER-COUNT TO WS-TO-INDEX
                               MOVE CST-CUSTOMER-NAME TO WS-TO-NAME
                               MOVE CST-BALANCE TO WS-TO-BALANCE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER-FILE.

      *---------------------------------------------------------------
      * Sets WS-REJECT-REASON to the first thing wrong with the
      * request, or leaves it blank.

       EDIT-MERGE-REQUEST.
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN A-TABLE-IS-OVER-CAPACITY
                   MOVE 'customer master exceeds table capacity'
                       TO WS-REJECT-REASON
               WHEN NOT MRQ-PREVIEW-ONLY AND NOT MRQ-MERGE
                   MOVE 'run mode must be P or M'
                       TO WS-REJECT-REASON
               WHEN MRQ-USER-ID = SPACES
                   MOVE 'request names no user'
                       TO WS-REJECT-REASON
               WHEN MRQ-FROM-ACCOUNT = MRQ-TO-ACCOUNT
                   MOVE 'from and to accounts are the same'
                       TO WS-REJECT-REASON
               WHEN WS-FROM-INDEX = 0
                   MOVE 'from-account not on customer master'
                       TO WS-REJECT-REASON
               WHEN WS-TO-INDEX = 0
                   MOVE 'to-account not on customer master'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *---------------------------------------------------------------
      * Decides whether the record in LIVE-RECORD belongs to the
      * from-account under the current file's rules.

       TEST-RECORD-MOVES.
           MOVE 'N' TO WS-RECORD-MOVES-FLAG
           IF LIVE-RECORD(MFS-ACCOUNT-OFFSET(WS-FILE-INDEX):6)
                   = MRQ-FROM-ACCOUNT
               SET RECORD-MOVES TO TRUE
               IF MFS-ACCOUNT-ON-HEADERS-ONLY(WS-FILE-INDEX)
                   AND LIVE-RECORD(1:1) NOT = 'H'
                   MOVE 'N' TO WS-RECORD-MOVES-FLAG
               END-IF
               IF MFS-ONLY-OPEN-ORDERS-MOVE(WS-FILE-INDEX)
                   AND LIVE-RECORD(56:1) NOT = 'O'
                   MOVE 'N' TO WS-RECORD-MOVES-FLAG
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Lists every record of one file that the merge would move.

       PREVIEW-ONE-FILE.
           MOVE 0 TO PREVIEW-MOVE-COUNT(WS-FILE-INDEX)
           MOVE SPACES TO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-LINE
           MOVE SPACES TO WS-LIVE-FILE-NAME
           MOVE MFS-FILE-NAME(WS-FILE-INDEX) TO WS-LIVE-FILE-NAME
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT LIVE-FILE
           IF WS-LIVE-FILE-STATUS NOT = '00'
               SET END-OF-CURRENT-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ LIVE-FILE
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       PERFORM TEST-RECORD-MOVES
                       IF RECORD-MOVES
                           PERFORM WRITE-PREVIEW-DETAIL
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LIVE-FILE-STATUS = '00' OR '10'
               CLOSE LIVE-FILE
           END-IF
           ADD PREVIEW-MOVE-COUNT(WS-FILE-INDEX) TO WS-TOTAL-TO-MOVE
           MOVE SPACES TO MERGE-REPORT-LINE
           MOVE PREVIEW-MOVE-COUNT(WS-FILE-INDEX) TO RPT-COUNT-EDITED
           STRING MFS-FILE-NAME(WS-FILE-INDEX) ' RECORDS TO MOVE: '
               RPT-COUNT-EDITED DELIMITED BY SIZE
               INTO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-LINE.

      *---------------------------------------------------------------
      * Prints one record the merge would move, by the two slices
      * that identify it.

       WRITE-PREVIEW-DETAIL.
           ADD 1 TO PREVIEW-MOVE-COUNT(WS-FILE-INDEX)
           MOVE SPACES TO MERGE-REPORT-LINE
           MOVE MFS-FILE-NAME(WS-FILE-INDEX)
               TO MERGE-REPORT-LINE(1:30)
           MOVE LIVE-RECORD(MFS-SHOW-1-OFFSET(WS-FILE-INDEX):
                   MFS-SHOW-1-LENGTH(WS-FILE-INDEX))
               TO MERGE-REPORT-LINE(33:30)
           MOVE LIVE-RECORD(MFS-SHOW-2-OFFSET(WS-FILE-INDEX):
                   MFS-SHOW-2-LENGTH(WS-FILE-INDEX))
               TO MERGE-REPORT-LINE(65:60)
           WRITE MERGE-REPORT-LINE.

      *---------------------------------------------------------------
      * Re-keys one file: GENBKUP first, then a pass that copies
      * every record to a work file with the from-account's records
      * moved, then the control-total proof, and only then the copy
      * back over the live file. Any step out of order would be the
      * step that loses records.

       MERGE-ONE-FILE.
           MOVE 0 TO WS-READ-COUNT
           MOVE 0 TO WS-MOVED-COUNT
           MOVE 0 TO WS-WRITTEN-COUNT
           MOVE 0 TO WS-COPYBACK-COUNT
           MOVE SPACES TO WS-LIVE-FILE-NAME
           MOVE MFS-FILE-NAME(WS-FILE-INDEX) TO WS-LIVE-FILE-NAME
           IF PREVIEW-MOVE-COUNT(WS-FILE-INDEX) > 0
               MOVE WS-LIVE-FILE-NAME TO WS-BACKUP-FILE-NAME
               CALL 'GENBKUP' USING WS-BACKUP-FILE-NAME
               END-CALL
               MOVE SPACES TO WS-WORK-FILE-NAME
               STRING FUNCTION TRIM(WS-LIVE-FILE-NAME) '.MERGE'
                   DELIMITED BY SIZE INTO WS-WORK-FILE-NAME
               MOVE 'N' TO WS-EOF-FLAG
               OPEN INPUT LIVE-FILE
               OPEN OUTPUT WORK-FILE
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ LIVE-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM MOVE-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE LIVE-FILE
               CLOSE WORK-FILE
               PERFORM PROVE-AND-REPLACE-LIVE-FILE
           END-IF
           PERFORM WRITE-FILE-CONTROL-TOTALS.

      *---------------------------------------------------------------
      * Writes the record to the work file, re-keyed to the
      * surviving account - and renamed, where the file carries the
      * current customer name - when it belongs to the from-account.

       MOVE-ONE-RECORD.
           PERFORM TEST-RECORD-MOVES
           IF RECORD-MOVES
               ADD 1 TO WS-MOVED-COUNT
               MOVE MRQ-TO-ACCOUNT
                   TO LIVE-RECORD(MFS-ACCOUNT-OFFSET(WS-FILE-INDEX):6)
               IF MFS-NAME-OFFSET(WS-FILE-INDEX) > 0
                   MOVE WS-TO-NAME
                       TO LIVE-RECORD(MFS-NAME-OFFSET(WS-FILE-INDEX):
                           19)
               END-IF
           END-IF
           MOVE LIVE-RECORD TO WORK-RECORD
           WRITE WORK-RECORD
           ADD 1 TO WS-WRITTEN-COUNT.

      *---------------------------------------------------------------
      * Proves read = written and moved = previewed, then copies the
      * work file back over the live file, recounting on the way so
      * the replacement is proven too. A proof failure stops the
      * merge with the GENBKUP backups standing.

       PROVE-AND-REPLACE-LIVE-FILE.
           IF WS-READ-COUNT NOT = WS-WRITTEN-COUNT
               OR WS-MOVED-COUNT NOT =
                   PREVIEW-MOVE-COUNT(WS-FILE-INDEX)
               SET THE-MERGE-FAILED TO TRUE
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               OPEN INPUT WORK-FILE
               OPEN OUTPUT LIVE-FILE
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ WORK-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-COPYBACK-COUNT
                           MOVE WORK-RECORD TO LIVE-RECORD
                           WRITE LIVE-RECORD
                   END-READ
               END-PERFORM
               CLOSE WORK-FILE
               CLOSE LIVE-FILE
               IF WS-COPYBACK-COUNT NOT = WS-WRITTEN-COUNT
                   SET THE-MERGE-FAILED TO TRUE
               END-IF
           END-IF
           IF THE-MERGE-FAILED
               DISPLAY '*** CUSTMRG: control totals for '
                   WS-LIVE-FILE-NAME ' do not prove - merge stopped '
                   '***'
               MOVE 'PROVE-AND-REPLACE-LIVE-FILE'
                   TO WS-ERR-PARAGRAPH-NAME
               MOVE 'merge control totals do not prove'
                   TO WS-ERR-DESCRIPTION
               MOVE WS-LIVE-FILE-NAME(1:30) TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-CUSTMRG-ERROR
           END-IF.

      *---------------------------------------------------------------
      * Writes one file's control-total line in the merge section.

       WRITE-FILE-CONTROL-TOTALS.
           MOVE SPACES TO MERGE-REPORT-LINE
           MOVE MFS-FILE-NAME(WS-FILE-INDEX) TO MERGE-REPORT-LINE(1:30)
           MOVE WS-READ-COUNT TO RPT-COUNT-EDITED
           MOVE RPT-COUNT-EDITED TO MERGE-REPORT-LINE(33:7)
           MOVE WS-MOVED-COUNT TO RPT-COUNT-EDITED
           MOVE RPT-COUNT-EDITED TO MERGE-REPORT-LINE(43:7)
           MOVE WS-COPYBACK-COUNT TO RPT-COUNT-EDITED
           MOVE RPT-COUNT-EDITED TO MERGE-REPORT-LINE(53:7)
           EVALUATE TRUE
               WHEN THE-MERGE-FAILED
                   MOVE '*** TOTALS DO NOT PROVE'
                       TO MERGE-REPORT-LINE(63:23)
               WHEN PREVIEW-MOVE-COUNT(WS-FILE-INDEX) = 0
                   MOVE 'NOTHING TO MOVE'
                       TO MERGE-REPORT-LINE(63:15)
               WHEN OTHER
                   MOVE 'TOTALS PROVEN'
                       TO MERGE-REPORT-LINE(63:13)
           END-EVALUATE
           WRITE MERGE-REPORT-LINE.

      *---------------------------------------------------------------
      * Adds the from-account's balance to the survivor, takes the
      * longer days past due, and audits both sides of the merge.
      * The from-account is dropped when the master is rewritten.

       MERGE-CUSTOMER-ACCOUNTS.
           OPEN EXTEND CUSTOMER-MASTER-AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = '35'
               OPEN OUTPUT CUSTOMER-MASTER-AUDIT-FILE
           END-IF
           MOVE CST-TBL-RECORD(WS-FROM-INDEX) TO CUSTOMER-MASTER-RECORD
           MOVE MRQ-FROM-ACCOUNT TO CUA-ACCOUNT-NUMBER
           MOVE 'MERGEOUT' TO CUA-ACTION
           MOVE SPACES TO CUA-OLD-IMAGE
           STRING CST-CUSTOMER-NAME ' ' CST-CREDIT-LIMIT ' '
               CST-TERMS-CODE ' ' CST-FINANCE-CHARGE-EXEMPT
               DELIMITED BY SIZE INTO CUA-OLD-IMAGE
           MOVE SPACES TO CUA-NEW-IMAGE
           STRING 'MERGED INTO ' MRQ-TO-ACCOUNT ' BALANCE '
               CST-BALANCE DELIMITED BY SIZE INTO CUA-NEW-IMAGE
           PERFORM WRITE-MERGE-AUDIT-RECORD
           MOVE CST-DAYS-PAST-DUE TO WS-TABLE-INDEX
           MOVE CST-TBL-RECORD(WS-TO-INDEX) TO CUSTOMER-MASTER-RECORD
           MOVE MRQ-TO-ACCOUNT TO CUA-ACCOUNT-NUMBER
           MOVE 'MERGEIN ' TO CUA-ACTION
           MOVE SPACES TO CUA-OLD-IMAGE
           STRING 'BALANCE ' CST-BALANCE DELIMITED BY SIZE
               INTO CUA-OLD-IMAGE
           COMPUTE WS-COMBINED-BALANCE =
               WS-TO-BALANCE + WS-FROM-BALANCE
           MOVE WS-COMBINED-BALANCE TO CST-BALANCE
           IF WS-TABLE-INDEX > CST-DAYS-PAST-DUE
               MOVE WS-TABLE-INDEX TO CST-DAYS-PAST-DUE
           END-IF
           MOVE SPACES TO CUA-NEW-IMAGE
           STRING 'BALANCE ' CST-BALANCE ' FROM ' MRQ-FROM-ACCOUNT
               DELIMITED BY SIZE INTO CUA-NEW-IMAGE
           PERFORM WRITE-MERGE-AUDIT-RECORD
           MOVE CUSTOMER-MASTER-RECORD TO CST-TBL-RECORD(WS-TO-INDEX)
           CLOSE CUSTOMER-MASTER-AUDIT-FILE.

      *---------------------------------------------------------------
      * Appends one audit record. The account, action, and images
      * must be set by the calling paragraph.

       WRITE-MERGE-AUDIT-RECORD.
           MOVE MRQ-USER-ID TO CUA-CHANGED-BY-USER
           MOVE WS-RUN-DATE TO CUA-CHANGE-DATE
           MOVE WS-RUN-TIME TO CUA-CHANGE-TIME
           WRITE CUSTOMER-MASTER-AUDIT-RECORD.

      *---------------------------------------------------------------
      * Rewrites CUSTOMER-MASTER-FILE without the merged-out account.

       REWRITE-CUSTOMER-MASTER.
           MOVE 'CUSTOMER-MASTER-FILE' TO WS-BACKUP-FILE-NAME
           CALL 'GENBKUP' USING WS-BACKUP-FILE-NAME
           END-CALL
           OPEN OUTPUT CUSTOMER-MASTER-FILE
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                   UNTIL WS-TABLE-INDEX > WS-CUSTOMER-COUNT
               IF WS-TABLE-INDEX NOT = WS-FROM-INDEX
                   MOVE CST-TBL-RECORD(WS-TABLE-INDEX)
                       TO CUSTOMER-MASTER-RECORD
                   WRITE CUSTOMER-MASTER-RECORD
               END-IF
           END-PERFORM
           CLOSE CUSTOMER-MASTER-FILE.

      *---------------------------------------------------------------
      * Writes the heading block and the two accounts being merged.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO MERGE-REPORT-LINE
           STRING 'ACME DISTRIBUTING CO.' DELIMITED BY SIZE
               INTO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-LINE
           MOVE SPACES TO MERGE-REPORT-LINE
           IF MRQ-PREVIEW-ONLY
               STRING 'CUSTOMER ACCOUNT MERGE PREVIEW - RUN DATE '
                   WS-RUN-DATE DELIMITED BY SIZE
                   INTO MERGE-REPORT-LINE
           ELSE
               STRING 'CUSTOMER ACCOUNT MERGE - RUN DATE '
                   WS-RUN-DATE DELIMITED BY SIZE
                   INTO MERGE-REPORT-LINE
           END-IF
           WRITE MERGE-REPORT-LINE
           MOVE SPACES TO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-LINE
           MOVE SPACES TO MERGE-REPORT-LINE
           MOVE WS-FROM-BALANCE TO RPT-AMOUNT-EDITED
           STRING 'FROM ACCOUNT:  ' MRQ-FROM-ACCOUNT '  ' WS-FROM-NAME
               '  BALANCE ' RPT-AMOUNT-EDITED
               DELIMITED BY SIZE INTO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-LINE
           MOVE SPACES TO MERGE-REPORT-LINE
           MOVE WS-TO-BALANCE TO RPT-AMOUNT-EDITED
           STRING 'INTO ACCOUNT:  ' MRQ-TO-ACCOUNT '  ' WS-TO-NAME
               '  BALANCE ' RPT-AMOUNT-EDITED
               DELIMITED BY SIZE INTO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-LINE
           MOVE SPACES TO MERGE-REPORT-LINE
           COMPUTE WS-COMBINED-BALANCE =
               WS-TO-BALANCE + WS-FROM-BALANCE
           MOVE WS-COMBINED-BALANCE TO RPT-AMOUNT-EDITED
           STRING 'REQUESTED BY:  ' MRQ-USER-ID
               '                   COMBINED ' RPT-AMOUNT-EDITED
               DELIMITED BY SIZE INTO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-LINE
           MOVE SPACES TO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-LINE
           MOVE SPACES TO MERGE-REPORT-LINE
           MOVE 'RECORDS THAT WILL MOVE TO THE SURVIVING ACCOUNT'
               TO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-LINE.

      *---------------------------------------------------------------
      * Writes the heading of the merge section.

       WRITE-MERGE-SECTION-HEADER.
           MOVE SPACES TO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-LINE
           MOVE SPACES TO MERGE-REPORT-LINE
           STRING 'MERGE                              READ     MOVED'
               '   WRITTEN' DELIMITED BY SIZE
               INTO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-LINE.
