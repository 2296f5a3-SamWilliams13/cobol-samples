      *****************************************************************
      * Program name:    VENDMNT
      * Original author: Dave Nicolette
      *
      * Vendor master maintenance with audited adds, changes, and
      * retirements.
      *
      * Reads VENDOR-MAINT-TRANS-FILE and applies each add, change,
      * or retirement to VENDOR-MASTER-FILE - the supplier file
      * behind the SKM-VENDOR-REF the product master has always
      * carried, the name, address, lead time, and minimum order
      * POGEN prints purchase orders from, and the payment terms
      * APMATCH dates vouchers from. Every applied change is
      * appended to VENDOR-MASTER-AUDIT-FILE with before and after
      * images, the way SKUMAINT audits the product master, and the
      * master is backed up through GENBKUP before it is rewritten
      * in place.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  VENDMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-MASTER-FILE ASSIGN TO "VENDOR-MASTER-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VENDOR-MAINT-TRANS-FILE
               ASSIGN TO "VENDOR-MAINT-TRANS-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VENDOR-MASTER-AUDIT-FILE
               ASSIGN TO "VENDOR-MASTER-AUDIT-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-MASTER-FILE.
       COPY VENDMAST.

       FD  VENDOR-MAINT-TRANS-FILE.
       COPY VNDMTRAN.

       FD  VENDOR-MASTER-AUDIT-FILE.
       COPY VNDMAUD.

       WORKING-STORAGE SECTION.
       01  VENDMNT-CONTROL.
           05  WS-VENDOR-EOF-FLAG       PIC X VALUE 'N'.
               88  END-OF-VENDOR-MASTER-FILE VALUE 'Y'.
           05  WS-TRANS-EOF-FLAG        PIC X VALUE 'N'.
               88  END-OF-TRANS-FILE        VALUE 'Y'.
           05  WS-VENDOR-TABLE-COUNT    PIC S9(04) VALUE 0.
      * Set when the master outgrows its table: the run stops before
      * applying anything, because rewriting a live file from a
      * table that could not hold all of it would truncate the
      * vendor master - the same guard SKUMAINT keeps.
           05  WS-CAPACITY-FLAG         PIC X VALUE 'N'.
               88  A-TABLE-IS-OVER-CAPACITY VALUE 'Y'.
           05  WS-VENDOR-FOUND-FLAG     PIC X.
               88  VENDOR-WAS-FOUND         VALUE 'Y'.
           05  WS-APPLIED-COUNT         PIC S9(04) VALUE 0.
           05  WS-REJECTED-COUNT        PIC S9(04) VALUE 0.
           05  WS-CHANGE-DATE           PIC X(08).
           05  WS-CHANGE-TIME           PIC X(08).
           05  WS-VENDOR-INDEX          PIC S9(04).
           05  WS-SHIFT-INDEX           PIC S9(04).
           05  WS-OLD-IMAGE             PIC X(80).
           05  WS-NEW-IMAGE             PIC X(80).
      * External name handed to the shared GENBKUP routine before
      * the master is rewritten in place.
           05  WS-BACKUP-FILE-NAME      PIC X(40).
      * Run-lock fields for the shared RUNLOCK routine, so two
      * maintenance runs cannot rewrite the master at once.
           05  WS-LOCK-ACTION           PIC X.
           05  WS-LOCK-FILE-NAME        PIC X(40).
           05  WS-LOCK-RESULT-FLAG      PIC X.
               88  RUN-LOCK-GRANTED         VALUE 'Y'.
           05  WS-LOCK-HOLDER-NAME      PIC X(08).
           05  WS-LOCK-REFUSED-FLAG     PIC X VALUE 'N'.
               88  A-RUN-LOCK-WAS-REFUSED   VALUE 'Y'.

       01  WS-ERROR-LOG-FIELDS.
           05  WS-ERR-PROGRAM-NAME      PIC X(08) VALUE 'VENDMNT'.
           05  WS-ERR-PARAGRAPH-NAME    PIC X(30).
           05  WS-ERR-DESCRIPTION       PIC X(60).
           05  WS-ERR-OFFENDING-DATA    PIC X(30).

       01  RPT-MINIMUM-EDITED           PIC Z(6)9.99-.

       01  VENDOR-TABLE.
           05  VENDOR-TABLE-ENTRY OCCURS 1 TO 300 TIMES
                   DEPENDING ON WS-VENDOR-TABLE-COUNT
                   INDEXED BY VENDOR-TABLE-IDX.
               10  VND-TBL-VENDOR-ID    PIC X(10).
               10  VND-TBL-VENDOR-NAME  PIC X(30).
               10  VND-TBL-ADDRESS-1    PIC X(30).
               10  VND-TBL-ADDRESS-2    PIC X(30).
               10  VND-TBL-CITY         PIC X(20).
               10  VND-TBL-STATE        PIC X(02).
               10  VND-TBL-ZIP          PIC X(10).
               10  VND-TBL-LEAD-TIME    PIC 9(03).
               10  VND-TBL-MINIMUM-ORDER PIC S9(07)V99.
               10  VND-TBL-TERMS-CODE   PIC X(04).

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
           PERFORM LOAD-VENDOR-MASTER
           IF A-TABLE-IS-OVER-CAPACITY
               DISPLAY 'VENDMNT: VENDOR-MASTER-FILE exceeds the table '
                   'capacity - no transactions applied, no files '
                   'touched'
               MOVE 'MAIN-LOGIC' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'vendor master exceeds maintenance capacity'
                   TO WS-ERR-DESCRIPTION
               MOVE SPACES TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-VENDMNT-ERROR
               PERFORM RELEASE-RUN-LOCKS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM APPLY-MAINT-TRANSACTIONS
           PERFORM REWRITE-VENDOR-MASTER
           PERFORM RELEASE-RUN-LOCKS
           DISPLAY 'VENDMNT: ' WS-APPLIED-COUNT ' transaction(s) '
               'applied, ' WS-REJECTED-COUNT ' rejected'
           GOBACK.

      *---------------------------------------------------------------
      * Claims the master this run rewrites in place. A refusal
      * names the holder and stops the run cold.

       CLAIM-RUN-LOCKS.
           MOVE 'L' TO WS-LOCK-ACTION
           MOVE 'VENDOR-MASTER-FILE' TO WS-LOCK-FILE-NAME
           CALL 'RUNLOCK' USING WS-LOCK-ACTION WS-ERR-PROGRAM-NAME
               WS-LOCK-FILE-NAME WS-LOCK-RESULT-FLAG
               WS-LOCK-HOLDER-NAME
           END-CALL
           IF NOT RUN-LOCK-GRANTED
               SET A-RUN-LOCK-WAS-REFUSED TO TRUE
               DISPLAY 'VENDMNT: ' WS-LOCK-FILE-NAME
                   ' is locked by ' WS-LOCK-HOLDER-NAME
                   ' - run refused'
               MOVE 'CLAIM-RUN-LOCKS' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'master locked by another program'
                   TO WS-ERR-DESCRIPTION
               MOVE WS-LOCK-HOLDER-NAME TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-VENDMNT-ERROR
           END-IF.

      *---------------------------------------------------------------
      * Releases this run's claim.

       RELEASE-RUN-LOCKS.
           MOVE 'U' TO WS-LOCK-ACTION
           MOVE 'VENDOR-MASTER-FILE' TO WS-LOCK-FILE-NAME
           CALL 'RUNLOCK' USING WS-LOCK-ACTION WS-ERR-PROGRAM-NAME
               WS-LOCK-FILE-NAME WS-LOCK-RESULT-FLAG
               WS-LOCK-HOLDER-NAME
           END-CALL.

      *---------------------------------------------------------------
      * Calls the shared LOGERROR routine to append one record to
      * ERROR-LOG-FILE for the problem just found. WS-ERR-PARAGRAPH-
      * NAME, WS-ERR-DESCRIPTION and WS-ERR-OFFENDING-DATA must be set
      * by the calling paragraph before this is performed.

       LOG-VENDMNT-ERROR.
           ADD 1 TO WS-REJECTED-COUNT
           CALL 'LOGERROR' USING WS-ERR-PROGRAM-NAME
               WS-ERR-PARAGRAPH-NAME WS-ERR-DESCRIPTION
               WS-ERR-OFFENDING-DATA
           END-CALL.

      *---------------------------------------------------------------
      * Loads VENDOR-MASTER-FILE into VENDOR-TABLE so the
      * transactions can be applied in place before the file is
      * rewritten. A missing file is simply the first vendor ever
      * keyed.

       LOAD-VENDOR-MASTER.
           OPEN INPUT VENDOR-MASTER-FILE
           PERFORM UNTIL END-OF-VENDOR-MASTER-FILE
               READ VENDOR-MASTER-FILE
                   AT END
                       SET END-OF-VENDOR-MASTER-FILE TO TRUE
                   NOT AT END
                       IF WS-VENDOR-TABLE-COUNT = 300
                           SET A-TABLE-IS-OVER-CAPACITY TO TRUE
                           SET END-OF-VENDOR-MASTER-FILE TO TRUE
                       ELSE
                           ADD 1 TO WS-VENDOR-TABLE-COUNT
                           MOVE WS-VENDOR-TABLE-COUNT
                               TO WS-VENDOR-INDEX
                           MOVE VND-VENDOR-ID
                               TO VND-TBL-VENDOR-ID(WS-VENDOR-INDEX)
                           MOVE VND-VENDOR-NAME
                               TO VND-TBL-VENDOR-NAME
                                   (WS-VENDOR-INDEX)
                           MOVE VND-ADDRESS-LINE-1
                               TO VND-TBL-ADDRESS-1(WS-VENDOR-INDEX)
                           MOVE VND-ADDRESS-LINE-2
                               TO VND-TBL-ADDRESS-2(WS-VENDOR-INDEX)
                           MOVE VND-CITY
                               TO VND-TBL-CITY(WS-VENDOR-INDEX)
                           MOVE VND-STATE
                               TO VND-TBL-STATE(WS-VENDOR-INDEX)
                           MOVE VND-ZIP
                               TO VND-TBL-ZIP(WS-VENDOR-INDEX)
                           MOVE VND-LEAD-TIME-DAYS
                               TO VND-TBL-LEAD-TIME(WS-VENDOR-INDEX)
                           MOVE VND-MINIMUM-ORDER
                               TO VND-TBL-MINIMUM-ORDER
                                   (WS-VENDOR-INDEX)
                           MOVE VND-TERMS-CODE
                               TO VND-TBL-TERMS-CODE(WS-VENDOR-INDEX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VENDOR-MASTER-FILE.

      *---------------------------------------------------------------
      * Reads every maintenance transaction and applies the valid
      * ones, with the audit file open across the pass. The
      * transaction file is cleared afterward so a rerun cannot
      * apply the same keying twice.

       APPLY-MAINT-TRANSACTIONS.
           OPEN INPUT VENDOR-MAINT-TRANS-FILE
           OPEN EXTEND VENDOR-MASTER-AUDIT-FILE
           PERFORM UNTIL END-OF-TRANS-FILE
               READ VENDOR-MAINT-TRANS-FILE
                   AT END
                       SET END-OF-TRANS-FILE TO TRUE
                   NOT AT END
                       PERFORM APPLY-ONE-MAINT-TRANSACTION
               END-READ
           END-PERFORM
           CLOSE VENDOR-MAINT-TRANS-FILE
           CLOSE VENDOR-MASTER-AUDIT-FILE
           OPEN OUTPUT VENDOR-MAINT-TRANS-FILE
           CLOSE VENDOR-MAINT-TRANS-FILE.

      *---------------------------------------------------------------
      * Routes one transaction by action code. Anything else is
      * rejected loudly.

       APPLY-ONE-MAINT-TRANSACTION.
           PERFORM FIND-TRANSACTION-VENDOR
           EVALUATE TRUE
               WHEN VMN-IS-ADD
                   PERFORM APPLY-ADD-TRANSACTION
               WHEN VMN-IS-CHANGE
                   PERFORM APPLY-CHANGE-TRANSACTION
               WHEN VMN-IS-RETIRE
                   PERFORM APPLY-RETIRE-TRANSACTION
               WHEN OTHER
                   DISPLAY 'VENDMNT: unknown action code '
                       VMN-ACTION-CODE ' for vendor ' VMN-VENDOR-ID
                       ' - rejected'
                   MOVE 'APPLY-ONE-MAINT-TRANSACTION'
                       TO WS-ERR-PARAGRAPH-NAME
                   MOVE 'unknown maintenance action code'
                       TO WS-ERR-DESCRIPTION
                   MOVE VMN-VENDOR-ID TO WS-ERR-OFFENDING-DATA
                   PERFORM LOG-VENDMNT-ERROR
           END-EVALUATE.

      *---------------------------------------------------------------
      * Locates VMN-VENDOR-ID in the table, leaving WS-VENDOR-INDEX
      * pointing at it when found.

       FIND-TRANSACTION-VENDOR.
           MOVE 'N' TO WS-VENDOR-FOUND-FLAG
           MOVE 0 TO WS-VENDOR-INDEX
           PERFORM VARYING WS-SHIFT-INDEX FROM 1 BY 1
                   UNTIL WS-SHIFT-INDEX > WS-VENDOR-TABLE-COUNT
               IF VND-TBL-VENDOR-ID(WS-SHIFT-INDEX) = VMN-VENDOR-ID
                   SET VENDOR-WAS-FOUND TO TRUE
                   MOVE WS-SHIFT-INDEX TO WS-VENDOR-INDEX
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Adds a new vendor after checking the ID is not already taken
      * and the fields parse.

       APPLY-ADD-TRANSACTION.
           EVALUATE TRUE
               WHEN VENDOR-WAS-FOUND
                   DISPLAY 'VENDMNT: vendor ' VMN-VENDOR-ID ' is '
                       'already on the vendor master - add rejected'
                   MOVE 'APPLY-ADD-TRANSACTION'
                       TO WS-ERR-PARAGRAPH-NAME
                   MOVE 'add for vendor already on master'
                       TO WS-ERR-DESCRIPTION
                   MOVE VMN-VENDOR-ID TO WS-ERR-OFFENDING-DATA
                   PERFORM LOG-VENDMNT-ERROR
               WHEN VMN-VENDOR-ID = SPACES
                   OR VMN-VENDOR-NAME = SPACES
                   OR VMN-ADDRESS-LINE-1 = SPACES
                   OR VMN-LEAD-TIME-DAYS NOT NUMERIC
                   OR VMN-MINIMUM-ORDER NOT NUMERIC
                   OR VMN-MINIMUM-ORDER < 0
                   DISPLAY 'VENDMNT: add for vendor ' VMN-VENDOR-ID
                       ' fails field checks - rejected'
                   MOVE 'APPLY-ADD-TRANSACTION'
                       TO WS-ERR-PARAGRAPH-NAME
                   MOVE 'add transaction failed field validation'
                       TO WS-ERR-DESCRIPTION
                   MOVE VMN-VENDOR-ID TO WS-ERR-OFFENDING-DATA
                   PERFORM LOG-VENDMNT-ERROR
               WHEN WS-VENDOR-TABLE-COUNT = 300
                   DISPLAY 'VENDMNT: vendor table is full - add for '
                       'vendor ' VMN-VENDOR-ID ' rejected'
                   MOVE 'APPLY-ADD-TRANSACTION'
                       TO WS-ERR-PARAGRAPH-NAME
                   MOVE 'vendor table is full'
                       TO WS-ERR-DESCRIPTION
                   MOVE VMN-VENDOR-ID TO WS-ERR-OFFENDING-DATA
                   PERFORM LOG-VENDMNT-ERROR
               WHEN OTHER
                   ADD 1 TO WS-VENDOR-TABLE-COUNT
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE WS-VENDOR-TABLE-COUNT TO WS-VENDOR-INDEX
                   MOVE VMN-VENDOR-ID
                       TO VND-TBL-VENDOR-ID(WS-VENDOR-INDEX)
                   PERFORM MOVE-TRANS-FIELDS-TO-TABLE
                   MOVE SPACES TO WS-OLD-IMAGE
                   PERFORM BUILD-NEW-IMAGE
                   MOVE 'ADD     ' TO VNA-ACTION
                   PERFORM WRITE-MAINT-AUDIT-RECORD
           END-EVALUATE.

      *---------------------------------------------------------------
      * Changes an existing vendor's name, address, lead time,
      * minimum order, and terms.

       APPLY-CHANGE-TRANSACTION.
           EVALUATE TRUE
               WHEN NOT VENDOR-WAS-FOUND
                   DISPLAY 'VENDMNT: vendor ' VMN-VENDOR-ID ' is not '
                       'on the vendor master - change rejected'
                   MOVE 'APPLY-CHANGE-TRANSACTION'
                       TO WS-ERR-PARAGRAPH-NAME
                   MOVE 'change for vendor not on master'
                       TO WS-ERR-DESCRIPTION
                   MOVE VMN-VENDOR-ID TO WS-ERR-OFFENDING-DATA
                   PERFORM LOG-VENDMNT-ERROR
               WHEN VMN-VENDOR-NAME = SPACES
                   OR VMN-ADDRESS-LINE-1 = SPACES
                   OR VMN-LEAD-TIME-DAYS NOT NUMERIC
                   OR VMN-MINIMUM-ORDER NOT NUMERIC
                   OR VMN-MINIMUM-ORDER < 0
                   DISPLAY 'VENDMNT: change for vendor '
                       VMN-VENDOR-ID ' fails field checks - rejected'
                   MOVE 'APPLY-CHANGE-TRANSACTION'
                       TO WS-ERR-PARAGRAPH-NAME
                   MOVE 'change transaction failed field validation'
                       TO WS-ERR-DESCRIPTION
                   MOVE VMN-VENDOR-ID TO WS-ERR-OFFENDING-DATA
                   PERFORM LOG-VENDMNT-ERROR
               WHEN OTHER
                   ADD 1 TO WS-APPLIED-COUNT
                   PERFORM BUILD-OLD-IMAGE
                   PERFORM MOVE-TRANS-FIELDS-TO-TABLE
                   PERFORM BUILD-NEW-IMAGE
                   MOVE 'CHANGE  ' TO VNA-ACTION
                   PERFORM WRITE-MAINT-AUDIT-RECORD
           END-EVALUATE.

      *---------------------------------------------------------------
      * Retires a vendor: removes the entry from the master, shifting
      * the entries above it down one slot, with the retired image
      * kept on the audit record. Open purchase-order lines already
      * issued to the vendor are not touched; they are received and
      * closed in the normal way.

       APPLY-RETIRE-TRANSACTION.
           IF NOT VENDOR-WAS-FOUND
               DISPLAY 'VENDMNT: vendor ' VMN-VENDOR-ID ' is not on '
                   'the vendor master - retirement rejected'
               MOVE 'APPLY-RETIRE-TRANSACTION'
                   TO WS-ERR-PARAGRAPH-NAME
               MOVE 'retirement for vendor not on master'
                   TO WS-ERR-DESCRIPTION
               MOVE VMN-VENDOR-ID TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-VENDMNT-ERROR
           ELSE
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM BUILD-OLD-IMAGE
               MOVE SPACES TO WS-NEW-IMAGE
               MOVE 'RETIRE  ' TO VNA-ACTION
               PERFORM WRITE-MAINT-AUDIT-RECORD
               PERFORM VARYING WS-SHIFT-INDEX
                       FROM WS-VENDOR-INDEX BY 1
                       UNTIL WS-SHIFT-INDEX >= WS-VENDOR-TABLE-COUNT
                   MOVE VENDOR-TABLE-ENTRY(WS-SHIFT-INDEX + 1)
                       TO VENDOR-TABLE-ENTRY(WS-SHIFT-INDEX)
               END-PERFORM
               SUBTRACT 1 FROM WS-VENDOR-TABLE-COUNT
           END-IF.

      *---------------------------------------------------------------
      * Moves the transaction's name, address, lead time, minimum
      * order, and terms onto the table entry WS-VENDOR-INDEX points at.

       MOVE-TRANS-FIELDS-TO-TABLE.
           MOVE VMN-VENDOR-NAME
               TO VND-TBL-VENDOR-NAME(WS-VENDOR-INDEX)
           MOVE VMN-ADDRESS-LINE-1
               TO VND-TBL-ADDRESS-1(WS-VENDOR-INDEX)
           MOVE VMN-ADDRESS-LINE-2
               TO VND-TBL-ADDRESS-2(WS-VENDOR-INDEX)
           MOVE VMN-CITY TO VND-TBL-CITY(WS-VENDOR-INDEX)
           MOVE VMN-STATE TO VND-TBL-STATE(WS-VENDOR-INDEX)
           MOVE VMN-ZIP TO VND-TBL-ZIP(WS-VENDOR-INDEX)
           MOVE VMN-LEAD-TIME-DAYS
               TO VND-TBL-LEAD-TIME(WS-VENDOR-INDEX)
           MOVE VMN-MINIMUM-ORDER
               TO VND-TBL-MINIMUM-ORDER(WS-VENDOR-INDEX)
           MOVE VMN-TERMS-CODE TO VND-TBL-TERMS-CODE(WS-VENDOR-INDEX).

      *---------------------------------------------------------------
      * Builds the before image of the vendor WS-VENDOR-INDEX points
      * at: name, city, state, lead time, minimum order, and terms.

       BUILD-OLD-IMAGE.
           MOVE VND-TBL-MINIMUM-ORDER(WS-VENDOR-INDEX)
               TO RPT-MINIMUM-EDITED
           MOVE SPACES TO WS-OLD-IMAGE
           STRING VND-TBL-VENDOR-NAME(WS-VENDOR-INDEX) ' '
               VND-TBL-CITY(WS-VENDOR-INDEX) ' '
               VND-TBL-STATE(WS-VENDOR-INDEX) ' '
               VND-TBL-LEAD-TIME(WS-VENDOR-INDEX) ' '
               RPT-MINIMUM-EDITED ' '
               VND-TBL-TERMS-CODE(WS-VENDOR-INDEX)
               DELIMITED BY SIZE INTO WS-OLD-IMAGE.

      *---------------------------------------------------------------
      * Builds the after image from the vendor's fields as they now
      * stand.

       BUILD-NEW-IMAGE.
           MOVE VND-TBL-MINIMUM-ORDER(WS-VENDOR-INDEX)
               TO RPT-MINIMUM-EDITED
           MOVE SPACES TO WS-NEW-IMAGE
           STRING VND-TBL-VENDOR-NAME(WS-VENDOR-INDEX) ' '
               VND-TBL-CITY(WS-VENDOR-INDEX) ' '
               VND-TBL-STATE(WS-VENDOR-INDEX) ' '
               VND-TBL-LEAD-TIME(WS-VENDOR-INDEX) ' '
               RPT-MINIMUM-EDITED ' '
               VND-TBL-TERMS-CODE(WS-VENDOR-INDEX)
               DELIMITED BY SIZE INTO WS-NEW-IMAGE.

      *---------------------------------------------------------------
      * Appends one record to VENDOR-MASTER-AUDIT-FILE for the action
      * just taken. VNA-ACTION and the images must be set by the
      * calling paragraph.

       WRITE-MAINT-AUDIT-RECORD.
           MOVE VMN-VENDOR-ID TO VNA-VENDOR-ID
           MOVE WS-OLD-IMAGE TO VNA-OLD-IMAGE
           MOVE WS-NEW-IMAGE TO VNA-NEW-IMAGE
           MOVE VMN-USER-ID TO VNA-CHANGED-BY-USER
           MOVE WS-CHANGE-DATE TO VNA-CHANGE-DATE
           MOVE WS-CHANGE-TIME TO VNA-CHANGE-TIME
           WRITE VENDOR-MASTER-AUDIT-RECORD.

      *---------------------------------------------------------------
      * Rewrites VENDOR-MASTER-FILE from the table with this run's
      * adds, changes, and retirements applied.

       REWRITE-VENDOR-MASTER.
           MOVE 'VENDOR-MASTER-FILE' TO WS-BACKUP-FILE-NAME
           CALL 'GENBKUP' USING WS-BACKUP-FILE-NAME
           END-CALL
           OPEN OUTPUT VENDOR-MASTER-FILE
           PERFORM VARYING VENDOR-TABLE-IDX FROM 1 BY 1
                   UNTIL VENDOR-TABLE-IDX > WS-VENDOR-TABLE-COUNT
               MOVE VND-TBL-VENDOR-ID(VENDOR-TABLE-IDX)
                   TO VND-VENDOR-ID
               MOVE VND-TBL-VENDOR-NAME(VENDOR-TABLE-IDX)
                   TO VND-VENDOR-NAME
               MOVE VND-TBL-ADDRESS-1(VENDOR-TABLE-IDX)
                   TO VND-ADDRESS-LINE-1
               MOVE VND-TBL-ADDRESS-2(VENDOR-TABLE-IDX)
                   TO VND-ADDRESS-LINE-2
               MOVE VND-TBL-CITY(VENDOR-TABLE-IDX) TO VND-CITY
               MOVE VND-TBL-STATE(VENDOR-TABLE-IDX) TO VND-STATE
               MOVE VND-TBL-ZIP(VENDOR-TABLE-IDX) TO VND-ZIP
               MOVE VND-TBL-LEAD-TIME(VENDOR-TABLE-IDX)
                   TO VND-LEAD-TIME-DAYS
               MOVE VND-TBL-MINIMUM-ORDER(VENDOR-TABLE-IDX)
                   TO VND-MINIMUM-ORDER
               MOVE VND-TBL-TERMS-CODE(VENDOR-TABLE-IDX)
                   TO VND-TERMS-CODE
               WRITE VENDOR-MASTER-RECORD
           END-PERFORM
           CLOSE VENDOR-MASTER-FILE.
