      *****************************************************************
      * Program name:    POGEN
      * Original author: Dave Nicolette
      *
      * Purchase-order generation from approved replenishment
      * suggestions.
      *
      * Reads the suggestions REORDRPT wrote to REORDER-SUGGESTION-
      * FILE and the lines purchasing approved on REORDER-APPROVAL-
      * FILE, groups the approved lines by vendor, and issues one
      * numbered purchase order per vendor: each line goes to
      * OPEN-PO-FILE for INVRECV to receive against, and each PO is
      * printed on PURCHASE-ORDER-DOCUMENTS with the vendor's name
      * and address from VENDOR-MASTER-FILE and an expected delivery
      * date from the vendor's lead time. Lines are costed at the
      * SKU's moving-average cost. A PO under the vendor's minimum
      * order is still issued - purchasing approved it - but is
      * flagged on the document and the register. Approved lines
      * whose vendor is not on the vendor master, and approvals that
      * match no suggestion, are reported and logged instead of
      * ordered. PO numbers continue from PO-NUMBER-CONTROL-FILE and
      * the approval file is cleared so nothing is ordered twice.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  POGEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REORDER-SUGGESTION-FILE
               ASSIGN TO "REORDER-SUGGESTION-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REORDER-APPROVAL-FILE
               ASSIGN TO "REORDER-APPROVAL-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-FILE-STATUS.
           SELECT VENDOR-MASTER-FILE ASSIGN TO "VENDOR-MASTER-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SKU-MASTER-FILE ASSIGN TO "SKU-MASTER-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INVENTORY-FILE ASSIGN TO "INVENTORY-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PO-NUMBER-CONTROL-FILE
               ASSIGN TO "PO-NUMBER-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-CONTROL-STATUS.
           SELECT OPEN-PO-FILE ASSIGN TO "OPEN-PO-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-PO-STATUS.
           SELECT PURCHASE-ORDER-DOCUMENTS
               ASSIGN TO "PURCHASE-ORDER-DOCUMENTS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PURCHASE-ORDER-REGISTER
               ASSIGN TO "PURCHASE-ORDER-REGISTER"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REORDER-SUGGESTION-FILE.
       COPY REORDSUG.

      * One line per suggestion purchasing wants bought. A zero
      * approved quantity takes the suggested quantity as it stands.
       FD  REORDER-APPROVAL-FILE.
       01  REORDER-APPROVAL-RECORD.
           05  RAP-SKU                  PIC X(10).
           05  RAP-APPROVED-QTY         PIC 9(07).
           05  RAP-USER-ID              PIC X(08).

       FD  VENDOR-MASTER-FILE.
       COPY VENDMAST.

       FD  SKU-MASTER-FILE.
       COPY SKUMAST.

       FD  INVENTORY-FILE.
       COPY INVNTORY.

       FD  PO-NUMBER-CONTROL-FILE.
       COPY POCTL.

       FD  OPEN-PO-FILE.
       COPY OPENPO.

       FD  PURCHASE-ORDER-DOCUMENTS.
       01  PO-DOCUMENT-LINE             PIC X(132).

       FD  PURCHASE-ORDER-REGISTER.
       01  PO-REGISTER-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILLER.
           05  WS-SUGGESTION-EOF-FLAG   PIC X VALUE 'N'.
               88  END-OF-SUGGESTION-FILE   VALUE 'Y'.
      * Anything but '00' on the open means purchasing approved
      * nothing since the last run: no suggestion is ordered.
           05  WS-APPROVAL-FILE-STATUS  PIC XX.
           05  WS-APPROVAL-EOF-FLAG     PIC X VALUE 'N'.
               88  END-OF-APPROVAL-FILE     VALUE 'Y'.
           05  WS-VENDOR-EOF-FLAG       PIC X VALUE 'N'.
               88  END-OF-VENDOR-MASTER-FILE VALUE 'Y'.
           05  WS-SKU-EOF-FLAG          PIC X VALUE 'N'.
               88  END-OF-SKU-MASTER-FILE   VALUE 'Y'.
           05  WS-INVENTORY-EOF-FLAG    PIC X VALUE 'N'.
               88  END-OF-INVENTORY-FILE    VALUE 'Y'.
           05  WS-PO-CONTROL-STATUS     PIC XX.
      * '35' on the extend is the first PO ever issued: the file is
      * created instead.
           05  WS-OPEN-PO-STATUS        PIC XX.
           05  WS-CAPACITY-FLAG         PIC X VALUE 'N'.
               88  A-TABLE-IS-OVER-CAPACITY VALUE 'Y'.
           05  WS-SUGGESTION-COUNT      PIC S9(05) VALUE 0.
           05  WS-VENDOR-COUNT          PIC S9(05) VALUE 0.
           05  WS-SKU-COUNT             PIC S9(05) VALUE 0.
           05  WS-INVENTORY-COUNT       PIC S9(05) VALUE 0.
           05  WS-SUGGESTION-INDEX      PIC S9(05).
           05  WS-VENDOR-INDEX          PIC S9(05).
           05  WS-FOUND-FLAG            PIC X.
               88  ENTRY-WAS-FOUND          VALUE 'Y'.
           05  WS-NEXT-PO-NUMBER        PIC 9(06) VALUE 0.
           05  WS-CURRENT-PO-NUMBER     PIC X(08).
           05  WS-PO-LINE-NUMBER        PIC 9(03).
           05  WS-PO-TOTAL              PIC S9(09)V99.
           05  WS-LINE-EXTENSION        PIC S9(09)V99.
           05  WS-LINE-UNIT-COST        PIC S9(05)V99.
           05  WS-LINE-DESCRIPTION      PIC X(20).
           05  WS-PO-COUNT              PIC S9(05) VALUE 0.
           05  WS-PO-LINE-TOTAL-COUNT   PIC S9(05) VALUE 0.
           05  WS-BELOW-MINIMUM-COUNT   PIC S9(05) VALUE 0.
           05  WS-EXCEPTION-COUNT       PIC S9(05) VALUE 0.
           05  WS-RUN-TOTAL             PIC S9(11)V99 VALUE 0.
           05  WS-RUN-DATE              PIC X(08).
           05  WS-DATE-NUMERIC          PIC 9(08).
           05  WS-DATE-INTEGER          PIC S9(09).
           05  WS-EXPECTED-DATE         PIC X(08).
           05  WS-EXCEPTION-TEXT        PIC X(40).
      * External name handed to the shared GENBKUP routine before
      * the control file is rewritten in place.
           05  WS-BACKUP-FILE-NAME      PIC X(40).
      * Run-lock fields for the shared RUNLOCK routine, so a PO run
      * cannot add lines while INVRECV or another PO run is working
      * the open-PO file.
           05  WS-LOCK-ACTION           PIC X.
           05  WS-LOCK-FILE-NAME        PIC X(40).
           05  WS-LOCK-RESULT-FLAG      PIC X.
               88  RUN-LOCK-GRANTED         VALUE 'Y'.
           05  WS-LOCK-HOLDER-NAME      PIC X(08).

       01  WS-ERROR-LOG-FIELDS.
           05  WS-ERR-PROGRAM-NAME      PIC X(08) VALUE 'POGEN'.
           05  WS-ERR-PARAGRAPH-NAME    PIC X(30).
           05  WS-ERR-DESCRIPTION       PIC X(60).
           05  WS-ERR-OFFENDING-DATA    PIC X(30).

       01  RPT-QTY-EDITED               PIC Z(6)9-.
       01  RPT-COST-EDITED              PIC ZZZZ9.99-.
       01  RPT-AMOUNT-EDITED            PIC Z(8)9.99-.
       01  RPT-COUNT-EDITED             PIC ZZZZ9.

      * The suggestions from the last REORDRPT run, marked with
      * purchasing's approval as the approval file is read.
       01  SUGGESTION-TABLE.
           05  SUGGESTION-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-SUGGESTION-COUNT.
               10  SGT-SKU              PIC X(10).
               10  SGT-VENDOR-REF       PIC X(10).
               10  SGT-SUGGESTED-QTY    PIC 9(07).
               10  SGT-APPROVED-QTY     PIC 9(07).
               10  SGT-APPROVED-BY      PIC X(08).
               10  SGT-APPROVED-FLAG    PIC X.
                   88  SGT-IS-APPROVED      VALUE 'Y'.

       01  VENDOR-TABLE.
           05  VENDOR-TABLE-ENTRY OCCURS 1 TO 300 TIMES
                   DEPENDING ON WS-VENDOR-COUNT
                   INDEXED BY VENDOR-TABLE-IDX.
               10  VNT-VENDOR-ID        PIC X(10).
               10  VNT-VENDOR-NAME      PIC X(30).
               10  VNT-ADDRESS-1        PIC X(30).
               10  VNT-ADDRESS-2        PIC X(30).
               10  VNT-CITY             PIC X(20).
               10  VNT-STATE            PIC X(02).
               10  VNT-ZIP              PIC X(10).
               10  VNT-LEAD-TIME        PIC 9(03).
               10  VNT-MINIMUM-ORDER    PIC S9(07)V99.

       01  SKU-TABLE.
           05  SKU-TABLE-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-SKU-COUNT
                   INDEXED BY SKU-TABLE-IDX.
               10  SKT-SKU              PIC X(10).
               10  SKT-DESCRIPTION      PIC X(20).

       01  INVENTORY-TABLE.
           05  INVENTORY-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-INVENTORY-COUNT
                   INDEXED BY INVENTORY-IDX.
               10  IVT-SKU              PIC X(10).
               10  IVT-AVG-COST         PIC S9(05)V99.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE 'L' TO WS-LOCK-ACTION
           MOVE 'OPEN-PO-FILE' TO WS-LOCK-FILE-NAME
           CALL 'RUNLOCK' USING WS-LOCK-ACTION WS-ERR-PROGRAM-NAME
               WS-LOCK-FILE-NAME WS-LOCK-RESULT-FLAG
               WS-LOCK-HOLDER-NAME
           END-CALL
           IF NOT RUN-LOCK-GRANTED
               DISPLAY 'POGEN: OPEN-PO-FILE is locked by '
                   WS-LOCK-HOLDER-NAME ' - run refused'
               MOVE 'MAIN-LOGIC' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'open PO file locked by another program'
                   TO WS-ERR-DESCRIPTION
               MOVE WS-LOCK-HOLDER-NAME TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-POGEN-ERROR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           CALL 'BUSDATE' USING WS-RUN-DATE
           END-CALL
           PERFORM LOAD-VENDOR-MASTER
           PERFORM LOAD-SKU-MASTER
           PERFORM LOAD-INVENTORY-COSTS
           PERFORM LOAD-SUGGESTIONS
           IF A-TABLE-IS-OVER-CAPACITY
               DISPLAY '*** POGEN: an input file exceeds the table '
                   'capacity - run refused, nothing ordered ***'
               MOVE 'MAIN-LOGIC' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'input file exceeds PO run table capacity'
                   TO WS-ERR-DESCRIPTION
               MOVE SPACES TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-POGEN-ERROR
               PERFORM RELEASE-RUN-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-PO-NUMBER-CONTROL
           OPEN OUTPUT PURCHASE-ORDER-DOCUMENTS
           PERFORM OPEN-PO-REGISTER
           PERFORM APPLY-APPROVALS
           PERFORM REPORT-UNKNOWN-VENDORS
           OPEN EXTEND OPEN-PO-FILE
           IF WS-OPEN-PO-STATUS = '35'
               OPEN OUTPUT OPEN-PO-FILE
           END-IF
           PERFORM VARYING WS-VENDOR-INDEX FROM 1 BY 1
                   UNTIL WS-VENDOR-INDEX > WS-VENDOR-COUNT
               PERFORM ISSUE-VENDOR-PURCHASE-ORDER
           END-PERFORM
           CLOSE OPEN-PO-FILE
           PERFORM CLOSE-PO-REGISTER
           CLOSE PURCHASE-ORDER-DOCUMENTS
           PERFORM SAVE-PO-NUMBER-CONTROL
           OPEN OUTPUT REORDER-APPROVAL-FILE
           CLOSE REORDER-APPROVAL-FILE
           PERFORM RELEASE-RUN-LOCK
           DISPLAY 'POGEN: ' WS-PO-COUNT ' purchase order(s), '
               WS-PO-LINE-TOTAL-COUNT ' line(s) issued, '
               WS-EXCEPTION-COUNT ' exception(s)'
           GOBACK.

      *---------------------------------------------------------------
      * Releases this run's claim on the open-PO file.

       RELEASE-RUN-LOCK.
           MOVE 'U' TO WS-LOCK-ACTION
           MOVE 'OPEN-PO-FILE' TO WS-LOCK-FILE-NAME
           CALL 'RUNLOCK' USING WS-LOCK-ACTION WS-ERR-PROGRAM-NAME
               WS-LOCK-FILE-NAME WS-LOCK-RESULT-FLAG
               WS-LOCK-HOLDER-NAME
           END-CALL.

      *---------------------------------------------------------------
      * Calls the shared LOGERROR routine to append one record to
      * ERROR-LOG-FILE for the problem just found. WS-ERR-PARAGRAPH-
      * NAME, WS-ERR-DESCRIPTION and WS-ERR-OFFENDING-DATA must be set
      * by the calling paragraph before this is performed.

       LOG-POGEN-ERROR.
           CALL 'LOGERROR' USING WS-ERR-PROGRAM-NAME
               WS-ERR-PARAGRAPH-NAME WS-ERR-DESCRIPTION
               WS-ERR-OFFENDING-DATA
           END-CALL.

      *---------------------------------------------------------------
      * Loads the vendor master: the name and address each PO is
      * printed with, the lead time, and the minimum order.

       LOAD-VENDOR-MASTER.
           OPEN INPUT VENDOR-MASTER-FILE
           PERFORM UNTIL END-OF-VENDOR-MASTER-FILE
               READ VENDOR-MASTER-FILE
                   AT END
                       SET END-OF-VENDOR-MASTER-FILE TO TRUE
                   NOT AT END
                       IF WS-VENDOR-COUNT = 300
                           SET A-TABLE-IS-OVER-CAPACITY TO TRUE
                           SET END-OF-VENDOR-MASTER-FILE TO TRUE
                       ELSE
                           ADD 1 TO WS-VENDOR-COUNT
                           MOVE VND-VENDOR-ID
                               TO VNT-VENDOR-ID(WS-VENDOR-COUNT)
                           MOVE VND-VENDOR-NAME
                               TO VNT-VENDOR-NAME(WS-VENDOR-COUNT)
                           MOVE VND-ADDRESS-LINE-1
                               TO VNT-ADDRESS-1(WS-VENDOR-COUNT)
                           MOVE VND-ADDRESS-LINE-2
                               TO VNT-ADDRESS-2(WS-VENDOR-COUNT)
                           MOVE VND-CITY TO VNT-CITY(WS-VENDOR-COUNT)
                           MOVE VND-STATE
                               TO VNT-STATE(WS-VENDOR-COUNT)
                           MOVE VND-ZIP TO VNT-ZIP(WS-VENDOR-COUNT)
                           MOVE VND-LEAD-TIME-DAYS
                               TO VNT-LEAD-TIME(WS-VENDOR-COUNT)
                           MOVE VND-MINIMUM-ORDER
                               TO VNT-MINIMUM-ORDER(WS-VENDOR-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VENDOR-MASTER-FILE.

      *---------------------------------------------------------------
      * Loads the SKU descriptions printed on the PO lines.

       LOAD-SKU-MASTER.
           OPEN INPUT SKU-MASTER-FILE
           PERFORM UNTIL END-OF-SKU-MASTER-FILE
               READ SKU-MASTER-FILE
                   AT END
                       SET END-OF-SKU-MASTER-FILE TO TRUE
                   NOT AT END
                       IF WS-SKU-COUNT = 500
                           SET A-TABLE-IS-OVER-CAPACITY TO TRUE
                           SET END-OF-SKU-MASTER-FILE TO TRUE
                       ELSE
                           ADD 1 TO WS-SKU-COUNT
                           MOVE SKM-SKU TO SKT-SKU(WS-SKU-COUNT)
                           MOVE SKM-DESCRIPTION
                               TO SKT-DESCRIPTION(WS-SKU-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SKU-MASTER-FILE.

      *---------------------------------------------------------------
      * Loads each SKU's moving-average cost, which the PO lines are
      * costed at. A SKU stocked in more than one warehouse has a
      * balance in each; the PO line takes the first one's cost,
      * which is only an estimate until the vendor invoice comes.

       LOAD-INVENTORY-COSTS.
           OPEN INPUT INVENTORY-FILE
           PERFORM UNTIL END-OF-INVENTORY-FILE
               READ INVENTORY-FILE
                   AT END
                       SET END-OF-INVENTORY-FILE TO TRUE
                   NOT AT END
                       IF WS-INVENTORY-COUNT = 1000
                           SET A-TABLE-IS-OVER-CAPACITY TO TRUE
                           SET END-OF-INVENTORY-FILE TO TRUE
                       ELSE
                           ADD 1 TO WS-INVENTORY-COUNT
                           MOVE INR-SKU
                               TO IVT-SKU(WS-INVENTORY-COUNT)
                           MOVE INR-AVG-UNIT-COST
                               TO IVT-AVG-COST(WS-INVENTORY-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INVENTORY-FILE.

      *---------------------------------------------------------------
      * Loads the last REORDRPT run's suggestions, none approved yet.

       LOAD-SUGGESTIONS.
           OPEN INPUT REORDER-SUGGESTION-FILE
           PERFORM UNTIL END-OF-SUGGESTION-FILE
               READ REORDER-SUGGESTION-FILE
                   AT END
                       SET END-OF-SUGGESTION-FILE TO TRUE
                   NOT AT END
                       IF WS-SUGGESTION-COUNT = 500
                           SET A-TABLE-IS-OVER-CAPACITY TO TRUE
                           SET END-OF-SUGGESTION-FILE TO TRUE
                       ELSE
                           ADD 1 TO WS-SUGGESTION-COUNT
                           MOVE WS-SUGGESTION-COUNT
                               TO WS-SUGGESTION-INDEX
                           MOVE ROS-SKU
                               TO SGT-SKU(WS-SUGGESTION-INDEX)
                           MOVE ROS-VENDOR-REF
                               TO SGT-VENDOR-REF(WS-SUGGESTION-INDEX)
                           MOVE ROS-SUGGESTED-QTY
                               TO SGT-SUGGESTED-QTY
                                   (WS-SUGGESTION-INDEX)
                           MOVE 0
                               TO SGT-APPROVED-QTY
                                   (WS-SUGGESTION-INDEX)
                           MOVE SPACES
                               TO SGT-APPROVED-BY(WS-SUGGESTION-INDEX)
                           MOVE 'N'
                               TO SGT-APPROVED-FLAG
                                   (WS-SUGGESTION-INDEX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REORDER-SUGGESTION-FILE.

      *---------------------------------------------------------------
      * Reads the last PO number issued. A missing control file is
      * the first PO run, and the sequence starts at one.

       LOAD-PO-NUMBER-CONTROL.
           MOVE 0 TO WS-NEXT-PO-NUMBER
           OPEN INPUT PO-NUMBER-CONTROL-FILE
           IF WS-PO-CONTROL-STATUS = '00'
               READ PO-NUMBER-CONTROL-FILE
                   AT END
                       MOVE 0 TO WS-NEXT-PO-NUMBER
                   NOT AT END
                       MOVE PNC-LAST-PO-NUMBER TO WS-NEXT-PO-NUMBER
               END-READ
               CLOSE PO-NUMBER-CONTROL-FILE
           END-IF.

      *---------------------------------------------------------------
      * Rewrites PO-NUMBER-CONTROL-FILE with the last number this
      * run issued.

       SAVE-PO-NUMBER-CONTROL.
           MOVE 'PO-NUMBER-CONTROL' TO WS-BACKUP-FILE-NAME
           CALL 'GENBKUP' USING WS-BACKUP-FILE-NAME
           END-CALL
           OPEN OUTPUT PO-NUMBER-CONTROL-FILE
           MOVE WS-NEXT-PO-NUMBER TO PNC-LAST-PO-NUMBER
           WRITE PO-NUMBER-CONTROL-RECORD
           CLOSE PO-NUMBER-CONTROL-FILE.

      *---------------------------------------------------------------
      * Marks each suggestion purchasing approved. An approval for a
      * SKU with no suggestion behind it is reported, not ordered -
      * buying outside the replenishment run is not what this file
      * is for.

       APPLY-APPROVALS.
           OPEN INPUT REORDER-APPROVAL-FILE
           IF WS-APPROVAL-FILE-STATUS NOT = '00'
               SET END-OF-APPROVAL-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-APPROVAL-FILE
               READ REORDER-APPROVAL-FILE
                   AT END
                       SET END-OF-APPROVAL-FILE TO TRUE
                   NOT AT END
                       PERFORM APPLY-ONE-APPROVAL
               END-READ
           END-PERFORM
           IF WS-APPROVAL-FILE-STATUS = '00' OR '10'
               CLOSE REORDER-APPROVAL-FILE
           END-IF.

      *---------------------------------------------------------------
      * Finds the approved SKU's suggestion and marks it approved.

       APPLY-ONE-APPROVAL.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING WS-SUGGESTION-INDEX FROM 1 BY 1
                   UNTIL WS-SUGGESTION-INDEX > WS-SUGGESTION-COUNT
                      OR ENTRY-WAS-FOUND
               IF SGT-SKU(WS-SUGGESTION-INDEX) = RAP-SKU
                   SET ENTRY-WAS-FOUND TO TRUE
                   MOVE 'Y'
                       TO SGT-APPROVED-FLAG(WS-SUGGESTION-INDEX)
                   MOVE RAP-USER-ID
                       TO SGT-APPROVED-BY(WS-SUGGESTION-INDEX)
                   IF RAP-APPROVED-QTY NUMERIC
                       AND RAP-APPROVED-QTY > 0
                       MOVE RAP-APPROVED-QTY
                           TO SGT-APPROVED-QTY(WS-SUGGESTION-INDEX)
                   ELSE
                       MOVE SGT-SUGGESTED-QTY(WS-SUGGESTION-INDEX)
                           TO SGT-APPROVED-QTY(WS-SUGGESTION-INDEX)
                   END-IF
               END-IF
           END-PERFORM
           IF NOT ENTRY-WAS-FOUND
               MOVE 'APPROVAL MATCHES NO SUGGESTION'
                   TO WS-EXCEPTION-TEXT
               MOVE RAP-SKU TO WS-ERR-OFFENDING-DATA
               PERFORM REPORT-PO-EXCEPTION
           END-IF.

      *---------------------------------------------------------------
      * Reports every approved line whose vendor is blank or not on
      * the vendor master - there is nobody to send the PO to. The
      * line stays unordered until the vendor is keyed through
      * VENDMNT and the suggestion comes round again.

       REPORT-UNKNOWN-VENDORS.
           PERFORM VARYING WS-SUGGESTION-INDEX FROM 1 BY 1
                   UNTIL WS-SUGGESTION-INDEX > WS-SUGGESTION-COUNT
               IF SGT-IS-APPROVED(WS-SUGGESTION-INDEX)
                   MOVE 'N' TO WS-FOUND-FLAG
                   IF SGT-VENDOR-REF(WS-SUGGESTION-INDEX)
                           NOT = SPACES
                       SET VENDOR-TABLE-IDX TO 1
                       SEARCH VENDOR-TABLE-ENTRY
                           AT END
                               CONTINUE
                           WHEN VNT-VENDOR-ID(VENDOR-TABLE-IDX)
                                   = SGT-VENDOR-REF
                                       (WS-SUGGESTION-INDEX)
                               SET ENTRY-WAS-FOUND TO TRUE
                       END-SEARCH
                   END-IF
                   IF NOT ENTRY-WAS-FOUND
                       MOVE 'N'
                           TO SGT-APPROVED-FLAG(WS-SUGGESTION-INDEX)
                       MOVE SPACES TO WS-EXCEPTION-TEXT
                       STRING 'VENDOR NOT ON MASTER: '
                           SGT-VENDOR-REF(WS-SUGGESTION-INDEX)
                           DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
                       MOVE SGT-SKU(WS-SUGGESTION-INDEX)
                           TO WS-ERR-OFFENDING-DATA
                       PERFORM REPORT-PO-EXCEPTION
                   END-IF
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Prints, displays, and logs one line that could not be
      * ordered. WS-EXCEPTION-TEXT and WS-ERR-OFFENDING-DATA must be
      * set by the calling paragraph.

       REPORT-PO-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           DISPLAY 'POGEN: ' WS-ERR-OFFENDING-DATA ' - '
               WS-EXCEPTION-TEXT
           MOVE SPACES TO PO-REGISTER-LINE
           STRING '  EXCEPTION  SKU ' WS-ERR-OFFENDING-DATA(1:10)
               '  ' WS-EXCEPTION-TEXT ' - NOT ORDERED'
               DELIMITED BY SIZE INTO PO-REGISTER-LINE
           WRITE PO-REGISTER-LINE
           MOVE 'APPLY-APPROVALS' TO WS-ERR-PARAGRAPH-NAME
           MOVE WS-EXCEPTION-TEXT TO WS-ERR-DESCRIPTION
           PERFORM LOG-POGEN-ERROR.

      *---------------------------------------------------------------
      * Issues one PO to the vendor WS-VENDOR-INDEX points at,
      * carrying every approved line for that vendor. A vendor with
      * nothing approved gets no PO and uses no number.

       ISSUE-VENDOR-PURCHASE-ORDER.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING WS-SUGGESTION-INDEX FROM 1 BY 1
                   UNTIL WS-SUGGESTION-INDEX > WS-SUGGESTION-COUNT
               IF SGT-IS-APPROVED(WS-SUGGESTION-INDEX)
                   AND SGT-VENDOR-REF(WS-SUGGESTION-INDEX)
                       = VNT-VENDOR-ID(WS-VENDOR-INDEX)
                   SET ENTRY-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF ENTRY-WAS-FOUND
               ADD 1 TO WS-NEXT-PO-NUMBER
               ADD 1 TO WS-PO-COUNT
               MOVE SPACES TO WS-CURRENT-PO-NUMBER
               STRING 'PO' WS-NEXT-PO-NUMBER DELIMITED BY SIZE
                   INTO WS-CURRENT-PO-NUMBER
               MOVE 0 TO WS-PO-LINE-NUMBER
               MOVE 0 TO WS-PO-TOTAL
               PERFORM COMPUTE-EXPECTED-DATE
               PERFORM PRINT-PO-HEADING
               PERFORM VARYING WS-SUGGESTION-INDEX FROM 1 BY 1
                       UNTIL WS-SUGGESTION-INDEX > WS-SUGGESTION-COUNT
                   IF SGT-IS-APPROVED(WS-SUGGESTION-INDEX)
                       AND SGT-VENDOR-REF(WS-SUGGESTION-INDEX)
                           = VNT-VENDOR-ID(WS-VENDOR-INDEX)
                       PERFORM ISSUE-ONE-PO-LINE
                   END-IF
               END-PERFORM
               PERFORM PRINT-PO-FOOTING
           END-IF.

      *---------------------------------------------------------------
      * Dates the expected delivery the vendor's lead time after
      * the PO date.

       COMPUTE-EXPECTED-DATE.
           MOVE WS-RUN-DATE TO WS-EXPECTED-DATE
           IF WS-RUN-DATE NUMERIC
               MOVE WS-RUN-DATE TO WS-DATE-NUMERIC
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC)
                       + VNT-LEAD-TIME(WS-VENDOR-INDEX)
               COMPUTE WS-DATE-NUMERIC =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               MOVE WS-DATE-NUMERIC TO WS-EXPECTED-DATE
           END-IF.

      *---------------------------------------------------------------
      * Writes one PO line to OPEN-PO-FILE and prints it on the
      * document.

       ISSUE-ONE-PO-LINE.
           ADD 1 TO WS-PO-LINE-NUMBER
           ADD 1 TO WS-PO-LINE-TOTAL-COUNT
           MOVE 0 TO WS-LINE-UNIT-COST
           SET INVENTORY-IDX TO 1
           SEARCH INVENTORY-ENTRY
               AT END
                   CONTINUE
               WHEN IVT-SKU(INVENTORY-IDX)
                       = SGT-SKU(WS-SUGGESTION-INDEX)
                   MOVE IVT-AVG-COST(INVENTORY-IDX)
                       TO WS-LINE-UNIT-COST
           END-SEARCH
           MOVE SPACES TO WS-LINE-DESCRIPTION
           SET SKU-TABLE-IDX TO 1
           SEARCH SKU-TABLE-ENTRY
               AT END
                   CONTINUE
               WHEN SKT-SKU(SKU-TABLE-IDX)
                       = SGT-SKU(WS-SUGGESTION-INDEX)
                   MOVE SKT-DESCRIPTION(SKU-TABLE-IDX)
                       TO WS-LINE-DESCRIPTION
           END-SEARCH
           COMPUTE WS-LINE-EXTENSION ROUNDED =
               SGT-APPROVED-QTY(WS-SUGGESTION-INDEX)
                   * WS-LINE-UNIT-COST
           ADD WS-LINE-EXTENSION TO WS-PO-TOTAL
           MOVE WS-CURRENT-PO-NUMBER TO OPO-PO-NUMBER
           MOVE WS-PO-LINE-NUMBER TO OPO-LINE-NUMBER
           MOVE VNT-VENDOR-ID(WS-VENDOR-INDEX) TO OPO-VENDOR-ID
           MOVE SGT-SKU(WS-SUGGESTION-INDEX) TO OPO-SKU
           MOVE WS-RUN-DATE TO OPO-PO-DATE
           MOVE WS-EXPECTED-DATE TO OPO-EXPECTED-DATE
           MOVE SGT-APPROVED-QTY(WS-SUGGESTION-INDEX)
               TO OPO-QTY-ORDERED
           MOVE 0 TO OPO-QTY-RECEIVED
           MOVE 0 TO OPO-QTY-INVOICED
           MOVE WS-LINE-UNIT-COST TO OPO-UNIT-COST
           SET OPO-LINE-IS-OPEN TO TRUE
           MOVE SGT-APPROVED-BY(WS-SUGGESTION-INDEX)
               TO OPO-APPROVED-BY
           WRITE OPEN-PO-RECORD
           MOVE SPACES TO PO-DOCUMENT-LINE
           MOVE WS-PO-LINE-NUMBER TO PO-DOCUMENT-LINE(1:3)
           MOVE SGT-SKU(WS-SUGGESTION-INDEX)
               TO PO-DOCUMENT-LINE(6:10)
           MOVE WS-LINE-DESCRIPTION TO PO-DOCUMENT-LINE(18:20)
           MOVE SGT-APPROVED-QTY(WS-SUGGESTION-INDEX)
               TO RPT-QTY-EDITED
           MOVE RPT-QTY-EDITED TO PO-DOCUMENT-LINE(40:8)
           MOVE WS-LINE-UNIT-COST TO RPT-COST-EDITED
           MOVE RPT-COST-EDITED TO PO-DOCUMENT-LINE(50:9)
           MOVE WS-LINE-EXTENSION TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED TO PO-DOCUMENT-LINE(61:13)
           WRITE PO-DOCUMENT-LINE.

      *---------------------------------------------------------------
      * Prints the top of one purchase order: our name, the PO
      * number and dates, and the vendor's name and address.

       PRINT-PO-HEADING.
           MOVE SPACES TO PO-DOCUMENT-LINE
           STRING 'ACME DISTRIBUTING CO.' DELIMITED BY SIZE
               INTO PO-DOCUMENT-LINE
           WRITE PO-DOCUMENT-LINE
           MOVE SPACES TO PO-DOCUMENT-LINE
           STRING 'PURCHASE ORDER ' WS-CURRENT-PO-NUMBER
               '    PO DATE ' WS-RUN-DATE
               '    EXPECTED ' WS-EXPECTED-DATE
               DELIMITED BY SIZE INTO PO-DOCUMENT-LINE
           WRITE PO-DOCUMENT-LINE
           MOVE SPACES TO PO-DOCUMENT-LINE
           WRITE PO-DOCUMENT-LINE
           MOVE SPACES TO PO-DOCUMENT-LINE
           STRING 'VENDOR:  ' VNT-VENDOR-ID(WS-VENDOR-INDEX)
               DELIMITED BY SIZE INTO PO-DOCUMENT-LINE
           WRITE PO-DOCUMENT-LINE
           MOVE SPACES TO PO-DOCUMENT-LINE
           MOVE VNT-VENDOR-NAME(WS-VENDOR-INDEX)
               TO PO-DOCUMENT-LINE(10:30)
           WRITE PO-DOCUMENT-LINE
           MOVE SPACES TO PO-DOCUMENT-LINE
           MOVE VNT-ADDRESS-1(WS-VENDOR-INDEX)
               TO PO-DOCUMENT-LINE(10:30)
           WRITE PO-DOCUMENT-LINE
           IF VNT-ADDRESS-2(WS-VENDOR-INDEX) NOT = SPACES
               MOVE SPACES TO PO-DOCUMENT-LINE
               MOVE VNT-ADDRESS-2(WS-VENDOR-INDEX)
                   TO PO-DOCUMENT-LINE(10:30)
               WRITE PO-DOCUMENT-LINE
           END-IF
           MOVE SPACES TO PO-DOCUMENT-LINE
           STRING VNT-CITY(WS-VENDOR-INDEX) ' '
               VNT-STATE(WS-VENDOR-INDEX) ' '
               VNT-ZIP(WS-VENDOR-INDEX)
               DELIMITED BY SIZE INTO PO-DOCUMENT-LINE(10:40)
           WRITE PO-DOCUMENT-LINE
           MOVE SPACES TO PO-DOCUMENT-LINE
           WRITE PO-DOCUMENT-LINE
           MOVE SPACES TO PO-DOCUMENT-LINE
           STRING 'LN   SKU         DESCRIPTION               QTY  '
               '  UNIT COST     EXTENSION'
               DELIMITED BY SIZE INTO PO-DOCUMENT-LINE
           WRITE PO-DOCUMENT-LINE.

      *---------------------------------------------------------------
      * Prints the PO total and the below-minimum warning, ends the
      * page, and adds the PO to the register.

       PRINT-PO-FOOTING.
           ADD WS-PO-TOTAL TO WS-RUN-TOTAL
           MOVE SPACES TO PO-DOCUMENT-LINE
           WRITE PO-DOCUMENT-LINE
           MOVE WS-PO-TOTAL TO RPT-AMOUNT-EDITED
           MOVE SPACES TO PO-DOCUMENT-LINE
           MOVE 'PURCHASE ORDER TOTAL' TO PO-DOCUMENT-LINE(40:20)
           MOVE RPT-AMOUNT-EDITED TO PO-DOCUMENT-LINE(61:13)
           WRITE PO-DOCUMENT-LINE
           MOVE SPACES TO PO-REGISTER-LINE
           MOVE WS-CURRENT-PO-NUMBER TO PO-REGISTER-LINE(1:8)
           MOVE VNT-VENDOR-ID(WS-VENDOR-INDEX)
               TO PO-REGISTER-LINE(11:10)
           MOVE VNT-VENDOR-NAME(WS-VENDOR-INDEX)
               TO PO-REGISTER-LINE(23:30)
           MOVE WS-PO-LINE-NUMBER TO RPT-COUNT-EDITED
           MOVE RPT-COUNT-EDITED TO PO-REGISTER-LINE(55:5)
           MOVE RPT-AMOUNT-EDITED TO PO-REGISTER-LINE(62:13)
           MOVE WS-EXPECTED-DATE TO PO-REGISTER-LINE(77:8)
           IF VNT-MINIMUM-ORDER(WS-VENDOR-INDEX) > 0
               AND WS-PO-TOTAL < VNT-MINIMUM-ORDER(WS-VENDOR-INDEX)
               ADD 1 TO WS-BELOW-MINIMUM-COUNT
               MOVE VNT-MINIMUM-ORDER(WS-VENDOR-INDEX)
                   TO RPT-AMOUNT-EDITED
               MOVE SPACES TO PO-DOCUMENT-LINE
               STRING '*** BELOW VENDOR MINIMUM ORDER OF '
                   RPT-AMOUNT-EDITED ' ***'
                   DELIMITED BY SIZE INTO PO-DOCUMENT-LINE
               WRITE PO-DOCUMENT-LINE
               MOVE 'BELOW VENDOR MINIMUM' TO PO-REGISTER-LINE(87:20)
           END-IF
           WRITE PO-REGISTER-LINE
           MOVE SPACES TO PO-DOCUMENT-LINE
           WRITE PO-DOCUMENT-LINE
           MOVE ALL '-' TO PO-DOCUMENT-LINE(1:80)
           WRITE PO-DOCUMENT-LINE
           MOVE SPACES TO PO-DOCUMENT-LINE
           WRITE PO-DOCUMENT-LINE.

      *---------------------------------------------------------------
      * Opens the PO register and prints its headings.

       OPEN-PO-REGISTER.
           OPEN OUTPUT PURCHASE-ORDER-REGISTER
           MOVE SPACES TO PO-REGISTER-LINE
           STRING 'ACME DISTRIBUTING CO.' DELIMITED BY SIZE
               INTO PO-REGISTER-LINE
           WRITE PO-REGISTER-LINE
           MOVE SPACES TO PO-REGISTER-LINE
           STRING 'PURCHASE ORDER REGISTER - RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO PO-REGISTER-LINE
           WRITE PO-REGISTER-LINE
           MOVE SPACES TO PO-REGISTER-LINE
           WRITE PO-REGISTER-LINE
           MOVE SPACES TO PO-REGISTER-LINE
           STRING 'PO NUMBER  VENDOR      NAME                      '
               '      LINES          TOTAL  EXPECTED'
               DELIMITED BY SIZE INTO PO-REGISTER-LINE
           WRITE PO-REGISTER-LINE.

      *---------------------------------------------------------------
      * Prints the run totals and closes the register.

       CLOSE-PO-REGISTER.
           MOVE SPACES TO PO-REGISTER-LINE
           WRITE PO-REGISTER-LINE
           MOVE WS-PO-COUNT TO RPT-COUNT-EDITED
           MOVE WS-RUN-TOTAL TO RPT-AMOUNT-EDITED
           MOVE SPACES TO PO-REGISTER-LINE
           STRING 'PURCHASE ORDERS ISSUED: ' RPT-COUNT-EDITED
               '   TOTAL ' RPT-AMOUNT-EDITED
               DELIMITED BY SIZE INTO PO-REGISTER-LINE
           WRITE PO-REGISTER-LINE
           MOVE WS-BELOW-MINIMUM-COUNT TO RPT-COUNT-EDITED
           MOVE SPACES TO PO-REGISTER-LINE
           STRING 'BELOW VENDOR MINIMUM:   ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO PO-REGISTER-LINE
           WRITE PO-REGISTER-LINE
           MOVE WS-EXCEPTION-COUNT TO RPT-COUNT-EDITED
           MOVE SPACES TO PO-REGISTER-LINE
           STRING 'LINES NOT ORDERED:      ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO PO-REGISTER-LINE
           WRITE PO-REGISTER-LINE
           CLOSE PURCHASE-ORDER-REGISTER.
