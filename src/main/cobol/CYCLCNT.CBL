      * adjustment.
      *
      * Reads CYCLE-COUNT-TRANS-FILE - one transaction per counted
      * SKU per warehouse from the CYCLSHT sheets - compares each
      * count to that warehouse's book quantity on INVENTORY-FILE,
      * and prices the variance out at the SKU master price on the
      * variance report. A variance only moves the book when
      * CYCLE-COUNT-APPROVAL-FILE carries the SKU for the same
      * warehouse: the approved adjustment is applied to
      * INVENTORY-FILE and recorded on INVENTORY-ADJUSTMENT-AUDIT-
      * FILE with who counted and who approved, so INR-QTY-ON-HAND
      * stops drifting from reality without anyone ever editing the
      * file by hand. Unapproved counts stay on the transaction file
      * for tomorrow's approval run; approvals are consumed. The
      * counter and the approver are each checked through AUTHCHK:
      * an unauthorized counter's count is rejected, and an approval
      * by someone without the authority or the limit - or by the
      * counter - leaves the count held.
      *
      * A lot-controlled SKU is counted lot by lot: the count names
      * the lot, is compared to that lot's balance on
      * LOT-BALANCE-FILE, and an approved variance moves the lot
      * and the SKU's warehouse total together, so the two files
      * still agree after the adjustment. A count of a
      * lot-controlled SKU that names no lot, or a lot not on file
      * in that warehouse, is rejected - there is no lot to adjust.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CYCLCNT.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SKU-MASTER-FILE ASSIGN TO "SKU-MASTER-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOT-BALANCE-FILE ASSIGN TO "LOT-BALANCE-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOT-FILE-STATUS.
           SELECT ADJUSTMENT-AUDIT-FILE
               ASSIGN TO "INVENTORY-ADJUSTMENT-AUDIT-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           05  CCT-COUNTED-QTY          PIC S9(07)
                         SIGN IS TRAILING SEPARATE CHARACTER.
           05  CCT-USER-ID              PIC X(08).
      * Warehouse the shelf was counted in; blank is the main
      * warehouse, '01'.
           05  CCT-WAREHOUSE-CODE       PIC X(02).
      * Supplier lot counted, for a lot-controlled SKU; blank for
      * any other SKU.
           05  CCT-LOT-NUMBER           PIC X(12).

       FD  CYCLE-COUNT-APPROVAL-FILE.
       01  CYCLE-COUNT-APPROVAL-RECORD.
           05  CCA-SKU                  PIC X(10).
           05  CCA-USER-ID              PIC X(08).
           05  CCA-WAREHOUSE-CODE       PIC X(02).

       FD  INVENTORY-FILE.
       COPY INVNTORY.
       FD  SKU-MASTER-FILE.
       COPY SKUMAST.

       FD  LOT-BALANCE-FILE.
       COPY LOTBAL.

       FD  ADJUSTMENT-AUDIT-FILE.
       COPY INVADJ.

               88  END-OF-INVENTORY-FILE    VALUE 'Y'.
           05  WS-INVENTORY-OVERFLOW-FLAG PIC X VALUE 'N'.
               88  INVENTORY-OVER-CAPACITY  VALUE 'Y'.
           05  WS-LOT-FILE-STATUS       PIC XX.
           05  WS-LOT-EOF-FLAG          PIC X VALUE 'N'.
               88  END-OF-LOT-BALANCE-FILE  VALUE 'Y'.
           05  WS-LOT-OVERFLOW-FLAG     PIC X VALUE 'N'.
               88  LOT-TABLE-OVER-CAPACITY  VALUE 'Y'.
           05  WS-LOT-COUNT             PIC S9(05) VALUE 0.
           05  WS-LOT-INDEX             PIC S9(05).
           05  WS-LOT-ADJUSTED-COUNT    PIC S9(04) VALUE 0.
           05  WS-LOT-CONTROLLED-FLAG   PIC X.
               88  SKU-IS-LOT-CONTROLLED    VALUE 'Y'.
           05  WS-SKU-EOF-FLAG          PIC X VALUE 'N'.
               88  END-OF-SKU-MASTER-FILE   VALUE 'Y'.
           05  WS-INVENTORY-COUNT       PIC S9(05) VALUE 0.
           05  WS-APPROVED-FLAG         PIC X.
               88  VARIANCE-IS-APPROVED     VALUE 'Y'.
           05  WS-APPROVED-BY-USER      PIC X(08).
      * Set when an approval is on file but AUTHCHK refused the
      * approver; the count is held for an approval that stands.
           05  WS-APPROVAL-REFUSED-FLAG PIC X.
               88  APPROVAL-WAS-REFUSED     VALUE 'Y'.
           05  WS-BOOK-QTY              PIC S9(07).
           05  WS-VARIANCE-QTY          PIC S9(07).
           05  WS-UNIT-PRICE            PIC S9(05)V99.
           05  WS-TOTAL-VARIANCE-VALUE  PIC S9(09)V99 VALUE 0.
           05  WS-RUN-DATE              PIC X(08).
           05  WS-RUN-TIME              PIC X(08).
           05  WS-MAIN-WAREHOUSE-CODE   PIC X(02) VALUE '01'.
           05  WS-INVENTORY-INDEX       PIC S9(05).
           05  WORKING-INDEX            PIC S9(05).
      * External name handed to the shared GENBKUP routine before a
           05  WS-ERR-DESCRIPTION       PIC X(60).
           05  WS-ERR-OFFENDING-DATA    PIC X(30).

      * Parameter block for the shared AUTHCHK routine, which decides
      * whether the counter and the approver may do what they did.
       COPY AUTHPARM.

       01  RPT-QTY-EDITED               PIC Z(6)9-.
       01  RPT-VALUE-EDITED             PIC Z(8)9.99-.
       01  RPT-COUNT-EDITED             PIC ZZZZ9.

       01  INVENTORY-TABLE.
           05  INVENTORY-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-INVENTORY-COUNT
                   INDEXED BY INVENTORY-IDX.
               10  IVT-TBL-SKU          PIC X(10).
               10  IVT-TBL-WAREHOUSE-CODE PIC X(02).
               10  IVT-TBL-QTY-ON-HAND  PIC S9(07).
               10  IVT-TBL-AVG-COST     PIC S9(05)V99.

               10  SKU-TBL-SKU          PIC X(10).
               10  SKU-TBL-DESCRIPTION  PIC X(20).
               10  SKU-TBL-UNIT-PRICE   PIC S9(05)V99.
               10  SKU-TBL-LOT-CONTROLLED PIC X.

      * Every lot on LOT-BALANCE-FILE, so a lot count can be compared
      * to its own balance and an approved variance applied to it.
       01  LOT-TABLE.
           05  LOT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-LOT-COUNT
                   INDEXED BY LOT-IDX.
               10  LTT-SKU              PIC X(10).
               10  LTT-WAREHOUSE-CODE   PIC X(02).
               10  LTT-LOT-NUMBER       PIC X(12).
               10  LTT-RECEIVED-DATE    PIC X(08).
               10  LTT-EXPIRATION-DATE  PIC X(08).
               10  LTT-QTY-ON-HAND      PIC S9(07).

       01  APPROVAL-TABLE.
           05  APPROVAL-ENTRY OCCURS 1 TO 200 TIMES
                   INDEXED BY APPROVAL-IDX.
               10  APR-SKU              PIC X(10).
               10  APR-USER-ID          PIC X(08).
               10  APR-WAREHOUSE-CODE   PIC X(02).

      * Counts held over for another run because the variance is
      * not yet approved; rewritten to the transaction file at end.
               10  PND-SKU              PIC X(10).
               10  PND-COUNTED-QTY      PIC S9(07).
               10  PND-USER-ID          PIC X(08).
               10  PND-WAREHOUSE-CODE   PIC X(02).
               10  PND-LOT-NUMBER       PIC X(12).

       PROCEDURE DIVISION.

               PERFORM LOG-CYCLCNT-ERROR
               GOBACK
           END-IF
           PERFORM LOAD-LOT-BALANCES
           IF LOT-TABLE-OVER-CAPACITY
               DISPLAY '*** CYCLCNT: LOT-BALANCE-FILE exceeds the '
                   'table capacity - run refused, nothing written '
                   '***'
               MOVE 'LOAD-LOT-BALANCES' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'lot balance file exceeds count table capacity'
                   TO WS-ERR-DESCRIPTION
               MOVE SPACES TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-CYCLCNT-ERROR
               GOBACK
           END-IF
           PERFORM LOAD-SKU-MASTER
           PERFORM LOAD-APPROVALS
           OPEN OUTPUT VARIANCE-REPORT-FILE
                   AT END
                       SET END-OF-TRANS-FILE TO TRUE
                   NOT AT END
                       PERFORM CHECK-COUNTER-AUTHORITY
                       IF ACK-AUTHORITY-GRANTED
                           PERFORM PROCESS-ONE-COUNT
                       ELSE
                           ADD 1 TO WS-COUNT-COUNT
                           ADD 1 TO WS-REJECTED-COUNT
                           DISPLAY 'CYCLCNT: ' CCT-USER-ID
                               ' refused for SKU ' CCT-SKU ' - '
                               ACK-REFUSAL-REASON
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CYCLE-COUNT-TRANS-FILE
           PERFORM WRITE-VARIANCE-REPORT-TOTALS
           CLOSE VARIANCE-REPORT-FILE
           PERFORM REWRITE-INVENTORY
           IF WS-LOT-ADJUSTED-COUNT > 0
               PERFORM REWRITE-LOT-BALANCES
           END-IF
           PERFORM REWRITE-TRANS-FILE
           PERFORM CLEAR-APPROVAL-FILE
           DISPLAY 'CYCLCNT: ' WS-COUNT-COUNT ' count(s) processed, '
                   AT END
                       SET END-OF-INVENTORY-FILE TO TRUE
                   NOT AT END
                       IF WS-INVENTORY-COUNT = 1000
                           SET INVENTORY-OVER-CAPACITY TO TRUE
                           SET END-OF-INVENTORY-FILE TO TRUE
                       ELSE
                           ADD 1 TO WS-INVENTORY-COUNT
                           MOVE INR-SKU
                               TO IVT-TBL-SKU(WS-INVENTORY-COUNT)
                           IF INR-WAREHOUSE-CODE = SPACES
                               MOVE WS-MAIN-WAREHOUSE-CODE
                                   TO INR-WAREHOUSE-CODE
                           END-IF
                           MOVE INR-WAREHOUSE-CODE
                               TO IVT-TBL-WAREHOUSE-CODE
                                   (WS-INVENTORY-COUNT)
                           MOVE INR-QTY-ON-HAND
                               TO IVT-TBL-QTY-ON-HAND
                                   (WS-INVENTORY-COUNT)
                           MOVE SKM-UNIT-PRICE
                               TO SKU-TBL-UNIT-PRICE
                                   (WS-SKU-TABLE-COUNT)
                           MOVE SKM-LOT-CONTROLLED
                               TO SKU-TBL-LOT-CONTROLLED
                                   (WS-SKU-TABLE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SKU-MASTER-FILE.

      *---------------------------------------------------------------
      * Loads every lot on LOT-BALANCE-FILE. A missing file means no
      * lot-controlled stock has been received.

       LOAD-LOT-BALANCES.
           OPEN INPUT LOT-BALANCE-FILE
           IF WS-LOT-FILE-STATUS NOT = '00'
               SET END-OF-LOT-BALANCE-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-LOT-BALANCE-FILE
               READ LOT-BALANCE-FILE
                   AT END
                       SET END-OF-LOT-BALANCE-FILE TO TRUE
                   NOT AT END
                       IF WS-LOT-COUNT = 2000
                           SET LOT-TABLE-OVER-CAPACITY TO TRUE
                           SET END-OF-LOT-BALANCE-FILE TO TRUE
                       ELSE
                           ADD 1 TO WS-LOT-COUNT
                           SET LOT-IDX TO WS-LOT-COUNT
                           MOVE LOT-SKU TO LTT-SKU(LOT-IDX)
                           MOVE LOT-WAREHOUSE-CODE
                               TO LTT-WAREHOUSE-CODE(LOT-IDX)
                           MOVE LOT-NUMBER TO LTT-LOT-NUMBER(LOT-IDX)
                           MOVE LOT-RECEIVED-DATE
                               TO LTT-RECEIVED-DATE(LOT-IDX)
                           MOVE LOT-EXPIRATION-DATE
                               TO LTT-EXPIRATION-DATE(LOT-IDX)
                           MOVE LOT-QTY-ON-HAND
                               TO LTT-QTY-ON-HAND(LOT-IDX)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LOT-FILE-STATUS = '00' OR '10'
               CLOSE LOT-BALANCE-FILE
           END-IF.

      *---------------------------------------------------------------
      * Loads the supervisor's variance approvals.

                               TO APR-SKU(WS-APPROVAL-COUNT)
                           MOVE CCA-USER-ID
                               TO APR-USER-ID(WS-APPROVAL-COUNT)
                           IF CCA-WAREHOUSE-CODE = SPACES
                               MOVE WS-MAIN-WAREHOUSE-CODE
                                   TO CCA-WAREHOUSE-CODE
                           END-IF
                           MOVE CCA-WAREHOUSE-CODE
                               TO APR-WAREHOUSE-CODE(WS-APPROVAL-COUNT)
                       END-IF
               END-READ
           END-PERFORM

      *---------------------------------------------------------------
      * Handles one count: finds the book quantity, prices the
      * variance, reports it, and applies it when approved by a user
      * AUTHCHK accepts. A count
      * for a SKU with no inventory record in the counted warehouse
      * is rejected - there is no book to adjust - and so is a count
      * of a lot-controlled SKU that does not name a lot on file.

       PROCESS-ONE-COUNT.
           ADD 1 TO WS-COUNT-COUNT
           IF CCT-WAREHOUSE-CODE = SPACES
               MOVE WS-MAIN-WAREHOUSE-CODE TO CCT-WAREHOUSE-CODE
           END-IF
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 0 TO WS-INVENTORY-INDEX
           PERFORM VARYING WORKING-INDEX FROM 1 BY 1
                   UNTIL WORKING-INDEX > WS-INVENTORY-COUNT
                      OR ENTRY-WAS-FOUND
               IF IVT-TBL-SKU(WORKING-INDEX) = CCT-SKU
                   AND IVT-TBL-WAREHOUSE-CODE(WORKING-INDEX)
                       = CCT-WAREHOUSE-CODE
                   SET ENTRY-WAS-FOUND TO TRUE
                   MOVE WORKING-INDEX TO WS-INVENTORY-INDEX
               END-IF
           IF NOT ENTRY-WAS-FOUND
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY 'CYCLCNT: count for SKU ' CCT-SKU
                   ' in warehouse ' CCT-WAREHOUSE-CODE
                   ' matches no inventory record - rejected'
               MOVE 'PROCESS-ONE-COUNT' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'count for SKU with no inventory record'
                   TO WS-ERR-DESCRIPTION
               MOVE SPACES TO WS-ERR-OFFENDING-DATA
               STRING CCT-SKU ' ' CCT-WAREHOUSE-CODE
                   DELIMITED BY SIZE INTO WS-ERR-OFFENDING-DATA
               PERFORM LOG-CYCLCNT-ERROR
           ELSE
               PERFORM FIND-COUNTED-LOT
               IF SKU-IS-LOT-CONTROLLED AND WS-LOT-INDEX = 0
                   PERFORM REJECT-UNLOTTED-COUNT
               ELSE
                   PERFORM COMPARE-COUNT-TO-BOOK
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Notes whether the SKU is lot-controlled and, when it is,
      * finds the counted lot in the counted warehouse, leaving
      * WS-LOT-INDEX at zero when the count names no lot on file. A
      * lot keyed against any other SKU means nothing and is
      * cleared.

       FIND-COUNTED-LOT.
           MOVE 'N' TO WS-LOT-CONTROLLED-FLAG
           MOVE 0 TO WS-LOT-INDEX
           SET SKU-TABLE-IDX TO 1
           SEARCH SKU-TABLE-ENTRY
               AT END
                   CONTINUE
               WHEN SKU-TBL-SKU(SKU-TABLE-IDX) = CCT-SKU
                   MOVE SKU-TBL-LOT-CONTROLLED(SKU-TABLE-IDX)
                       TO WS-LOT-CONTROLLED-FLAG
           END-SEARCH
           IF NOT SKU-IS-LOT-CONTROLLED
               MOVE SPACES TO CCT-LOT-NUMBER
           END-IF
           IF SKU-IS-LOT-CONTROLLED AND CCT-LOT-NUMBER NOT = SPACES
                   AND WS-LOT-COUNT > 0
               SET LOT-IDX TO 1
               SEARCH LOT-ENTRY
                   AT END
                       CONTINUE
                   WHEN LTT-SKU(LOT-IDX) = CCT-SKU
                       AND LTT-WAREHOUSE-CODE(LOT-IDX)
                           = CCT-WAREHOUSE-CODE
                       AND LTT-LOT-NUMBER(LOT-IDX) = CCT-LOT-NUMBER
                       SET WS-LOT-INDEX TO LOT-IDX
               END-SEARCH
           END-IF.

      *---------------------------------------------------------------
      * Rejects a count of a lot-controlled SKU that names no lot, or
      * a lot not on LOT-BALANCE-FILE in the counted warehouse.
      * Adjusting the warehouse total alone would leave it out of
      * step with the lots that make it up.

       REJECT-UNLOTTED-COUNT.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE 'PROCESS-ONE-COUNT' TO WS-ERR-PARAGRAPH-NAME
           IF CCT-LOT-NUMBER = SPACES
               DISPLAY 'CYCLCNT: count for lot-controlled SKU '
                   CCT-SKU ' names no lot - rejected'
               MOVE 'lot-controlled SKU counted without a lot'
                   TO WS-ERR-DESCRIPTION
           ELSE
               DISPLAY 'CYCLCNT: count for SKU ' CCT-SKU ' lot '
                   CCT-LOT-NUMBER ' in warehouse ' CCT-WAREHOUSE-CODE
                   ' matches no lot balance - rejected'
               MOVE 'counted lot not on lot balance file'
                   TO WS-ERR-DESCRIPTION
           END-IF
           MOVE SPACES TO WS-ERR-OFFENDING-DATA
           STRING CCT-SKU ' ' CCT-WAREHOUSE-CODE ' ' CCT-LOT-NUMBER
               DELIMITED BY SIZE INTO WS-ERR-OFFENDING-DATA
           PERFORM LOG-CYCLCNT-ERROR.

      *---------------------------------------------------------------
      * Compares the count to its book - the lot's balance for a
      * lot-controlled SKU, the warehouse total otherwise - and
      * reports, applies or holds the variance.

       COMPARE-COUNT-TO-BOOK.
           IF SKU-IS-LOT-CONTROLLED
               MOVE LTT-QTY-ON-HAND(WS-LOT-INDEX) TO WS-BOOK-QTY
           ELSE
               MOVE IVT-TBL-QTY-ON-HAND(WS-INVENTORY-INDEX)
                   TO WS-BOOK-QTY
           END-IF
           COMPUTE WS-VARIANCE-QTY =
               CCT-COUNTED-QTY - WS-BOOK-QTY
           PERFORM PRICE-OUT-VARIANCE
           PERFORM CHECK-VARIANCE-APPROVAL
           IF VARIANCE-IS-APPROVED AND WS-VARIANCE-QTY NOT = 0
               PERFORM CHECK-APPROVER-AUTHORITY
           END-IF
           PERFORM WRITE-VARIANCE-REPORT-LINE
           EVALUATE TRUE
               WHEN WS-VARIANCE-QTY = 0
                   CONTINUE
               WHEN VARIANCE-IS-APPROVED
                   PERFORM APPLY-APPROVED-ADJUSTMENT
               WHEN OTHER
                   PERFORM HOLD-COUNT-FOR-APPROVAL
           END-EVALUATE.

      *---------------------------------------------------------------
      * Prices the variance at the SKU master unit price; a SKU not
      * on the product master prices at zero, loudly.

      *---------------------------------------------------------------
      * Decides whether the supervisor has approved this SKU's
      * variance in the counted warehouse, noting the approving
      * user.

       CHECK-VARIANCE-APPROVAL.
           MOVE 'N' TO WS-APPROVED-FLAG
           MOVE 'N' TO WS-APPROVAL-REFUSED-FLAG
           MOVE SPACES TO WS-APPROVED-BY-USER
           SET APPROVAL-IDX TO 1
           SEARCH APPROVAL-ENTRY
               AT END
                   CONTINUE
               WHEN APR-SKU(APPROVAL-IDX) = CCT-SKU
                   AND APR-WAREHOUSE-CODE(APPROVAL-IDX)
                       = CCT-WAREHOUSE-CODE
                   SET VARIANCE-IS-APPROVED TO TRUE
                   MOVE APR-USER-ID(APPROVAL-IDX)
                       TO WS-APPROVED-BY-USER
           END-SEARCH.

      *---------------------------------------------------------------
      * Asks AUTHCHK whether the counter may key cycle counts.

       CHECK-COUNTER-AUTHORITY.
           MOVE WS-ERR-PROGRAM-NAME TO ACK-PROGRAM-NAME
           MOVE CCT-USER-ID TO ACK-USER-ID
           MOVE 'CYCLCNT' TO ACK-FUNCTION-CODE
           SET ACK-IS-ENTRY TO TRUE
           MOVE SPACES TO ACK-ENTERED-BY
           MOVE 0 TO ACK-AMOUNT
           MOVE CCT-SKU TO ACK-SUBJECT
           CALL 'AUTHCHK' USING AUTHORITY-CHECK-AREA
           END-CALL.

      *---------------------------------------------------------------
      * Asks AUTHCHK whether the approver may approve a variance of
      * this value and is not the user who counted it. A refused
      * approval leaves the count held, as though none were on file.

       CHECK-APPROVER-AUTHORITY.
           MOVE WS-ERR-PROGRAM-NAME TO ACK-PROGRAM-NAME
           MOVE WS-APPROVED-BY-USER TO ACK-USER-ID
           MOVE 'CYCLAPPR' TO ACK-FUNCTION-CODE
           SET ACK-IS-APPROVAL TO TRUE
           MOVE CCT-USER-ID TO ACK-ENTERED-BY
           MOVE WS-VARIANCE-VALUE TO ACK-AMOUNT
           MOVE CCT-SKU TO ACK-SUBJECT
           CALL 'AUTHCHK' USING AUTHORITY-CHECK-AREA
           END-CALL
           IF ACK-AUTHORITY-REFUSED
               MOVE 'N' TO WS-APPROVED-FLAG
               SET APPROVAL-WAS-REFUSED TO TRUE
               DISPLAY 'CYCLCNT: approval of SKU ' CCT-SKU ' by '
                   WS-APPROVED-BY-USER ' refused - '
                   ACK-REFUSAL-REASON
           END-IF.

      *---------------------------------------------------------------
      * Applies the approved variance to the book quantity and
      * appends the audited adjustment record. A lot count sets the
      * lot to the counted quantity and moves the warehouse total by
      * the same variance.

       APPLY-APPROVED-ADJUSTMENT.
           ADD 1 TO WS-ADJUSTED-COUNT
           IF SKU-IS-LOT-CONTROLLED
               ADD 1 TO WS-LOT-ADJUSTED-COUNT
               MOVE CCT-COUNTED-QTY
                   TO LTT-QTY-ON-HAND(WS-LOT-INDEX)
               ADD WS-VARIANCE-QTY
                   TO IVT-TBL-QTY-ON-HAND(WS-INVENTORY-INDEX)
           ELSE
               MOVE CCT-COUNTED-QTY
                   TO IVT-TBL-QTY-ON-HAND(WS-INVENTORY-INDEX)
           END-IF
           MOVE CCT-SKU TO ADJ-SKU
           MOVE WS-BOOK-QTY TO ADJ-BOOK-QTY
           MOVE CCT-COUNTED-QTY TO ADJ-COUNTED-QTY
           MOVE WS-APPROVED-BY-USER TO ADJ-APPROVED-BY
           MOVE WS-RUN-DATE TO ADJ-ADJUST-DATE
           MOVE WS-RUN-TIME TO ADJ-ADJUST-TIME
           MOVE CCT-WAREHOUSE-CODE TO ADJ-WAREHOUSE-CODE
           MOVE CCT-LOT-NUMBER TO ADJ-LOT-NUMBER
           WRITE INVENTORY-ADJUSTMENT-AUDIT-RECORD.

      *---------------------------------------------------------------
                   TO PND-COUNTED-QTY(WS-PENDING-TRANS-COUNT)
               MOVE CCT-USER-ID
                   TO PND-USER-ID(WS-PENDING-TRANS-COUNT)
               MOVE CCT-WAREHOUSE-CODE
                   TO PND-WAREHOUSE-CODE(WS-PENDING-TRANS-COUNT)
               MOVE CCT-LOT-NUMBER
                   TO PND-LOT-NUMBER(WS-PENDING-TRANS-COUNT)
           END-IF.

      *---------------------------------------------------------------
           PERFORM VARYING INVENTORY-IDX FROM 1 BY 1
                   UNTIL INVENTORY-IDX > WS-INVENTORY-COUNT
               MOVE IVT-TBL-SKU(INVENTORY-IDX) TO INR-SKU
               MOVE IVT-TBL-WAREHOUSE-CODE(INVENTORY-IDX)
                   TO INR-WAREHOUSE-CODE
               MOVE IVT-TBL-QTY-ON-HAND(INVENTORY-IDX)
                   TO INR-QTY-ON-HAND
               MOVE IVT-TBL-AVG-COST(INVENTORY-IDX)
           END-PERFORM
           CLOSE INVENTORY-FILE.

      *---------------------------------------------------------------
      * Rewrites LOT-BALANCE-FILE with the approved lot adjustments
      * applied.

       REWRITE-LOT-BALANCES.
           MOVE 'LOT-BALANCE-FILE' TO WS-BACKUP-FILE-NAME
           CALL 'GENBKUP' USING WS-BACKUP-FILE-NAME
           END-CALL
           OPEN OUTPUT LOT-BALANCE-FILE
           PERFORM VARYING LOT-IDX FROM 1 BY 1
                   UNTIL LOT-IDX > WS-LOT-COUNT
               MOVE LTT-SKU(LOT-IDX) TO LOT-SKU
               MOVE LTT-WAREHOUSE-CODE(LOT-IDX) TO LOT-WAREHOUSE-CODE
               MOVE LTT-LOT-NUMBER(LOT-IDX) TO LOT-NUMBER
               MOVE LTT-RECEIVED-DATE(LOT-IDX) TO LOT-RECEIVED-DATE
               MOVE LTT-EXPIRATION-DATE(LOT-IDX)
                   TO LOT-EXPIRATION-DATE
               MOVE LTT-QTY-ON-HAND(LOT-IDX) TO LOT-QTY-ON-HAND
               WRITE LOT-BALANCE-RECORD
           END-PERFORM
           CLOSE LOT-BALANCE-FILE.

      *---------------------------------------------------------------
      * Rewrites the transaction file holding only the counts still
      * waiting for approval.
               MOVE PND-COUNTED-QTY(WORKING-INDEX)
                   TO CCT-COUNTED-QTY
               MOVE PND-USER-ID(WORKING-INDEX) TO CCT-USER-ID
               MOVE PND-WAREHOUSE-CODE(WORKING-INDEX)
                   TO CCT-WAREHOUSE-CODE
               MOVE PND-LOT-NUMBER(WORKING-INDEX) TO CCT-LOT-NUMBER
               WRITE CYCLE-COUNT-TRANS-RECORD
           END-PERFORM
           CLOSE CYCLE-COUNT-TRANS-FILE.
           WRITE VARIANCE-REPORT-LINE
           MOVE SPACES TO VARIANCE-REPORT-LINE
           STRING 'SKU         BOOK QTY  COUNTED   VARIANCE  '
               '      VALUE  DISPOSITION           WH'
               DELIMITED BY SIZE
               INTO VARIANCE-REPORT-LINE
           MOVE 'LOT' TO VARIANCE-REPORT-LINE(82:3)
           WRITE VARIANCE-REPORT-LINE.

      *---------------------------------------------------------------
                       TO VARIANCE-REPORT-LINE(58:18)
               WHEN VARIANCE-IS-APPROVED
                   MOVE 'ADJUSTED' TO VARIANCE-REPORT-LINE(58:8)
               WHEN APPROVAL-WAS-REFUSED
                   MOVE 'APPROVAL REFUSED'
                       TO VARIANCE-REPORT-LINE(58:16)
               WHEN OTHER
                   MOVE 'AWAITING APPROVAL'
                       TO VARIANCE-REPORT-LINE(58:17)
           END-EVALUATE
           MOVE CCT-WAREHOUSE-CODE TO VARIANCE-REPORT-LINE(78:2)
           MOVE CCT-LOT-NUMBER TO VARIANCE-REPORT-LINE(82:12)
           WRITE VARIANCE-REPORT-LINE.

      *---------------------------------------------------------------
