      *****************************************************************
      * Program name:    AUTHRPT
      * Original author: Dave Nicolette
      *
      * Quarterly user access review for the auditors.
      *
      * Lists every authority on USER-AUTHORITY-FILE by user and
      * function - dollar limit, status, who granted it and when -
      * flagging the entries an auditor asks about first: authority
      * a user granted to themselves, authority granted during the
      * quarter, and a user holding both the entering and the
      * approving side of the same function, which AUTHCHK stops
      * one transaction at a time but which should not be on file
      * at all. The second section lists every refusal AUTHCHK
      * logged to AUTHORITY-REFUSAL-LOG during the quarter, with
      * totals by kind. The quarter is taken from
      * ACCESS-REVIEW-QUARTER-CONTROL-FILE when a caller supplies
      * one, otherwise it is the last quarter completed before the
      * business date.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AUTHRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESS-REVIEW-CONTROL-FILE
               ASSIGN TO "ACCESS-REVIEW-QUARTER-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT USER-AUTHORITY-FILE ASSIGN TO "USER-AUTHORITY-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHORITY-FILE-STATUS.
           SELECT AUTHORITY-REFUSAL-LOG
               ASSIGN TO "AUTHORITY-REFUSAL-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFUSAL-LOG-STATUS.
           SELECT ACCESS-REPORT-FILE
               ASSIGN TO "USER-ACCESS-REVIEW-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCESS-REVIEW-CONTROL-FILE.
       COPY AUTHCTL.

       FD  USER-AUTHORITY-FILE.
       COPY USRAUTH.

       FD  AUTHORITY-REFUSAL-LOG.
       COPY AUTHLOG.

       FD  ACCESS-REPORT-FILE.
       01  ACCESS-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILLER.
           05  WS-AUTHORITY-FILE-STATUS PIC XX.
           05  WS-REFUSAL-LOG-STATUS    PIC XX.
           05  WS-AUTHORITY-EOF-FLAG    PIC X VALUE 'N'.
               88  END-OF-AUTHORITY-FILE    VALUE 'Y'.
           05  WS-REFUSAL-EOF-FLAG      PIC X VALUE 'N'.
               88  END-OF-REFUSAL-LOG       VALUE 'Y'.
           05  WS-QUARTER-SUPPLIED-FLAG PIC X VALUE 'N'.
               88  QUARTER-WAS-SUPPLIED     VALUE 'Y'.
           05  WS-SORT-SWAPPED-FLAG     PIC X.
               88  A-SWAP-WAS-MADE          VALUE 'Y'.
           05  WS-FOUND-FLAG            PIC X.
               88  ENTRY-WAS-FOUND          VALUE 'Y'.
           05  WS-RUN-DATE              PIC X(08).
           05  WS-REVIEW-YEAR           PIC 9(04).
           05  WS-QUARTER               PIC 9(01).
           05  WS-MONTH                 PIC 9(02).
           05  WS-QUARTER-START         PIC X(08).
           05  WS-QUARTER-END           PIC X(08).
           05  WS-QUARTER-START-MONTH   PIC 9(02).
           05  WS-QUARTER-END-MONTH     PIC 9(02).
           05  WS-AUTHORITY-COUNT       PIC S9(04) VALUE 0.
           05  WS-DROPPED-COUNT         PIC S9(04) VALUE 0.
           05  WORKING-INDEX            PIC S9(05).
           05  WS-SORT-INDEX            PIC S9(05).
           05  WS-PAIR-INDEX            PIC S9(03).
           05  WS-OTHER-FUNCTION        PIC X(08).
           05  WS-SUSPENDED-COUNT       PIC S9(04) VALUE 0.
           05  WS-SELF-GRANTED-COUNT    PIC S9(04) VALUE 0.
           05  WS-NEW-GRANT-COUNT       PIC S9(04) VALUE 0.
           05  WS-CONFLICT-COUNT        PIC S9(04) VALUE 0.
           05  WS-REFUSAL-COUNT         PIC S9(05) VALUE 0.
           05  WS-SEGREGATION-COUNT     PIC S9(05) VALUE 0.
           05  WS-OVER-LIMIT-COUNT      PIC S9(05) VALUE 0.
           05  WS-NO-AUTHORITY-COUNT    PIC S9(05) VALUE 0.
      * A dollar limit of all nines is printed as unlimited.
           05  UNLIMITED-DOLLAR-LIMIT   PIC 9(07)V99 VALUE 9999999.99.

       01  RPT-LIMIT-EDITED             PIC Z,ZZZ,ZZ9.99.
       01  RPT-AMOUNT-EDITED            PIC ---,---,--9.99.
       01  RPT-COUNT-EDITED             PIC ZZZZ9.

       01  WS-ERROR-LOG-FIELDS.
           05  WS-ERR-PROGRAM-NAME      PIC X(08) VALUE 'AUTHRPT'.
           05  WS-ERR-PARAGRAPH-NAME    PIC X(30).
           05  WS-ERR-DESCRIPTION       PIC X(60).
           05  WS-ERR-OFFENDING-DATA    PIC X(30).

      * The functions that enter a transaction and the functions that
      * approve the same transaction. One user holding both sides is
      * a segregation-of-duties exception on the review.
       01  DUTY-PAIR-LIST.
           05  FILLER PIC X(16) VALUE 'CUSTMNT CREDAPPR'.
           05  FILLER PIC X(16) VALUE 'PRICEMNTPRICEAPR'.
           05  FILLER PIC X(16) VALUE 'CYCLCNT CYCLAPPR'.
       01  DUTY-PAIR-TABLE REDEFINES DUTY-PAIR-LIST.
           05  DUTY-PAIR-ENTRY OCCURS 3 TIMES.
               10  DPR-ENTRY-FUNCTION   PIC X(08).
               10  DPR-APPROVAL-FUNCTION PIC X(08).

      * Every authority on file, sorted by user and function for the
      * review.
       01  AUTHORITY-TABLE.
           05  AUTHORITY-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-AUTHORITY-COUNT
                   INDEXED BY AUTHORITY-IDX.
               10  AUT-KEY.
                   15  AUT-USER-ID      PIC X(08).
                   15  AUT-FUNCTION-CODE PIC X(08).
               10  AUT-DOLLAR-LIMIT     PIC 9(07)V99.
               10  AUT-STATUS           PIC X.
                   88  AUT-IS-ACTIVE        VALUE 'A'.
                   88  AUT-IS-SUSPENDED     VALUE 'S'.
               10  AUT-GRANTED-BY       PIC X(08).
               10  AUT-GRANTED-DATE     PIC X(08).
       01  AUTHORITY-SWAP-AREA          PIC X(42).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           CALL 'BUSDATE' USING WS-RUN-DATE
           END-CALL
           PERFORM LOAD-REVIEW-QUARTER
           PERFORM LOAD-USER-AUTHORITIES
           PERFORM SORT-USER-AUTHORITIES
           OPEN OUTPUT ACCESS-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM WRITE-AUTHORITY-HEADER
           PERFORM VARYING AUTHORITY-IDX FROM 1 BY 1
                   UNTIL AUTHORITY-IDX > WS-AUTHORITY-COUNT
               PERFORM WRITE-AUTHORITY-LINE
           END-PERFORM
           PERFORM WRITE-AUTHORITY-TOTALS
           PERFORM WRITE-REFUSAL-HEADER
           PERFORM LIST-QUARTER-REFUSALS
           PERFORM WRITE-REFUSAL-TOTALS
           CLOSE ACCESS-REPORT-FILE
           MOVE WS-REFUSAL-COUNT TO RPT-COUNT-EDITED
           DISPLAY 'AUTHRPT: ' WS-REVIEW-YEAR ' Q' WS-QUARTER
               ' access review - ' RPT-COUNT-EDITED ' refusal(s)'
           GOBACK.

      *---------------------------------------------------------------
      * Calls the shared LOGERROR routine to append one record to
      * ERROR-LOG-FILE for the problem just found. WS-ERR-PARAGRAPH-
      * NAME, WS-ERR-DESCRIPTION and WS-ERR-OFFENDING-DATA must be set
      * by the calling paragraph before this is performed.

       LOG-AUTHRPT-ERROR.
           CALL 'LOGERROR' USING WS-ERR-PROGRAM-NAME
               WS-ERR-PARAGRAPH-NAME WS-ERR-DESCRIPTION
               WS-ERR-OFFENDING-DATA
           END-CALL.

      *---------------------------------------------------------------
      * Takes the year and quarter from the control file when a
      * caller supplied them, consuming the record; otherwise reviews
      * the last quarter completed before the business date.

       LOAD-REVIEW-QUARTER.
           OPEN INPUT ACCESS-REVIEW-CONTROL-FILE
           READ ACCESS-REVIEW-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF ARC-REVIEW-YEAR NUMERIC
                       AND ARC-QUARTER >= '1' AND ARC-QUARTER <= '4'
                       MOVE ARC-REVIEW-YEAR TO WS-REVIEW-YEAR
                       MOVE ARC-QUARTER TO WS-QUARTER
                       SET QUARTER-WAS-SUPPLIED TO TRUE
                   ELSE
                       MOVE 'LOAD-REVIEW-QUARTER'
                           TO WS-ERR-PARAGRAPH-NAME
                       MOVE 'access review quarter control not valid'
                           TO WS-ERR-DESCRIPTION
                       MOVE ACCESS-REVIEW-CONTROL-RECORD
                           TO WS-ERR-OFFENDING-DATA
                       PERFORM LOG-AUTHRPT-ERROR
                   END-IF
           END-READ
           CLOSE ACCESS-REVIEW-CONTROL-FILE
           OPEN OUTPUT ACCESS-REVIEW-CONTROL-FILE
           CLOSE ACCESS-REVIEW-CONTROL-FILE
           IF NOT QUARTER-WAS-SUPPLIED
               MOVE WS-RUN-DATE(1:4) TO WS-REVIEW-YEAR
               MOVE WS-RUN-DATE(5:2) TO WS-MONTH
               COMPUTE WS-QUARTER = (WS-MONTH - 1) / 3
               IF WS-QUARTER = 0
                   SUBTRACT 1 FROM WS-REVIEW-YEAR
                   MOVE 4 TO WS-QUARTER
               END-IF
           END-IF
           COMPUTE WS-QUARTER-START-MONTH = WS-QUARTER * 3 - 2
           COMPUTE WS-QUARTER-END-MONTH = WS-QUARTER * 3
           MOVE SPACES TO WS-QUARTER-START
           STRING WS-REVIEW-YEAR WS-QUARTER-START-MONTH '01'
               DELIMITED BY SIZE INTO WS-QUARTER-START
           MOVE SPACES TO WS-QUARTER-END
           STRING WS-REVIEW-YEAR WS-QUARTER-END-MONTH '31'
               DELIMITED BY SIZE INTO WS-QUARTER-END.

      *---------------------------------------------------------------
      * Loads every authority on file. A missing authority file
      * leaves the table empty - the review says so rather than
      * failing, since no authority on file is itself the finding.

       LOAD-USER-AUTHORITIES.
           OPEN INPUT USER-AUTHORITY-FILE
           IF WS-AUTHORITY-FILE-STATUS NOT = '00'
               SET END-OF-AUTHORITY-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-AUTHORITY-FILE
               READ USER-AUTHORITY-FILE
                   AT END
                       SET END-OF-AUTHORITY-FILE TO TRUE
                   NOT AT END
                       IF WS-AUTHORITY-COUNT < 1000
                           ADD 1 TO WS-AUTHORITY-COUNT
                           MOVE UAU-USER-ID
                               TO AUT-USER-ID(WS-AUTHORITY-COUNT)
                           MOVE UAU-FUNCTION-CODE
                               TO AUT-FUNCTION-CODE(WS-AUTHORITY-COUNT)
                           MOVE 0
                               TO AUT-DOLLAR-LIMIT(WS-AUTHORITY-COUNT)
                           IF UAU-DOLLAR-LIMIT NUMERIC
                               MOVE UAU-DOLLAR-LIMIT TO
                                   AUT-DOLLAR-LIMIT(WS-AUTHORITY-COUNT)
                           END-IF
                           MOVE UAU-STATUS
                               TO AUT-STATUS(WS-AUTHORITY-COUNT)
                           MOVE UAU-GRANTED-BY
                               TO AUT-GRANTED-BY(WS-AUTHORITY-COUNT)
                           MOVE UAU-GRANTED-DATE
                               TO AUT-GRANTED-DATE(WS-AUTHORITY-COUNT)
                       ELSE
                           ADD 1 TO WS-DROPPED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AUTHORITY-FILE-STATUS = '00' OR '10'
               CLOSE USER-AUTHORITY-FILE
           END-IF
           IF WS-DROPPED-COUNT > 0
               MOVE 'LOAD-USER-AUTHORITIES' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'authority table full - entries left off review'
                   TO WS-ERR-DESCRIPTION
               MOVE WS-DROPPED-COUNT TO RPT-COUNT-EDITED
               MOVE RPT-COUNT-EDITED TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-AUTHRPT-ERROR
           END-IF.

      *---------------------------------------------------------------
      * Sorts AUTHORITY-TABLE by user ID and function code.

       SORT-USER-AUTHORITIES.
           SET A-SWAP-WAS-MADE TO TRUE
           PERFORM UNTIL NOT A-SWAP-WAS-MADE
               MOVE 'N' TO WS-SORT-SWAPPED-FLAG
               PERFORM VARYING WS-SORT-INDEX FROM 1 BY 1
                       UNTIL WS-SORT-INDEX >= WS-AUTHORITY-COUNT
                   IF AUT-KEY(WS-SORT-INDEX)
                           > AUT-KEY(WS-SORT-INDEX + 1)
                       MOVE AUTHORITY-ENTRY(WS-SORT-INDEX)
                           TO AUTHORITY-SWAP-AREA
                       MOVE AUTHORITY-ENTRY(WS-SORT-INDEX + 1)
                           TO AUTHORITY-ENTRY(WS-SORT-INDEX)
                       MOVE AUTHORITY-SWAP-AREA
                           TO AUTHORITY-ENTRY(WS-SORT-INDEX + 1)
                       SET A-SWAP-WAS-MADE TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.

      *---------------------------------------------------------------
      * Writes the report title block.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO ACCESS-REPORT-LINE
           MOVE 'ACME DISTRIBUTING CO.' TO ACCESS-REPORT-LINE
           WRITE ACCESS-REPORT-LINE
           MOVE SPACES TO ACCESS-REPORT-LINE
           STRING 'QUARTERLY USER ACCESS REVIEW - ' WS-REVIEW-YEAR
               ' QUARTER ' WS-QUARTER ' (' WS-QUARTER-START ' TO '
               WS-QUARTER-END ') - RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO ACCESS-REPORT-LINE
           WRITE ACCESS-REPORT-LINE
           MOVE SPACES TO ACCESS-REPORT-LINE
           WRITE ACCESS-REPORT-LINE.

      *---------------------------------------------------------------
      * Writes the heading for the authorities section.

       WRITE-AUTHORITY-HEADER.
           MOVE SPACES TO ACCESS-REPORT-LINE
           MOVE 'USER AUTHORITIES ON FILE' TO ACCESS-REPORT-LINE
           WRITE ACCESS-REPORT-LINE
           MOVE SPACES TO ACCESS-REPORT-LINE
           WRITE ACCESS-REPORT-LINE
           MOVE SPACES TO ACCESS-REPORT-LINE
           STRING 'USER ID   FUNCTION  DOLLAR LIMIT  STATUS     '
               'GRANTED BY  GRANTED ON  EXCEPTIONS'
               DELIMITED BY SIZE INTO ACCESS-REPORT-LINE
           WRITE ACCESS-REPORT-LINE
           IF WS-AUTHORITY-COUNT = 0
               MOVE SPACES TO ACCESS-REPORT-LINE
               MOVE '*** NO USER AUTHORITIES ON FILE ***'
                   TO ACCESS-REPORT-LINE
               WRITE ACCESS-REPORT-LINE
           END-IF.

      *---------------------------------------------------------------
      * Writes the line for the authority AUTHORITY-IDX points at,
      * with its exceptions: granted by the user themselves, granted
      * during the quarter, and - for an active authority - the other
      * side of an entry/approval pair held active by the same user.

       WRITE-AUTHORITY-LINE.
           MOVE SPACES TO ACCESS-REPORT-LINE
           MOVE AUT-USER-ID(AUTHORITY-IDX)
               TO ACCESS-REPORT-LINE(1:8)
           MOVE AUT-FUNCTION-CODE(AUTHORITY-IDX)
               TO ACCESS-REPORT-LINE(11:8)
           IF AUT-DOLLAR-LIMIT(AUTHORITY-IDX) = UNLIMITED-DOLLAR-LIMIT
               MOVE '   UNLIMITED' TO ACCESS-REPORT-LINE(21:12)
           ELSE
               MOVE AUT-DOLLAR-LIMIT(AUTHORITY-IDX)
                   TO RPT-LIMIT-EDITED
               MOVE RPT-LIMIT-EDITED TO ACCESS-REPORT-LINE(21:12)
           END-IF
           EVALUATE TRUE
               WHEN AUT-IS-ACTIVE(AUTHORITY-IDX)
                   MOVE 'ACTIVE' TO ACCESS-REPORT-LINE(35:9)
               WHEN AUT-IS-SUSPENDED(AUTHORITY-IDX)
                   ADD 1 TO WS-SUSPENDED-COUNT
                   MOVE 'SUSPENDED' TO ACCESS-REPORT-LINE(35:9)
               WHEN OTHER
                   MOVE 'UNKNOWN' TO ACCESS-REPORT-LINE(35:9)
           END-EVALUATE
           MOVE AUT-GRANTED-BY(AUTHORITY-IDX)
               TO ACCESS-REPORT-LINE(46:8)
           MOVE AUT-GRANTED-DATE(AUTHORITY-IDX)
               TO ACCESS-REPORT-LINE(58:8)
           IF AUT-GRANTED-BY(AUTHORITY-IDX)
                   = AUT-USER-ID(AUTHORITY-IDX)
               ADD 1 TO WS-SELF-GRANTED-COUNT
               MOVE 'SELF-GRANTED' TO ACCESS-REPORT-LINE(70:12)
           END-IF
           IF AUT-GRANTED-DATE(AUTHORITY-IDX) >= WS-QUARTER-START
               AND AUT-GRANTED-DATE(AUTHORITY-IDX) <= WS-QUARTER-END
               ADD 1 TO WS-NEW-GRANT-COUNT
               MOVE 'NEW IN QUARTER' TO ACCESS-REPORT-LINE(84:14)
           END-IF
           IF AUT-IS-ACTIVE(AUTHORITY-IDX)
               PERFORM FIND-CONFLICTING-DUTY
               IF ENTRY-WAS-FOUND
                   ADD 1 TO WS-CONFLICT-COUNT
                   STRING 'ALSO HOLDS ' WS-OTHER-FUNCTION
                       DELIMITED BY SIZE
                       INTO ACCESS-REPORT-LINE(100:19)
               END-IF
           END-IF
           WRITE ACCESS-REPORT-LINE.

      *---------------------------------------------------------------
      * Looks up the other side of the entry/approval pair the
      * current authority belongs to, if any, and sets ENTRY-WAS-
      * FOUND when the same user holds that side active too.

       FIND-CONFLICTING-DUTY.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE SPACES TO WS-OTHER-FUNCTION
           PERFORM VARYING WS-PAIR-INDEX FROM 1 BY 1
                   UNTIL WS-PAIR-INDEX > 3
               IF DPR-ENTRY-FUNCTION(WS-PAIR-INDEX)
                       = AUT-FUNCTION-CODE(AUTHORITY-IDX)
                   MOVE DPR-APPROVAL-FUNCTION(WS-PAIR-INDEX)
                       TO WS-OTHER-FUNCTION
               END-IF
               IF DPR-APPROVAL-FUNCTION(WS-PAIR-INDEX)
                       = AUT-FUNCTION-CODE(AUTHORITY-IDX)
                   MOVE DPR-ENTRY-FUNCTION(WS-PAIR-INDEX)
                       TO WS-OTHER-FUNCTION
               END-IF
           END-PERFORM
           IF WS-OTHER-FUNCTION NOT = SPACES
               PERFORM VARYING WORKING-INDEX FROM 1 BY 1
                       UNTIL WORKING-INDEX > WS-AUTHORITY-COUNT
                   IF AUT-USER-ID(WORKING-INDEX)
                           = AUT-USER-ID(AUTHORITY-IDX)
                       AND AUT-FUNCTION-CODE(WORKING-INDEX)
                           = WS-OTHER-FUNCTION
                       AND AUT-IS-ACTIVE(WORKING-INDEX)
                       SET ENTRY-WAS-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

      *---------------------------------------------------------------
      * Writes the counts that close the authorities section.

       WRITE-AUTHORITY-TOTALS.
           MOVE SPACES TO ACCESS-REPORT-LINE
           WRITE ACCESS-REPORT-LINE
           MOVE WS-AUTHORITY-COUNT TO RPT-COUNT-EDITED
           MOVE SPACES TO ACCESS-REPORT-LINE
           STRING 'AUTHORITIES ON FILE:              ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO ACCESS-REPORT-LINE
           WRITE ACCESS-REPORT-LINE
           MOVE WS-SUSPENDED-COUNT TO RPT-COUNT-EDITED
           MOVE SPACES TO ACCESS-REPORT-LINE
           STRING 'SUSPENDED:                        ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO ACCESS-REPORT-LINE
           WRITE ACCESS-REPORT-LINE
           MOVE WS-NEW-GRANT-COUNT TO RPT-COUNT-EDITED
           MOVE SPACES TO ACCESS-REPORT-LINE
           STRING 'GRANTED IN QUARTER:               ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO ACCESS-REPORT-LINE
           WRITE ACCESS-REPORT-LINE
           MOVE WS-SELF-GRANTED-COUNT TO RPT-COUNT-EDITED
           MOVE SPACES TO ACCESS-REPORT-LINE
           STRING 'SELF-GRANTED:                     ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO ACCESS-REPORT-LINE
           WRITE ACCESS-REPORT-LINE
           MOVE WS-CONFLICT-COUNT TO RPT-COUNT-EDITED
           MOVE SPACES TO ACCESS-REPORT-LINE
           STRING 'HELD WITH ITS OPPOSING DUTY:      ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO ACCESS-REPORT-LINE
           WRITE ACCESS-REPORT-LINE
           MOVE SPACES TO ACCESS-REPORT-LINE
           WRITE ACCESS-REPORT-LINE.

      *---------------------------------------------------------------
      * Writes the heading for the refusals section.

       WRITE-REFUSAL-HEADER.
           MOVE SPACES TO ACCESS-REPORT-LINE
           MOVE 'AUTHORITY REFUSALS IN QUARTER' TO ACCESS-REPORT-LINE
           WRITE ACCESS-REPORT-LINE
           MOVE SPACES TO ACCESS-REPORT-LINE
           WRITE ACCESS-REPORT-LINE
           MOVE SPACES TO ACCESS-REPORT-LINE
           STRING 'DATE      TIME    PROGRAM  USER ID  FUNCTION '
               'ENTERED         AMOUNT  SUBJECT              REASON'
               DELIMITED BY SIZE INTO ACCESS-REPORT-LINE
           WRITE ACCESS-REPORT-LINE.

      *---------------------------------------------------------------
      * Lists the quarter's refusals in the order AUTHCHK logged
      * them, counting them by kind. No refusal log means nothing
      * was ever refused.

       LIST-QUARTER-REFUSALS.
           OPEN INPUT AUTHORITY-REFUSAL-LOG
           IF WS-REFUSAL-LOG-STATUS NOT = '00'
               SET END-OF-REFUSAL-LOG TO TRUE
           END-IF
           PERFORM UNTIL END-OF-REFUSAL-LOG
               READ AUTHORITY-REFUSAL-LOG
                   AT END
                       SET END-OF-REFUSAL-LOG TO TRUE
                   NOT AT END
                       IF ARF-REFUSAL-DATE >= WS-QUARTER-START
                           AND ARF-REFUSAL-DATE <= WS-QUARTER-END
                           PERFORM WRITE-REFUSAL-LINE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-REFUSAL-LOG-STATUS = '00' OR '10'
               CLOSE AUTHORITY-REFUSAL-LOG
           END-IF.

      *---------------------------------------------------------------
      * Writes one refusal line and counts it by kind.

       WRITE-REFUSAL-LINE.
           ADD 1 TO WS-REFUSAL-COUNT
           EVALUATE ARF-REASON
               WHEN 'APPROVER ENTERED THE TRANSACTION'
               WHEN 'NO ENTERING USER TO SEGREGATE FROM'
                   ADD 1 TO WS-SEGREGATION-COUNT
               WHEN 'AMOUNT OVER USER DOLLAR LIMIT'
                   ADD 1 TO WS-OVER-LIMIT-COUNT
               WHEN OTHER
                   ADD 1 TO WS-NO-AUTHORITY-COUNT
           END-EVALUATE
           MOVE SPACES TO ACCESS-REPORT-LINE
           MOVE ARF-REFUSAL-DATE TO ACCESS-REPORT-LINE(1:8)
           MOVE ARF-REFUSAL-TIME(1:6) TO ACCESS-REPORT-LINE(11:6)
           MOVE ARF-PROGRAM-NAME TO ACCESS-REPORT-LINE(19:8)
           MOVE ARF-USER-ID TO ACCESS-REPORT-LINE(28:8)
           MOVE ARF-FUNCTION-CODE TO ACCESS-REPORT-LINE(37:8)
           MOVE ARF-ENTERED-BY TO ACCESS-REPORT-LINE(46:8)
           MOVE ARF-AMOUNT TO RPT-AMOUNT-EDITED
           MOVE RPT-AMOUNT-EDITED TO ACCESS-REPORT-LINE(54:14)
           MOVE ARF-SUBJECT TO ACCESS-REPORT-LINE(70:20)
           MOVE ARF-REASON TO ACCESS-REPORT-LINE(91:40)
           WRITE ACCESS-REPORT-LINE.

      *---------------------------------------------------------------
      * Writes the refusal counts that close the report.

       WRITE-REFUSAL-TOTALS.
           MOVE SPACES TO ACCESS-REPORT-LINE
           WRITE ACCESS-REPORT-LINE
           MOVE WS-REFUSAL-COUNT TO RPT-COUNT-EDITED
           MOVE SPACES TO ACCESS-REPORT-LINE
           STRING 'REFUSALS IN QUARTER:              ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO ACCESS-REPORT-LINE
           WRITE ACCESS-REPORT-LINE
           MOVE WS-NO-AUTHORITY-COUNT TO RPT-COUNT-EDITED
           MOVE SPACES TO ACCESS-REPORT-LINE
           STRING '  NO AUTHORITY FOR FUNCTION:      ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO ACCESS-REPORT-LINE
           WRITE ACCESS-REPORT-LINE
           MOVE WS-OVER-LIMIT-COUNT TO RPT-COUNT-EDITED
           MOVE SPACES TO ACCESS-REPORT-LINE
           STRING '  OVER DOLLAR LIMIT:              ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO ACCESS-REPORT-LINE
           WRITE ACCESS-REPORT-LINE
           MOVE WS-SEGREGATION-COUNT TO RPT-COUNT-EDITED
           MOVE SPACES TO ACCESS-REPORT-LINE
           STRING '  SEGREGATION OF DUTIES:          ' RPT-COUNT-EDITED
               DELIMITED BY SIZE INTO ACCESS-REPORT-LINE
           WRITE ACCESS-REPORT-LINE.
