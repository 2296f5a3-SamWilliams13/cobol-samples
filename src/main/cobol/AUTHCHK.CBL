      *****************************************************************
      * Program name:    AUTHCHK
      * Original author: Dave Nicolette
      *
      * Shared user-authority check, called by every maintenance and
      * approval program before it acts on the user ID a transaction
      * or approval carries. The user must hold an active record for
      * the function on USER-AUTHORITY-FILE, and any amount must sit
      * within that record's dollar limit. An approval is refused
      * outright when it names no entering user or when the approver
      * IS the entering user - segregation of duties is not something
      * a limit can buy. Every refusal goes to ERROR-LOG-FILE and to
      * AUTHORITY-REFUSAL-LOG, which the auditors' quarterly access
      * report reads. No authority file at all refuses everyone:
      * a control that switches itself off when its file goes
      * missing is no control.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AUTHCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-AUTHORITY-FILE ASSIGN TO "USER-AUTHORITY-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHORITY-FILE-STATUS.
           SELECT AUTHORITY-REFUSAL-LOG
               ASSIGN TO "AUTHORITY-REFUSAL-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFUSAL-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-AUTHORITY-FILE.
       COPY USRAUTH.

       FD  AUTHORITY-REFUSAL-LOG.
       COPY AUTHLOG.

       WORKING-STORAGE SECTION.
       01  WS-WORK-FIELDS.
           05  WS-AUTHORITY-FILE-STATUS PIC XX.
           05  WS-REFUSAL-LOG-STATUS    PIC XX.
           05  WS-AUTHORITY-EOF-FLAG    PIC X.
               88  END-OF-AUTHORITY-FILE    VALUE 'Y'.
           05  WS-AUTHORITY-FOUND-FLAG  PIC X.
               88  AUTHORITY-WAS-FOUND      VALUE 'Y'.
           05  WS-CHECK-AMOUNT          PIC S9(09)V99.
           05  WS-USER-LIMIT            PIC 9(07)V99.
           05  WS-REFUSAL-DATE          PIC X(08).
           05  WS-REFUSAL-TIME          PIC X(08).

       01  WS-ERROR-LOG-FIELDS.
           05  WS-ERR-PROGRAM-NAME      PIC X(08).
           05  WS-ERR-PARAGRAPH-NAME    PIC X(30).
           05  WS-ERR-DESCRIPTION       PIC X(60).
           05  WS-ERR-OFFENDING-DATA    PIC X(30).

       LINKAGE SECTION.
       COPY AUTHPARM.

       PROCEDURE DIVISION USING AUTHORITY-CHECK-AREA.

       MAIN-LOGIC.
           SET ACK-AUTHORITY-GRANTED TO TRUE
           MOVE SPACES TO ACK-REFUSAL-REASON
           IF ACK-AMOUNT < 0
               COMPUTE WS-CHECK-AMOUNT = 0 - ACK-AMOUNT
           ELSE
               MOVE ACK-AMOUNT TO WS-CHECK-AMOUNT
           END-IF
           EVALUATE TRUE
               WHEN ACK-USER-ID = SPACES
                   MOVE 'NO USER ID GIVEN' TO ACK-REFUSAL-REASON
               WHEN ACK-IS-APPROVAL AND ACK-ENTERED-BY = SPACES
                   MOVE 'NO ENTERING USER TO SEGREGATE FROM'
                       TO ACK-REFUSAL-REASON
               WHEN ACK-IS-APPROVAL AND ACK-ENTERED-BY = ACK-USER-ID
                   MOVE 'APPROVER ENTERED THE TRANSACTION'
                       TO ACK-REFUSAL-REASON
               WHEN OTHER
                   PERFORM FIND-USER-AUTHORITY
           END-EVALUATE
           IF ACK-REFUSAL-REASON NOT = SPACES
               SET ACK-AUTHORITY-REFUSED TO TRUE
               PERFORM LOG-AUTHORITY-REFUSAL
           END-IF
           GOBACK.

      *---------------------------------------------------------------
      * Looks for the user's active record for the function and
      * holds the amount against its limit. A limit that is not
      * numeric is treated as zero, so a damaged record fails
      * closed.

       FIND-USER-AUTHORITY.
           MOVE 'N' TO WS-AUTHORITY-EOF-FLAG
           MOVE 'N' TO WS-AUTHORITY-FOUND-FLAG
           MOVE 0 TO WS-USER-LIMIT
           OPEN INPUT USER-AUTHORITY-FILE
           IF WS-AUTHORITY-FILE-STATUS NOT = '00'
               MOVE 'NO USER AUTHORITY FILE'
                   TO ACK-REFUSAL-REASON
           ELSE
               PERFORM UNTIL END-OF-AUTHORITY-FILE
                   READ USER-AUTHORITY-FILE
                       AT END
                           SET END-OF-AUTHORITY-FILE TO TRUE
                       NOT AT END
                           IF UAU-USER-ID = ACK-USER-ID
                               AND UAU-FUNCTION-CODE
                                   = ACK-FUNCTION-CODE
                               AND UAU-IS-ACTIVE
                               SET AUTHORITY-WAS-FOUND TO TRUE
                               SET END-OF-AUTHORITY-FILE TO TRUE
                               IF UAU-DOLLAR-LIMIT IS NUMERIC
                                   MOVE UAU-DOLLAR-LIMIT
                                       TO WS-USER-LIMIT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE USER-AUTHORITY-FILE
               EVALUATE TRUE
                   WHEN NOT AUTHORITY-WAS-FOUND
                       MOVE 'USER NOT AUTHORIZED FOR FUNCTION'
                           TO ACK-REFUSAL-REASON
                   WHEN WS-CHECK-AMOUNT > WS-USER-LIMIT
                       MOVE 'AMOUNT OVER USER DOLLAR LIMIT'
                           TO ACK-REFUSAL-REASON
               END-EVALUATE
           END-IF.

      *---------------------------------------------------------------
      * Records the refusal on ERROR-LOG-FILE under the calling
      * program's name and appends it to AUTHORITY-REFUSAL-LOG.

       LOG-AUTHORITY-REFUSAL.
           MOVE ACK-PROGRAM-NAME TO WS-ERR-PROGRAM-NAME
           MOVE 'AUTHCHK' TO WS-ERR-PARAGRAPH-NAME
           MOVE SPACES TO WS-ERR-DESCRIPTION
           STRING ACK-USER-ID DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  ACK-FUNCTION-CODE DELIMITED BY SPACE
                  ': ' ACK-REFUSAL-REASON DELIMITED BY SIZE
               INTO WS-ERR-DESCRIPTION
           END-STRING
           MOVE ACK-SUBJECT TO WS-ERR-OFFENDING-DATA
           CALL 'LOGERROR' USING WS-ERR-PROGRAM-NAME
               WS-ERR-PARAGRAPH-NAME WS-ERR-DESCRIPTION
               WS-ERR-OFFENDING-DATA
           END-CALL
           CALL 'BUSDATE' USING WS-REFUSAL-DATE
           END-CALL
           ACCEPT WS-REFUSAL-TIME FROM TIME
           MOVE WS-REFUSAL-DATE TO ARF-REFUSAL-DATE
           MOVE WS-REFUSAL-TIME TO ARF-REFUSAL-TIME
           MOVE ACK-PROGRAM-NAME TO ARF-PROGRAM-NAME
           MOVE ACK-USER-ID TO ARF-USER-ID
           MOVE ACK-FUNCTION-CODE TO ARF-FUNCTION-CODE
           MOVE ACK-ENTERED-BY TO ARF-ENTERED-BY
           MOVE ACK-AMOUNT TO ARF-AMOUNT
           MOVE ACK-SUBJECT TO ARF-SUBJECT
           MOVE ACK-REFUSAL-REASON TO ARF-REASON
           OPEN EXTEND AUTHORITY-REFUSAL-LOG
           IF WS-REFUSAL-LOG-STATUS = '35'
               OPEN OUTPUT AUTHORITY-REFUSAL-LOG
           END-IF
           WRITE AUTHORITY-REFUSAL-RECORD
           CLOSE AUTHORITY-REFUSAL-LOG.
