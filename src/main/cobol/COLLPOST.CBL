      *****************************************************************
      * Program name:    COLLPOST
      * Original author: Dave Nicolette
      *
      * Collection-note posting.
      *
      * Reads the notes the collectors keyed to COLLECTION-NOTE-
      * TRANS-FILE and posts each one to COLLECTION-NOTES-FILE, the
      * running history of who was contacted, by whom, what was
      * said, and what was promised. The file stays in account
      * order, a new note going in after the account's earlier
      * notes, so COLLWORK can read an account's history top to
      * bottom. A note is rejected, and logged, when its account is
      * not on CUSTOMER-MASTER-FILE, its contact date is not a real
      * date or is later than today, it names no collector or says
      * nothing, or its promise does not hold together: a promised
      * amount needs a real promised date no earlier than the
      * contact, and a promised date needs an amount. The
      * transaction file is cleared once read, as CUSTMNT clears
      * its own.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  COLLPOST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTOMER-MASTER-FILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COLLECTION-NOTE-TRANS-FILE
               ASSIGN TO "COLLECTION-NOTE-TRANS-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT COLLECTION-NOTES-FILE
               ASSIGN TO "COLLECTION-NOTES-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTES-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST.

       FD  COLLECTION-NOTE-TRANS-FILE.
       01  COLLECTION-NOTE-TRANS-RECORD PIC X(100).

       FD  COLLECTION-NOTES-FILE.
       COPY COLLNOTE.

       WORKING-STORAGE SECTION.
       01  FILLER.
      * A '35' is a file that does not exist yet - nothing has ever
      * been written to it.
           05  WS-TRANS-FILE-STATUS     PIC XX.
           05  WS-NOTES-FILE-STATUS     PIC XX.
           05  WS-EOF-FLAG              PIC X.
               88  END-OF-CURRENT-FILE      VALUE 'Y'.
           05  WS-CAPACITY-FLAG         PIC X VALUE 'N'.
               88  A-TABLE-IS-OVER-CAPACITY VALUE 'Y'.
           05  WS-FOUND-FLAG            PIC X.
               88  ENTRY-WAS-FOUND          VALUE 'Y'.
           05  WS-DATE-VALID-FLAG       PIC X.
               88  DATE-IS-VALID            VALUE 'Y'.
           05  WS-CUSTOMER-COUNT        PIC S9(05) VALUE 0.
           05  WS-NOTE-COUNT            PIC S9(05) VALUE 0.
           05  WS-TABLE-INDEX           PIC S9(05).
           05  WS-INSERT-INDEX          PIC S9(05).
           05  WS-POSTED-COUNT          PIC S9(05) VALUE 0.
           05  WS-PROMISE-COUNT         PIC S9(05) VALUE 0.
           05  WS-REJECTED-COUNT        PIC S9(05) VALUE 0.
           05  WS-RUN-DATE              PIC X(08).
           05  WS-REJECT-REASON         PIC X(60).
      * External name handed to the shared GENBKUP routine before a
      * file is rewritten in place.
           05  WS-BACKUP-FILE-NAME      PIC X(40).
      * Run-lock fields for the shared RUNLOCK routine, so two
      * postings cannot rewrite the notes file at once.
           05  WS-LOCK-ACTION           PIC X.
           05  WS-LOCK-FILE-NAME        PIC X(40).
           05  WS-LOCK-RESULT-FLAG      PIC X.
               88  RUN-LOCK-GRANTED         VALUE 'Y'.
           05  WS-LOCK-HOLDER-NAME      PIC X(08).
           05  WS-LOCK-REFUSED-FLAG     PIC X VALUE 'N'.
               88  A-RUN-LOCK-WAS-REFUSED   VALUE 'Y'.

       01  WS-ERROR-LOG-FIELDS.
           05  WS-ERR-PROGRAM-NAME      PIC X(08) VALUE 'COLLPOST'.
           05  WS-ERR-PARAGRAPH-NAME    PIC X(30).
           05  WS-ERR-DESCRIPTION       PIC X(60).
           05  WS-ERR-OFFENDING-DATA    PIC X(30).

       01  CUSTOMER-TABLE.
           05  CUSTOMER-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-CUSTOMER-COUNT.
               10  CNT-ACCOUNT-NUMBER   PIC X(06).

      * The notes file, record images intact, in file order.
       01  NOTE-TABLE.
           05  NOTE-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-NOTE-COUNT.
               10  NTE-TBL-RECORD       PIC X(100).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM CLAIM-RUN-LOCK
           IF A-RUN-LOCK-WAS-REFUSED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           CALL 'BUSDATE' USING WS-RUN-DATE
           END-CALL
           PERFORM LOAD-CUSTOMER-MASTER
           PERFORM LOAD-COLLECTION-NOTES
           IF A-TABLE-IS-OVER-CAPACITY
               DISPLAY 'COLLPOST: a file exceeds its table capacity '
                   '- no notes posted, no files touched'
               MOVE 'MAIN-LOGIC' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'file exceeds collection note table capacity'
                   TO WS-ERR-DESCRIPTION
               MOVE SPACES TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-COLLPOST-ERROR
               PERFORM RELEASE-RUN-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM POST-NOTE-TRANSACTIONS
           IF WS-POSTED-COUNT > 0
               PERFORM REWRITE-COLLECTION-NOTES
           END-IF
           PERFORM RELEASE-RUN-LOCK
           DISPLAY 'COLLPOST: ' WS-POSTED-COUNT ' note(s) posted, '
               WS-PROMISE-COUNT ' with a promise to pay, '
               WS-REJECTED-COUNT ' rejected'
           GOBACK.

      *---------------------------------------------------------------
      * Claims COLLECTION-NOTES-FILE for the run.

       CLAIM-RUN-LOCK.
           MOVE 'L' TO WS-LOCK-ACTION
           MOVE 'COLLECTION-NOTES-FILE' TO WS-LOCK-FILE-NAME
           CALL 'RUNLOCK' USING WS-LOCK-ACTION WS-ERR-PROGRAM-NAME
               WS-LOCK-FILE-NAME WS-LOCK-RESULT-FLAG
               WS-LOCK-HOLDER-NAME
           END-CALL
           IF NOT RUN-LOCK-GRANTED
               SET A-RUN-LOCK-WAS-REFUSED TO TRUE
               DISPLAY 'COLLPOST: ' WS-LOCK-FILE-NAME
                   ' is locked by ' WS-LOCK-HOLDER-NAME
                   ' - run refused'
               MOVE 'CLAIM-RUN-LOCK' TO WS-ERR-PARAGRAPH-NAME
               MOVE 'master locked by another program'
                   TO WS-ERR-DESCRIPTION
               MOVE WS-LOCK-HOLDER-NAME TO WS-ERR-OFFENDING-DATA
               PERFORM LOG-COLLPOST-ERROR
           END-IF.

      *---------------------------------------------------------------
      * Releases this run's claim.

       RELEASE-RUN-LOCK.
           MOVE 'U' TO WS-LOCK-ACTION
           MOVE 'COLLECTION-NOTES-FILE' TO WS-LOCK-FILE-NAME
           CALL 'RUNLOCK' USING WS-LOCK-ACTION WS-ERR-PROGRAM-NAME
               WS-LOCK-FILE-NAME WS-LOCK-RESULT-FLAG
               WS-LOCK-HOLDER-NAME
           END-CALL.

      *---------------------------------------------------------------
      * Calls the shared LOGERROR routine to append one record to
      * ERROR-LOG-FILE for the problem just found. WS-ERR-PARAGRAPH-
      * NAME, WS-ERR-DESCRIPTION and WS-ERR-OFFENDING-DATA must be set
      * by the calling paragraph before this is performed.

       LOG-COLLPOST-ERROR.
           CALL 'LOGERROR' USING WS-ERR-PROGRAM-NAME
               WS-ERR-PARAGRAPH-NAME WS-ERR-DESCRIPTION
               WS-ERR-OFFENDING-DATA
           END-CALL.

      *---------------------------------------------------------------
      * Loads the account numbers a note may be posted to.

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
                               TO CNT-ACCOUNT-NUMBER(WS-CUSTOMER-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER-FILE.

      *---------------------------------------------------------------
      * Loads COLLECTION-NOTES-FILE, record images intact.

       LOAD-COLLECTION-NOTES.
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
                       IF WS-NOTE-COUNT = 5000
                           SET A-TABLE-IS-OVER-CAPACITY TO TRUE
                           SET END-OF-CURRENT-FILE TO TRUE
                       ELSE
                           ADD 1 TO WS-NOTE-COUNT
                           MOVE COLLECTION-NOTE-RECORD
                               TO NTE-TBL-RECORD(WS-NOTE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-NOTES-FILE-STATUS = '00' OR '10'
               CLOSE COLLECTION-NOTES-FILE
           END-IF.

      *---------------------------------------------------------------
      * Reads the keyed notes, posts the good ones, and clears the
      * transaction file.

       POST-NOTE-TRANSACTIONS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT COLLECTION-NOTE-TRANS-FILE
           IF WS-TRANS-FILE-STATUS NOT = '00'
               SET END-OF-CURRENT-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ COLLECTION-NOTE-TRANS-FILE
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       MOVE COLLECTION-NOTE-TRANS-RECORD
                           TO COLLECTION-NOTE-RECORD
                       IF CLN-ACCOUNT-NUMBER NOT = SPACES
                           PERFORM POST-ONE-NOTE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TRANS-FILE-STATUS = '00' OR '10'
               CLOSE COLLECTION-NOTE-TRANS-FILE
               OPEN OUTPUT COLLECTION-NOTE-TRANS-FILE
               CLOSE COLLECTION-NOTE-TRANS-FILE
           END-IF.

      *---------------------------------------------------------------
      * Checks the note in the record area and either files it in
      * account order or rejects it.

       POST-ONE-NOTE.
           PERFORM EDIT-ONE-NOTE
           IF WS-REJECT-REASON = SPACES
               AND WS-NOTE-COUNT = 5000
               MOVE 'collection notes file is full'
                   TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM INSERT-ONE-NOTE
               ADD 1 TO WS-POSTED-COUNT
               IF CLN-PROMISED-AMOUNT > 0
                   ADD 1 TO WS-PROMISE-COUNT
               END-IF
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY 'COLLPOST: note for account '
                   CLN-ACCOUNT-NUMBER ' rejected - '
                   WS-REJECT-REASON
               MOVE 'POST-ONE-NOTE' TO WS-ERR-PARAGRAPH-NAME
               MOVE WS-REJECT-REASON TO WS-ERR-DESCRIPTION
               MOVE SPACES TO WS-ERR-OFFENDING-DATA
               STRING CLN-ACCOUNT-NUMBER ' ' CLN-CONTACT-DATE ' '
                   CLN-COLLECTOR DELIMITED BY SIZE
                   INTO WS-ERR-OFFENDING-DATA
               PERFORM LOG-COLLPOST-ERROR
           END-IF.

      *---------------------------------------------------------------
      * Sets WS-REJECT-REASON to the first thing wrong with the
      * note in the record area, or leaves it blank.

       EDIT-ONE-NOTE.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                   UNTIL WS-TABLE-INDEX > WS-CUSTOMER-COUNT
                      OR ENTRY-WAS-FOUND
               IF CNT-ACCOUNT-NUMBER(WS-TABLE-INDEX)
                       = CLN-ACCOUNT-NUMBER
                   SET ENTRY-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           CALL 'DATECHK' USING CLN-CONTACT-DATE WS-DATE-VALID-FLAG
           END-CALL
           EVALUATE TRUE
               WHEN NOT ENTRY-WAS-FOUND
                   MOVE 'account not on customer master'
                       TO WS-REJECT-REASON
               WHEN NOT DATE-IS-VALID
                   MOVE 'contact date is not a valid date'
                       TO WS-REJECT-REASON
               WHEN CLN-CONTACT-DATE > WS-RUN-DATE
                   MOVE 'contact date is later than today'
                       TO WS-REJECT-REASON
               WHEN CLN-COLLECTOR = SPACES
                   MOVE 'note names no collector'
                       TO WS-REJECT-REASON
               WHEN CLN-NOTE-TEXT = SPACES
                   MOVE 'note text is blank'
                       TO WS-REJECT-REASON
               WHEN CLN-PROMISED-AMOUNT NOT NUMERIC
                   MOVE 'promised amount is not numeric'
                       TO WS-REJECT-REASON
               WHEN CLN-PROMISED-AMOUNT < 0
                   MOVE 'promised amount is negative'
                       TO WS-REJECT-REASON
               WHEN CLN-PROMISED-AMOUNT = 0
                   AND CLN-PROMISED-DATE NOT = SPACES
                   MOVE 'promised date given without an amount'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               AND CLN-PROMISED-AMOUNT > 0
               CALL 'DATECHK' USING CLN-PROMISED-DATE
                   WS-DATE-VALID-FLAG
               END-CALL
               IF NOT DATE-IS-VALID
                   MOVE 'promised date is not a valid date'
                       TO WS-REJECT-REASON
               ELSE
                   IF CLN-PROMISED-DATE < CLN-CONTACT-DATE
                       MOVE 'promised date is before the contact'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Files the note after the last note already held for its
      * account, or for the nearest account before it, shifting the
      * notes that follow down one place.

       INSERT-ONE-NOTE.
           COMPUTE WS-INSERT-INDEX = WS-NOTE-COUNT + 1
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                   UNTIL WS-TABLE-INDEX > WS-NOTE-COUNT
                      OR ENTRY-WAS-FOUND
               IF NTE-TBL-RECORD(WS-TABLE-INDEX)(1:6)
                       > CLN-ACCOUNT-NUMBER
                   SET ENTRY-WAS-FOUND TO TRUE
                   MOVE WS-TABLE-INDEX TO WS-INSERT-INDEX
               END-IF
           END-PERFORM
           ADD 1 TO WS-NOTE-COUNT
           PERFORM VARYING WS-TABLE-INDEX FROM WS-NOTE-COUNT BY -1
                   UNTIL WS-TABLE-INDEX <= WS-INSERT-INDEX
               MOVE NTE-TBL-RECORD(WS-TABLE-INDEX - 1)
                   TO NTE-TBL-RECORD(WS-TABLE-INDEX)
           END-PERFORM
           MOVE COLLECTION-NOTE-RECORD
               TO NTE-TBL-RECORD(WS-INSERT-INDEX).

      *---------------------------------------------------------------
      * Rewrites COLLECTION-NOTES-FILE with the new notes filed.

       REWRITE-COLLECTION-NOTES.
           MOVE 'COLLECTION-NOTES-FILE' TO WS-BACKUP-FILE-NAME
           CALL 'GENBKUP' USING WS-BACKUP-FILE-NAME
           END-CALL
           OPEN OUTPUT COLLECTION-NOTES-FILE
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                   UNTIL WS-TABLE-INDEX > WS-NOTE-COUNT
               MOVE NTE-TBL-RECORD(WS-TABLE-INDEX)
                   TO COLLECTION-NOTE-RECORD
               WRITE COLLECTION-NOTE-RECORD
           END-PERFORM
           CLOSE COLLECTION-NOTES-FILE.
