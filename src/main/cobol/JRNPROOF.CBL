      * debits equal its credits before the file goes to the ledger
      * system. An out-of-balance run is flagged in capitals on the
      * proof sheet, displayed, and logged - it should never be sent
      * to the ledger - and ends with return code 8 so a job that
      * calls the proof stops short of posting.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  JRNPROOF.
                   WS-ERR-PARAGRAPH-NAME WS-ERR-DESCRIPTION
                   WS-ERR-OFFENDING-DATA
               END-CALL
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

