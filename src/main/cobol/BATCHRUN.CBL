           MOVE WS-BATCH-CHECKIN-EMPLOYEE-ID TO CIC-EMPLOYEE-ID
           MOVE 'I' TO CIC-ENTRY-TYPE
           MOVE 0 TO CIC-ODOMETER
           MOVE SPACES TO CIC-DEFECT-CODES
           WRITE CHECK-IN-NAME-CONTROL-RECORD
           CLOSE CHECK-IN-NAME-CONTROL-FILE.

