           RECORD KEY IS F-ACCNUM
           FILE STATUS IS WS-REC-FILESTATUS.

           SELECT FD-ACCTREL ASSIGN TO 'C:\Cobol\BANK\acctrel.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS R-KEY
           FILE STATUS IS WS-REL-STATUS.

           SELECT FD-CHGLOG ASSIGN TO 'C:\Cobol\BANK\chglog.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CL-KEY
           FILE STATUS IS WS-CHGLOG-STATUS.

           SELECT FD-TELLER ASSIGN TO 'C:\Cobol\BANK\tellmast.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS T-TELLERID
           FILE STATUS IS WS-TELLER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FD-CUSTMAST.
       FD FD-RECORD.
       COPY ACCTREC.

       FD FD-ACCTREL.
       COPY RELREC.

       FD FD-CHGLOG.
       COPY CHGLOG.

       FD FD-TELLER.
       COPY TELLMAST.

       WORKING-STORAGE SECTION.

       01 WS-FILESTATUS PIC XX.
       01 WS-INQ-CUSTID PIC 9(8).
       01 WS-MATCH-COUNT PIC 9(5).
       01 WS-BALANCE-DISPLAY PIC -Z,ZZZ,ZZ9.99.
       01 WS-REL-STATUS PIC XX.
       01 WS-REL-EOF PIC X.
       01 WS-REL-OPEN PIC X.
       01 WS-INQ-ACCNUM PIC 9(10).
       01 WS-INQ-ROLE PIC X(1).
       01 WS-ROLE-DESC PIC X(11).
       01 WS-OWNER-COUNT PIC 9(5).
       01 WS-PRIMARY-CUSTID PIC 9(8).
       01 WS-CUST-FOUND PIC X.
       01 WS-CUST-OPEN PIC X.
       01 WS-TODAY PIC X(21).
       01 WS-OLD-ROLE PIC X(1).
       01 WS-NEW-ROLE PIC X(1).
       01 WS-LOG-CUSTID PIC 9(8).
       01 WS-CHGLOG-STATUS PIC XX.
       01 WS-CHG-DATE PIC X(21).
       01 WS-CHG-FILE PIC X(12).
       01 WS-CHG-KEY PIC X(24).
       01 WS-CHG-FIELD PIC X(16).
       01 WS-CHG-OLD PIC X(40).
       01 WS-CHG-NEW PIC X(40).
       01 WS-WRITTEN PIC X.
       01 WS-RETRY-COUNT PIC 9(5).
       01 WS-TELLER-STATUS PIC XX.
       01 WS-TELLER-ID PIC 9(4) VALUE 0.
       01 WS-TELLER-NAME PIC X(20).
       01 WS-TELLER-PASS-TEMP PIC 9(6).

       PROCEDURE DIVISION.
       CUSTINQ-MAIN.
           DISPLAY "=== CUSTOMER INQUIRY ===========".


       TELLER-SIGNON.
           DISPLAY "Teller ID: "
           ACCEPT WS-TELLER-ID
           DISPLAY "Teller Passcode: "
           ACCEPT WS-TELLER-PASS-TEMP

           OPEN INPUT FD-TELLER
           IF WS-TELLER-STATUS NOT = 00 THEN
               DISPLAY "No teller file found. Ask the supervisor to"
               DISPLAY "register tellers before using customer inquiry."
               STOP RUN
           END-IF

           MOVE WS-TELLER-ID TO T-TELLERID
           READ FD-TELLER
               INVALID KEY MOVE 0 TO WS-FLAG
               NOT INVALID KEY MOVE 1 TO WS-FLAG
           END-READ

           IF WS-FLAG = 0 THEN
               DISPLAY "Unknown teller ID."
               CLOSE FD-TELLER
               GO TO TELLER-SIGNON
           END-IF

           IF T-STATUS NOT = 'A' THEN
               DISPLAY "Teller is not active."
               CLOSE FD-TELLER
               GO TO TELLER-SIGNON
           END-IF

           IF T-PASSCODE NOT = WS-TELLER-PASS-TEMP THEN
               DISPLAY "WRONG PASS"
               CLOSE FD-TELLER
               GO TO TELLER-SIGNON
           END-IF

           MOVE T-NAME TO WS-TELLER-NAME
           CLOSE FD-TELLER
           DISPLAY "Signed on: " WS-TELLER-NAME.


       CUSTINQ-LOOP.
           MOVE 'N' TO WS-DONE
           PERFORM HANDLE-ONE-REQUEST UNTIL WS-DONE = 'Y'

           DISPLAY "1 - Search by last name"
           DISPLAY "2 - List accounts for a customer"
           DISPLAY "3 - Register new customer"
           DISPLAY "4 - List owners of an account"
           DISPLAY "5 - Add or change an account role"
           DISPLAY "6 - Remove an account role"
           DISPLAY "7 - Exit"
           DISPLAY "> "
           ACCEPT WS-OPERATION

           ELSE IF WS-OPERATION = 3 THEN
               PERFORM REGISTER-CUSTOMER
           ELSE IF WS-OPERATION = 4 THEN
               PERFORM LIST-ACCOUNT-OWNERS
           ELSE IF WS-OPERATION = 5 THEN
               PERFORM SET-ACCOUNT-ROLE
           ELSE IF WS-OPERATION = 6 THEN
               PERFORM REMOVE-ACCOUNT-ROLE
           ELSE IF WS-OPERATION = 7 THEN
               MOVE 'Y' TO WS-DONE
           ELSE
               DISPLAY "Invalid input."

       LIST-ACCOUNTS-FOR-CUSTID.
           MOVE 0 TO WS-MATCH-COUNT
           MOVE 'N' TO WS-REL-OPEN
           OPEN INPUT FD-ACCTREL
           IF WS-REL-STATUS = 00 THEN
               MOVE 'Y' TO WS-REL-OPEN
           END-IF

           OPEN INPUT FD-RECORD
           IF WS-REC-FILESTATUS NOT = 00 THEN
               DISPLAY "No account file found."
               IF WS-REL-OPEN = 'Y' THEN
                   CLOSE FD-ACCTREL
               END-IF
           ELSE
               IF WS-REL-OPEN = 'Y' THEN
                   MOVE 'N' TO WS-REL-EOF
                   PERFORM UNTIL WS-REL-EOF = 'Y'
                       READ FD-ACCTREL NEXT RECORD
                           AT END MOVE 'Y' TO WS-REL-EOF
                           NOT AT END
                               IF R-CUSTID = WS-INQ-CUSTID THEN
                                   PERFORM SHOW-RELATED-ACCOUNT
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE FD-RECORD

               MOVE 'N' TO WS-EOF
               OPEN INPUT FD-RECORD
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FD-RECORD NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF F-CUSTID = WS-INQ-CUSTID THEN
                               PERFORM SHOW-UNRELATED-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-RECORD
               IF WS-REL-OPEN = 'Y' THEN
                   CLOSE FD-ACCTREL
               END-IF
           END-IF

           IF WS-MATCH-COUNT = 0 THEN
           END-IF.


       SHOW-RELATED-ACCOUNT.
           MOVE R-ACCNUM TO F-ACCNUM
           READ FD-RECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-MATCH-COUNT
                   MOVE R-ROLE TO WS-INQ-ROLE
                   PERFORM DESCRIBE-ROLE
                   PERFORM DISPLAY-ACCOUNT-LINE
           END-READ.


       SHOW-UNRELATED-ACCOUNT.
           MOVE 'N' TO WS-CUST-FOUND
           IF WS-REL-OPEN = 'Y' THEN
               MOVE F-ACCNUM TO R-ACCNUM
               MOVE F-CUSTID TO R-CUSTID
               READ FD-ACCTREL
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-CUST-FOUND
               END-READ
           END-IF

           IF WS-CUST-FOUND = 'N' THEN
               ADD 1 TO WS-MATCH-COUNT
               MOVE 'P' TO WS-INQ-ROLE
               PERFORM DESCRIBE-ROLE
               PERFORM DISPLAY-ACCOUNT-LINE
           END-IF.


       DISPLAY-ACCOUNT-LINE.
           MOVE F-BALANCE TO WS-BALANCE-DISPLAY
           DISPLAY "  " F-ACCNUM
               "  " WS-ROLE-DESC
               "  Type: " F-ACCT-TYPE
               "  Status: " F-ACCT-STATUS
               "  Balance: " WS-BALANCE-DISPLAY.


       DESCRIBE-ROLE.
           IF WS-INQ-ROLE = 'P' THEN
               MOVE 'PRIMARY' TO WS-ROLE-DESC
           ELSE IF WS-INQ-ROLE = 'J' THEN
               MOVE 'JOINT' TO WS-ROLE-DESC
           ELSE IF WS-INQ-ROLE = 'S' THEN
               MOVE 'SIGNER' TO WS-ROLE-DESC
           ELSE IF WS-INQ-ROLE = 'B' THEN
               MOVE 'BENEFICIARY' TO WS-ROLE-DESC
           ELSE
               MOVE 'UNKNOWN' TO WS-ROLE-DESC
           END-IF.


       LIST-ACCOUNT-OWNERS.
           DISPLAY "Account No.: "
           ACCEPT WS-INQ-ACCNUM

           PERFORM READ-INQ-ACCOUNT
           IF WS-FLAG = 0 THEN
               DISPLAY "Account does not exist."
           ELSE
               MOVE F-BALANCE TO WS-BALANCE-DISPLAY
               DISPLAY "Account: " F-ACCNUM
                   "  Type: " F-ACCT-TYPE
                   "  Status: " F-ACCT-STATUS
                   "  Balance: " WS-BALANCE-DISPLAY
               MOVE F-CUSTID TO WS-PRIMARY-CUSTID
               MOVE 0 TO WS-OWNER-COUNT

               MOVE 'N' TO WS-CUST-OPEN
               OPEN INPUT FD-CUSTMAST
               IF WS-FILESTATUS = 00 THEN
                   MOVE 'Y' TO WS-CUST-OPEN
               END-IF
               OPEN INPUT FD-ACCTREL
               IF WS-REL-STATUS = 00 THEN
                   MOVE 'N' TO WS-REL-EOF
                   MOVE WS-INQ-ACCNUM TO R-ACCNUM
                   MOVE 0 TO R-CUSTID
                   START FD-ACCTREL KEY IS NOT LESS THAN R-KEY
                       INVALID KEY MOVE 'Y' TO WS-REL-EOF
                   END-START
                   PERFORM UNTIL WS-REL-EOF = 'Y'
                       READ FD-ACCTREL NEXT RECORD
                           AT END MOVE 'Y' TO WS-REL-EOF
                           NOT AT END
                               IF R-ACCNUM NOT = WS-INQ-ACCNUM THEN
                                   MOVE 'Y' TO WS-REL-EOF
                               ELSE
                                   ADD 1 TO WS-OWNER-COUNT
                                   MOVE R-ROLE TO WS-INQ-ROLE
                                   MOVE R-CUSTID TO C-CUSTID
                                   PERFORM DISPLAY-OWNER-LINE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FD-ACCTREL
               END-IF

               IF WS-OWNER-COUNT = 0 THEN
                   MOVE 'P' TO WS-INQ-ROLE
                   MOVE WS-PRIMARY-CUSTID TO C-CUSTID
                   PERFORM DISPLAY-OWNER-LINE
               END-IF
               IF WS-CUST-OPEN = 'Y' THEN
                   CLOSE FD-CUSTMAST
               END-IF
           END-IF.


       DISPLAY-OWNER-LINE.
           PERFORM DESCRIBE-ROLE
           MOVE 'N' TO WS-CUST-FOUND
           IF WS-CUST-OPEN = 'Y' THEN
               READ FD-CUSTMAST
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-CUST-FOUND
               END-READ
           END-IF

           IF WS-CUST-FOUND = 'Y' THEN
               DISPLAY "  " WS-ROLE-DESC "  " C-CUSTID
                   "  " C-FIRST-NAME " " C-LAST-NAME
           ELSE
               DISPLAY "  " WS-ROLE-DESC "  " C-CUSTID
                   "  (customer not on file)"
           END-IF.


       READ-INQ-ACCOUNT.
           MOVE 0 TO WS-FLAG
           OPEN INPUT FD-RECORD
           IF WS-REC-FILESTATUS = 00 THEN
               MOVE WS-INQ-ACCNUM TO F-ACCNUM
               READ FD-RECORD
                   INVALID KEY MOVE 0 TO WS-FLAG
                   NOT INVALID KEY MOVE 1 TO WS-FLAG
               END-READ
               CLOSE FD-RECORD
           END-IF.


       READ-INQ-CUSTOMER.
           MOVE 'N' TO WS-CUST-FOUND
           OPEN INPUT FD-CUSTMAST
           IF WS-FILESTATUS = 00 THEN
               MOVE WS-INQ-CUSTID TO C-CUSTID
               READ FD-CUSTMAST
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-CUST-FOUND
               END-READ
               CLOSE FD-CUSTMAST
           END-IF.


       SET-ACCOUNT-ROLE.
           DISPLAY "Account No.: "
           ACCEPT WS-INQ-ACCNUM
           PERFORM READ-INQ-ACCOUNT
           IF WS-FLAG = 0 THEN
               DISPLAY "Account does not exist."
           ELSE
               MOVE F-CUSTID TO WS-PRIMARY-CUSTID
               DISPLAY "Customer ID: "
               ACCEPT WS-INQ-CUSTID
               PERFORM READ-INQ-CUSTOMER
               IF WS-CUST-FOUND = 'N' THEN
                   DISPLAY "Customer does not exist."
               ELSE
                   DISPLAY "Role (P-Primary/J-Joint/S-Signer/"
                       "B-Beneficiary): "
                   ACCEPT WS-INQ-ROLE
                   INSPECT WS-INQ-ROLE CONVERTING 'pjsb' TO 'PJSB'
                   IF WS-INQ-ROLE NOT = 'P' AND WS-INQ-ROLE NOT = 'J'
                       AND WS-INQ-ROLE NOT = 'S'
                       AND WS-INQ-ROLE NOT = 'B' THEN
                       DISPLAY "Invalid role."
                   ELSE IF WS-INQ-ROLE = 'P'
                       AND WS-INQ-CUSTID NOT = WS-PRIMARY-CUSTID THEN
                       DISPLAY "Only the account holder of record can "
                           "be the primary owner."
                   ELSE IF WS-INQ-ROLE NOT = 'P'
                       AND WS-INQ-CUSTID = WS-PRIMARY-CUSTID THEN
                       DISPLAY "The account holder of record must "
                           "remain the primary owner."
                   ELSE
                       PERFORM STORE-ACCOUNT-ROLE
                   END-IF
               END-IF
           END-IF.


       STORE-ACCOUNT-ROLE.
           OPEN I-O FD-ACCTREL
           IF WS-REL-STATUS = 35 THEN
               OPEN OUTPUT FD-ACCTREL
               CLOSE FD-ACCTREL
               OPEN I-O FD-ACCTREL
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY

           MOVE WS-INQ-ACCNUM TO R-ACCNUM
           MOVE WS-PRIMARY-CUSTID TO R-CUSTID
           MOVE 'P' TO R-ROLE
           MOVE WS-TODAY(1:8) TO R-ADDED-DATE
           MOVE WS-PRIMARY-CUSTID TO WS-LOG-CUSTID
           MOVE 'P' TO WS-NEW-ROLE
           WRITE F-RELATION
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO WS-OLD-ROLE
                   PERFORM LOG-ROLE-CHANGE
           END-WRITE

           MOVE WS-INQ-ACCNUM TO R-ACCNUM
           MOVE WS-INQ-CUSTID TO R-CUSTID
           MOVE SPACES TO WS-OLD-ROLE
           READ FD-ACCTREL
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE R-ROLE TO WS-OLD-ROLE
           END-READ

           MOVE WS-INQ-ACCNUM TO R-ACCNUM
           MOVE WS-INQ-CUSTID TO R-CUSTID
           MOVE WS-INQ-ROLE TO R-ROLE
           MOVE WS-TODAY(1:8) TO R-ADDED-DATE
           MOVE WS-INQ-CUSTID TO WS-LOG-CUSTID
           MOVE WS-INQ-ROLE TO WS-NEW-ROLE
           WRITE F-RELATION
               INVALID KEY
                   REWRITE F-RELATION
                       INVALID KEY DISPLAY 'Invalid Key'
                       NOT INVALID KEY
                           DISPLAY "Role changed."
                           PERFORM LOG-ROLE-CHANGE
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "Role added."
                   PERFORM LOG-ROLE-CHANGE
           END-WRITE
           CLOSE FD-ACCTREL.


       REMOVE-ACCOUNT-ROLE.
           DISPLAY "Account No.: "
           ACCEPT WS-INQ-ACCNUM
           DISPLAY "Customer ID: "
           ACCEPT WS-INQ-CUSTID

           OPEN I-O FD-ACCTREL
           IF WS-REL-STATUS NOT = 00 THEN
               DISPLAY "No relationship file found."
           ELSE
               MOVE WS-INQ-ACCNUM TO R-ACCNUM
               MOVE WS-INQ-CUSTID TO R-CUSTID
               READ FD-ACCTREL
                   INVALID KEY
                       DISPLAY "Customer holds no role on this account."
                   NOT INVALID KEY
                       IF R-ROLE = 'P' THEN
                           DISPLAY "The primary owner cannot be "
                               "removed."
                       ELSE
                           MOVE R-ROLE TO WS-OLD-ROLE
                           MOVE WS-INQ-CUSTID TO WS-LOG-CUSTID
                           MOVE SPACES TO WS-NEW-ROLE
                           DELETE FD-ACCTREL RECORD
                               INVALID KEY DISPLAY 'Invalid Key'
                               NOT INVALID KEY
                                   DISPLAY "Role removed."
                                   PERFORM LOG-ROLE-CHANGE
                           END-DELETE
                       END-IF
               END-READ
               CLOSE FD-ACCTREL
           END-IF.


       REGISTER-CUSTOMER.
           DISPLAY "New Customer ID: "
           ACCEPT WS-INQ-CUSTID
                   INVALID KEY DISPLAY 'Invalid Key'
                   NOT INVALID KEY
                       DISPLAY "Customer registered successfully."
                       PERFORM LOG-NEW-CUSTOMER
               END-WRITE
           END-IF

           CLOSE FD-CUSTMAST.


       LOG-ROLE-CHANGE.
           IF WS-NEW-ROLE NOT = WS-OLD-ROLE THEN
               MOVE "acctrel.dat" TO WS-CHG-FILE
               MOVE SPACES TO WS-CHG-KEY
               STRING WS-INQ-ACCNUM "/" WS-LOG-CUSTID DELIMITED BY SIZE
                   INTO WS-CHG-KEY
               MOVE "R-ROLE" TO WS-CHG-FIELD
               MOVE WS-OLD-ROLE TO WS-CHG-OLD
               MOVE WS-NEW-ROLE TO WS-CHG-NEW
               PERFORM WRITE-CHANGE-LOG
           END-IF.


       LOG-NEW-CUSTOMER.
           MOVE "custmast.dat" TO WS-CHG-FILE
           MOVE C-CUSTID TO WS-CHG-KEY
           MOVE SPACES TO WS-CHG-OLD

           MOVE "C-FIRST-NAME" TO WS-CHG-FIELD
           MOVE C-FIRST-NAME TO WS-CHG-NEW
           PERFORM WRITE-CHANGE-LOG

           MOVE "C-LAST-NAME" TO WS-CHG-FIELD
           MOVE C-LAST-NAME TO WS-CHG-NEW
           PERFORM WRITE-CHANGE-LOG

           MOVE "C-ADDRESS" TO WS-CHG-FIELD
           MOVE C-ADDRESS TO WS-CHG-NEW
           PERFORM WRITE-CHANGE-LOG

           MOVE "C-PHONE" TO WS-CHG-FIELD
           MOVE C-PHONE TO WS-CHG-NEW
           PERFORM WRITE-CHANGE-LOG.


       WRITE-CHANGE-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-CHG-DATE

           OPEN I-O FD-CHGLOG
           IF WS-CHGLOG-STATUS = 35 THEN
               OPEN OUTPUT FD-CHGLOG
           END-IF

           MOVE WS-CHG-DATE(1:16) TO CL-TIMESTAMP
           MOVE WS-CHG-FILE TO CL-FILE
           MOVE WS-CHG-KEY TO CL-REC-KEY
           MOVE WS-CHG-FIELD TO CL-FIELD
           MOVE WS-CHG-OLD TO CL-OLD-VALUE
           MOVE WS-CHG-NEW TO CL-NEW-VALUE
           MOVE WS-TELLER-ID TO CL-OPERATOR
           MOVE 'CUSTINQ' TO CL-PROGRAM
           MOVE 0 TO CL-SEQ
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-WRITTEN
           PERFORM UNTIL WS-WRITTEN = 'Y'
                   OR WS-RETRY-COUNT > 9999
               WRITE CL-CHANGE-REC
                   INVALID KEY
                       ADD 1 TO CL-SEQ
                       ADD 1 TO WS-RETRY-COUNT
                   NOT INVALID KEY MOVE 'Y' TO WS-WRITTEN
               END-WRITE
           END-PERFORM
           IF WS-WRITTEN NOT = 'Y' THEN
               DISPLAY 'Unable to log change'
           END-IF

           CLOSE FD-CHGLOG.
