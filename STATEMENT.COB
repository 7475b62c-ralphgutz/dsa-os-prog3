           RECORD KEY IS FJ-KEY
           FILE STATUS IS WS-FILESTATUS.

           SELECT FD-ACCTREL ASSIGN TO 'C:\Cobol\BANK\acctrel.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS R-KEY
           FILE STATUS IS WS-REL-STATUS.

           SELECT FD-CUSTMAST ASSIGN TO 'C:\Cobol\BANK\custmast.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS C-CUSTID
           FILE STATUS IS WS-CUST-STATUS.

           SELECT FD-RUNCTL ASSIGN TO 'C:\Cobol\BANK\runctl.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
       FD FD-JOURNAL.
       COPY JRNTRANS.

       FD FD-ACCTREL.
       COPY RELREC.

       FD FD-CUSTMAST.
       COPY CUSTMAST.

       FD FD-RUNCTL.
       COPY RUNCTL.

       01 WS-TYPE-DESC PIC X(12).
       01 WS-TYPE-SIGN PIC X.
       01 WS-REV-MARK PIC X(11).
       01 WS-CARD-REF PIC 9(16).
       01 WS-CARD-CASH-TOTAL PIC 9(9)V99.
       01 WS-CARD-PURCH-TOTAL PIC 9(9)V99.
       01 WS-CARD-TOTAL-DISPLAY PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-REL-STATUS PIC XX.
       01 WS-CUST-STATUS PIC XX.
       01 WS-REL-OPEN PIC X VALUE 'N'.
       01 WS-CUST-OPEN PIC X VALUE 'N'.
       01 WS-REL-EOF PIC X.
       01 WS-OWNER-COUNT PIC 9(3).
       01 WS-OWNER-ROLE PIC X(1).
       01 WS-ROLE-DESC PIC X(11).
       01 WS-OWNER-NAME PIC X(41).
       01 WS-OWNER-FOUND PIC X.

       PROCEDURE DIVISION.
       STATEMENT-MAIN.
           OPEN INPUT FD-JOURNAL
           OPEN OUTPUT FD-STATEMENT

           OPEN INPUT FD-ACCTREL
           IF WS-REL-STATUS = 00 THEN
               MOVE 'Y' TO WS-REL-OPEN
           END-IF
           OPEN INPUT FD-CUSTMAST
           IF WS-CUST-STATUS = 00 THEN
               MOVE 'Y' TO WS-CUST-OPEN
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FD-RECORD NEXT RECORD
           CLOSE FD-RECORD
           CLOSE FD-JOURNAL
           CLOSE FD-STATEMENT
           IF WS-REL-OPEN = 'Y' THEN
               CLOSE FD-ACCTREL
           END-IF
           IF WS-CUST-OPEN = 'Y' THEN
               CLOSE FD-CUSTMAST
           END-IF

           PERFORM WRITE-PERIOD-END
           PERFORM RUNCTL-COMPLETE

           MOVE SPACES TO FS-LINE
           STRING "Account: " F-ACCNUM
               DELIMITED BY SIZE
               INTO FS-LINE
           WRITE FS-LINE
           PERFORM LIST-ACCOUNT-OWNERS

           MOVE SPACES TO FS-LINE
           STRING "Closing Balance: " WS-BALANCE-DISPLAY
           STRING "--- Transactions ---" DELIMITED BY SIZE
               INTO FS-LINE
           WRITE FS-LINE
           MOVE 0 TO WS-CARD-CASH-TOTAL
           MOVE 0 TO WS-CARD-PURCH-TOTAL
           PERFORM LIST-JOURNAL-FOR-ACCOUNT
           IF WS-CARD-CASH-TOTAL > 0 OR WS-CARD-PURCH-TOTAL > 0 THEN
               PERFORM WRITE-CARD-SUMMARY
           END-IF

           MOVE SPACES TO FS-LINE
           WRITE FS-LINE.


       WRITE-CARD-SUMMARY.
           MOVE SPACES TO FS-LINE
           STRING "--- Card activity ---" DELIMITED BY SIZE
               INTO FS-LINE
           WRITE FS-LINE

           MOVE WS-CARD-CASH-TOTAL TO WS-CARD-TOTAL-DISPLAY
           MOVE SPACES TO FS-LINE
           STRING "  Cash withdrawals : " WS-CARD-TOTAL-DISPLAY
               DELIMITED BY SIZE
               INTO FS-LINE
           WRITE FS-LINE

           MOVE WS-CARD-PURCH-TOTAL TO WS-CARD-TOTAL-DISPLAY
           MOVE SPACES TO FS-LINE
           STRING "  Purchases        : " WS-CARD-TOTAL-DISPLAY
               DELIMITED BY SIZE
               INTO FS-LINE
           WRITE FS-LINE.


       LIST-ACCOUNT-OWNERS.
           MOVE 0 TO WS-OWNER-COUNT
           IF WS-REL-OPEN = 'Y' THEN
               MOVE 'N' TO WS-REL-EOF
               MOVE WS-STATEMENT-ACCNUM TO R-ACCNUM
               MOVE 0 TO R-CUSTID
               START FD-ACCTREL KEY IS NOT LESS THAN R-KEY
                   INVALID KEY MOVE 'Y' TO WS-REL-EOF
               END-START
               PERFORM UNTIL WS-REL-EOF = 'Y'
                   READ FD-ACCTREL NEXT RECORD
                       AT END MOVE 'Y' TO WS-REL-EOF
                       NOT AT END
                           IF R-ACCNUM NOT = WS-STATEMENT-ACCNUM THEN
                               MOVE 'Y' TO WS-REL-EOF
                           ELSE
                               ADD 1 TO WS-OWNER-COUNT
                               MOVE R-ROLE TO WS-OWNER-ROLE
                               MOVE R-CUSTID TO C-CUSTID
                               PERFORM WRITE-OWNER-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           IF WS-OWNER-COUNT = 0 THEN
               MOVE 'P' TO WS-OWNER-ROLE
               MOVE F-CUSTID TO C-CUSTID
               PERFORM WRITE-OWNER-LINE
           END-IF.


       WRITE-OWNER-LINE.
           PERFORM DESCRIBE-OWNER-ROLE

           MOVE 'N' TO WS-OWNER-FOUND
           IF WS-CUST-OPEN = 'Y' THEN
               READ FD-CUSTMAST
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-OWNER-FOUND
               END-READ
           END-IF

           MOVE SPACES TO WS-OWNER-NAME
           IF WS-OWNER-FOUND = 'Y' THEN
               STRING C-FIRST-NAME DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   C-LAST-NAME DELIMITED BY "  "
                   INTO WS-OWNER-NAME
           ELSE IF WS-OWNER-ROLE NOT = 'P' THEN
               STRING "CUSTOMER " C-CUSTID DELIMITED BY SIZE
                   INTO WS-OWNER-NAME
           ELSE
               STRING F-FNAME DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   F-LNAME DELIMITED BY "  "
                   INTO WS-OWNER-NAME
           END-IF
           END-IF

           MOVE SPACES TO FS-LINE
           STRING "  " WS-ROLE-DESC "  " WS-OWNER-NAME
               DELIMITED BY SIZE
               INTO FS-LINE
           WRITE FS-LINE.


       DESCRIBE-OWNER-ROLE.
           IF WS-OWNER-ROLE = 'P' THEN
               MOVE "PRIMARY" TO WS-ROLE-DESC
           ELSE IF WS-OWNER-ROLE = 'J' THEN
               MOVE "JOINT" TO WS-ROLE-DESC
           ELSE IF WS-OWNER-ROLE = 'S' THEN
               MOVE "SIGNER" TO WS-ROLE-DESC
           ELSE IF WS-OWNER-ROLE = 'B' THEN
               MOVE "BENEFICIARY" TO WS-ROLE-DESC
           ELSE
               MOVE "OWNER" TO WS-ROLE-DESC
           END-IF.


       LIST-JOURNAL-FOR-ACCOUNT.
           MOVE WS-STATEMENT-ACCNUM TO FJ-ACCNUM
           MOVE WS-PERIOD-FROM-TS TO FJ-TIMESTAMP
               MOVE SPACES TO WS-REV-MARK
           END-IF

           IF FJ-STATUS NOT = 'R' THEN
               IF FJ-TYPE = 'AW' THEN
                   ADD FJ-AMOUNT TO WS-CARD-CASH-TOTAL
               ELSE IF FJ-TYPE = 'CP' THEN
                   ADD FJ-AMOUNT TO WS-CARD-PURCH-TOTAL
               END-IF
               END-IF
           END-IF

           MOVE FJ-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO FS-LINE
           IF FJ-TYPE = 'AW' OR FJ-TYPE = 'CP' THEN
               MOVE FJ-REFNUM TO WS-CARD-REF
               STRING "  " FJ-TIMESTAMP
                   "  " WS-TYPE-DESC
                   "  " WS-TYPE-SIGN WS-AMOUNT-DISPLAY
                   "  CARD ****" WS-CARD-REF(13:4)
                   WS-REV-MARK
                   DELIMITED BY SIZE
                   INTO FS-LINE
           ELSE IF FJ-REFNUM = 0 THEN
               STRING "  " FJ-TIMESTAMP
                   "  " WS-TYPE-DESC
                   "  " WS-TYPE-SIGN WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE
                   INTO FS-LINE
           END-IF
           END-IF
           WRITE FS-LINE.


           ELSE IF FJ-TYPE = 'RR' THEN
               MOVE "REVERSAL-CR" TO WS-TYPE-DESC
               MOVE '+' TO WS-TYPE-SIGN
           ELSE IF FJ-TYPE = 'LD' THEN
               MOVE "LOAN-ADVANCE" TO WS-TYPE-DESC
               MOVE '+' TO WS-TYPE-SIGN
           ELSE IF FJ-TYPE = 'LP' THEN
               MOVE "LOAN-PRIN" TO WS-TYPE-DESC
               MOVE '-' TO WS-TYPE-SIGN
           ELSE IF FJ-TYPE = 'LI' THEN
               MOVE "LOAN-INT" TO WS-TYPE-DESC
               MOVE '-' TO WS-TYPE-SIGN
           ELSE IF FJ-TYPE = 'AW' THEN
               MOVE "CARD-CASH" TO WS-TYPE-DESC
               MOVE '-' TO WS-TYPE-SIGN
           ELSE IF FJ-TYPE = 'CP' THEN
               MOVE "CARD-PURCH" TO WS-TYPE-DESC
               MOVE '-' TO WS-TYPE-SIGN
           ELSE
               MOVE "UNKNOWN" TO WS-TYPE-DESC
               MOVE ' ' TO WS-TYPE-SIGN
