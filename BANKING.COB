           RECORD KEY IS T-TELLERID
           FILE STATUS IS WS-TELLER-STATUS.

           SELECT FD-ACCTREL ASSIGN TO 'C:\Cobol\BANK\acctrel.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS R-KEY
           FILE STATUS IS WS-REL-STATUS.

           SELECT FD-DRAWER ASSIGN TO 'C:\Cobol\BANK\drawer.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS DW-KEY
           FILE STATUS IS WS-DRAWER-STATUS.

           SELECT FD-CLOSED ASSIGN TO 'C:\Cobol\BANK\closacct.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CA-ACCNUM
           FILE STATUS IS WS-CLOSED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FD-RECORD.
       FD FD-TELLER.
       COPY TELLMAST.

       FD FD-ACCTREL.
       COPY RELREC.

       FD FD-DRAWER.
       COPY DRAWREC.

       FD FD-CLOSED.
       COPY CLOSACCT.

       WORKING-STORAGE SECTION.

       01 WS-FILESTATUS PIC XX.
       01 WS-AUDIT-DATE PIC X(21).
       01 WS-MAX-FAILURES PIC 9(2) VALUE 3.
       01 WS-CREATE-CUSTID PIC 9(8).
       01 WS-REL-STATUS PIC XX.
       01 WS-REL-EOF PIC X.
       01 WS-REL-DONE PIC X.
       01 WS-REL-ACCNUM PIC 9(10).
       01 WS-REL-CUSTID PIC 9(8).
       01 WS-REL-ROLE PIC X(1).
       01 WS-CLOSED-STATUS PIC XX.
       01 WS-DRAWER-STATUS PIC XX.
       01 WS-DRAWER-OK PIC X.
       01 WS-DRAWER-DATE PIC 9(8).
       01 WS-DRAWER-POSITION PIC S9(9)V99.
       01 WS-DRAWER-MOVE PIC X.
       01 WS-DRAWER-AMOUNT PIC 9(7)V99.
       01 WS-PARM-STATUS PIC XX.
       01 WS-PARM-EOF PIC X.
       01 WS-PARM-NAME PIC X(12).
           WRITE F-ACCOUNT

           MOVE F-ACCNUM TO WS-AUD-ACCNUM
           MOVE F-ACCNUM TO WS-REL-ACCNUM
           MOVE 'AC' TO WS-AUD-EVENT
           PERFORM WRITE-AUDIT-PARA

           DISPLAY "Account created successfully."
           CLOSE FD-RECORD

           MOVE WS-CREATE-CUSTID TO WS-REL-CUSTID
           MOVE 'P' TO WS-REL-ROLE
           PERFORM WRITE-RELATION-PARA

           MOVE 'N' TO WS-REL-DONE
           PERFORM ADD-OTHER-OWNERS UNTIL WS-REL-DONE = 'Y'
           GO TO MAIN-MENU.


       ADD-OTHER-OWNERS.
           DISPLAY "Additional owner Customer ID (0 if none): "
           ACCEPT WS-REL-CUSTID

           IF WS-REL-CUSTID = 0 THEN
               MOVE 'Y' TO WS-REL-DONE
           ELSE
               MOVE 0 TO WS-FLAG
               OPEN INPUT FD-CUSTMAST
               IF WS-FILESTATUS = 00 THEN
                   MOVE WS-REL-CUSTID TO C-CUSTID
                   READ FD-CUSTMAST
                       INVALID KEY MOVE 0 TO WS-FLAG
                       NOT INVALID KEY MOVE 1 TO WS-FLAG
                   END-READ
                   CLOSE FD-CUSTMAST
               END-IF

               IF WS-FLAG = 0 THEN
                   DISPLAY "Customer not found."
               ELSE
                   DISPLAY "Role (J-Joint/S-Signer/B-Beneficiary): "
                   ACCEPT WS-REL-ROLE
                   INSPECT WS-REL-ROLE CONVERTING 'jsb' TO 'JSB'
                   IF WS-REL-ROLE = 'J' OR WS-REL-ROLE = 'S'
                       OR WS-REL-ROLE = 'B' THEN
                       PERFORM WRITE-RELATION-PARA
                   ELSE
                       DISPLAY "Invalid role."
                   END-IF
               END-IF
           END-IF.


       WRITE-RELATION-PARA.
           OPEN I-O FD-ACCTREL
           IF WS-REL-STATUS = 35 THEN
               OPEN OUTPUT FD-ACCTREL
               CLOSE FD-ACCTREL
               OPEN I-O FD-ACCTREL
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-REL-ACCNUM TO R-ACCNUM
           MOVE WS-REL-CUSTID TO R-CUSTID
           MOVE WS-REL-ROLE TO R-ROLE
           MOVE WS-CURRENT-DATE(1:8) TO R-ADDED-DATE
           WRITE F-RELATION
               INVALID KEY
                   DISPLAY "Customer already holds a role on this "
                       "account."
               NOT INVALID KEY
                   IF WS-REL-ROLE NOT = 'P' THEN
                       DISPLAY "Owner added."
                   END-IF
           END-WRITE
           CLOSE FD-ACCTREL.


       REMOVE-ACCOUNT-RELATIONS.
           MOVE 'N' TO WS-REL-EOF
           OPEN I-O FD-ACCTREL
           IF WS-REL-STATUS = 00 THEN
               MOVE WS-ACCNUM TO R-ACCNUM
               MOVE 0 TO R-CUSTID
               START FD-ACCTREL KEY IS NOT LESS THAN R-KEY
                   INVALID KEY MOVE 'Y' TO WS-REL-EOF
               END-START
               PERFORM UNTIL WS-REL-EOF = 'Y'
                   READ FD-ACCTREL NEXT RECORD
                       AT END MOVE 'Y' TO WS-REL-EOF
                       NOT AT END
                           IF R-ACCNUM NOT = WS-ACCNUM THEN
                               MOVE 'Y' TO WS-REL-EOF
                           ELSE
                               DELETE FD-ACCTREL RECORD
                                   INVALID KEY CONTINUE
                               END-DELETE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-ACCTREL
           END-IF.


       WRITE-CLOSED-OWNER.
           OPEN I-O FD-CLOSED
           IF WS-CLOSED-STATUS = 35 THEN
               OPEN OUTPUT FD-CLOSED
               CLOSE FD-CLOSED
               OPEN I-O FD-CLOSED
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-ACCNUM TO CA-ACCNUM
           MOVE WS-CUSTID TO CA-CUSTID
           MOVE WS-CURRENT-DATE(1:8) TO CA-CLOSED-DATE
           MOVE WS-TELLER-ID TO CA-TELLER
           WRITE F-CLOSED-ACCT
               INVALID KEY
                   REWRITE F-CLOSED-ACCT
                       INVALID KEY
                           DISPLAY "Unable to record closed account "
                               "owner."
                   END-REWRITE
           END-WRITE
           CLOSE FD-CLOSED.


       LOGIN-MENU.
           DISPLAY "=== LOGIN MENU ============="
           DISPLAY "Account No.: "
               GO TO ACCOUNT-MENU
           END-IF

           PERFORM CHECK-CASH-DRAWER
           IF WS-DRAWER-OK NOT = 'Y' THEN
               DISPLAY "No open cash drawer for this teller today."
               DISPLAY "Ask the supervisor to open your drawer."
               GO TO ACCOUNT-MENU
           END-IF

           DISPLAY "=== DEPOSIT =========="
           DISPLAY "Amount to deposit: "
           ACCEPT WS-DEPOSIT
               GO TO ACCOUNT-MENU
           END-IF

           PERFORM CHECK-CASH-DRAWER
           IF WS-DRAWER-OK NOT = 'Y' THEN
               DISPLAY "Cash drawer is no longer open. Deposit not "
                   "posted."
               GO TO ACCOUNT-MENU
           END-IF

           COMPUTE WS-BALANCE = WS-BALANCE + WS-DEPOSIT
           PERFORM NOTE-OVERDRAWN-DATE

               MOVE WS-DEPOSIT TO WS-JRN-AMOUNT
               PERFORM WRITE-JOURNAL-PARA

               MOVE 'I' TO WS-DRAWER-MOVE
               MOVE WS-DEPOSIT TO WS-DRAWER-AMOUNT
               PERFORM MOVE-CASH-DRAWER

               DISPLAY "Amount added successfully."
           ELSE
               DISPLAY "Deposit failed; balance was not updated."
               GO TO ACCOUNT-MENU
           END-IF

           PERFORM CHECK-CASH-DRAWER
           IF WS-DRAWER-OK NOT = 'Y' THEN
               DISPLAY "No open cash drawer for this teller today."
               DISPLAY "Ask the supervisor to open your drawer."
               GO TO ACCOUNT-MENU
           END-IF

           DISPLAY "=== WITHDRAW =========="
           DISPLAY "Amount to withdraw: "
           ACCEPT WS-WITHDRAW
               GO TO ACCOUNT-MENU
           END-IF

           PERFORM CHECK-CASH-DRAWER
           IF WS-DRAWER-OK NOT = 'Y' THEN
               DISPLAY "Cash drawer is no longer open. Withdrawal not "
                   "posted."
               GO TO ACCOUNT-MENU
           END-IF

           IF WS-WITHDRAW > WS-DRAWER-POSITION THEN
               DISPLAY "Not enough cash in the drawer. Buy cash from"
               DISPLAY "the vault before paying out."
               GO TO ACCOUNT-MENU
           END-IF

           COMPUTE WS-BALANCE = WS-BALANCE - WS-WITHDRAW
           PERFORM NOTE-OVERDRAWN-DATE

               MOVE WS-WITHDRAW TO WS-JRN-AMOUNT
               PERFORM WRITE-JOURNAL-PARA

               MOVE 'O' TO WS-DRAWER-MOVE
               MOVE WS-WITHDRAW TO WS-DRAWER-AMOUNT
               PERFORM MOVE-CASH-DRAWER

               DISPLAY "Amount withdrawn successfully."
           ELSE
               DISPLAY "Withdrawal failed; balance was not updated."
                   MOVE WS-ACCNUM TO WS-AUD-ACCNUM
                   MOVE 'CL' TO WS-AUD-EVENT
                   PERFORM WRITE-AUDIT-PARA
                   PERFORM WRITE-CLOSED-OWNER
                   PERFORM REMOVE-ACCOUNT-RELATIONS
                   DISPLAY 'Account closed successfully.'
           END-DELETE

           END-IF.


       CHECK-CASH-DRAWER.
           MOVE 'N' TO WS-DRAWER-OK
           MOVE 0 TO WS-DRAWER-POSITION
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-DRAWER-DATE

           OPEN INPUT FD-DRAWER
           IF WS-DRAWER-STATUS = 00 THEN
               MOVE WS-DRAWER-DATE TO DW-DATE
               MOVE WS-TELLER-ID TO DW-TELLER
               READ FD-DRAWER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF DW-STATUS = 'O' THEN
                           MOVE 'Y' TO WS-DRAWER-OK
                           COMPUTE WS-DRAWER-POSITION = DW-OPENING
                               + DW-BOUGHT - DW-SOLD
                               + DW-CASH-IN - DW-CASH-OUT
                       END-IF
               END-READ
               CLOSE FD-DRAWER
           END-IF.


       MOVE-CASH-DRAWER.
           OPEN I-O FD-DRAWER
           IF WS-DRAWER-STATUS NOT = 00 THEN
               DISPLAY "Cash drawer file missing; drawer not updated."
           ELSE
               MOVE WS-DRAWER-DATE TO DW-DATE
               MOVE WS-TELLER-ID TO DW-TELLER
               READ FD-DRAWER
                   INVALID KEY
                       DISPLAY "Cash drawer not found; not updated."
                   NOT INVALID KEY
                       IF DW-STATUS NOT = 'O' THEN
                           DISPLAY "Cash drawer is not open; not "
                               "updated."
                       ELSE
                           PERFORM ADD-DRAWER-MOVEMENT
                           REWRITE F-DRAWER
                               INVALID KEY DISPLAY 'Invalid Key'
                           END-REWRITE
                       END-IF
               END-READ
               CLOSE FD-DRAWER
           END-IF.


       ADD-DRAWER-MOVEMENT.
           IF WS-DRAWER-MOVE = 'I' THEN
               ADD WS-DRAWER-AMOUNT TO DW-CASH-IN
               ADD 1 TO DW-IN-COUNT
           ELSE
               ADD WS-DRAWER-AMOUNT TO DW-CASH-OUT
               ADD 1 TO DW-OUT-COUNT
           END-IF.


       NOTE-OVERDRAWN-DATE.
           IF WS-BALANCE < 0 THEN
               IF WS-OD-START-DATE = 0 THEN
