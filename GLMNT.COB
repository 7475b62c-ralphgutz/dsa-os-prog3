       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-ACCOUNT-MAINT.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-GLMAST ASSIGN TO 'C:\Cobol\BANK\glmast.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS G-GLACCT
           FILE STATUS IS WS-GL-STATUS.

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
       FD FD-GLMAST.
       COPY GLMAST.

       FD FD-CHGLOG.
       COPY CHGLOG.

       FD FD-TELLER.
       COPY TELLMAST.

       WORKING-STORAGE SECTION.

       01 WS-GL-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-DONE PIC X VALUE 'N'.
       01 WS-FLAG PIC 9.
       01 WS-OPERATION PIC 9.
       01 WS-CURRENT-DATE PIC X(21).
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-ENTRY-GLACCT PIC 9(7).
       01 WS-ENTRY-DESC PIC X(30).
       01 WS-ENTRY-TYPE PIC X(1).
       01 WS-ENTRY-AMOUNT PIC 9(11)V99.
       01 WS-ENTRY-SIDE PIC X(1).
       01 WS-TYPE-DESC PIC X(9).
       01 WS-BALANCE-DISP PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-OLD-DESC PIC X(30).
       01 WS-OLD-TYPE PIC X(1).
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
       GL-ACCOUNT-MAINT-MAIN.
           DISPLAY "=== GENERAL LEDGER ACCOUNT MAINTENANCE ===========".


       SUPERVISOR-SIGNON.
           DISPLAY "Supervisor ID: "
           ACCEPT WS-TELLER-ID
           DISPLAY "Supervisor Passcode: "
           ACCEPT WS-TELLER-PASS-TEMP

           OPEN INPUT FD-TELLER
           IF WS-TELLER-STATUS NOT = 00 THEN
               DISPLAY "No teller file found. Ask the supervisor to"
               DISPLAY "register tellers before maintaining the ledger."
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
               GO TO SUPERVISOR-SIGNON
           END-IF

           IF T-STATUS NOT = 'A'
                   OR T-AUTH-LEVEL NOT = 'S'
                   OR T-PASSCODE NOT = WS-TELLER-PASS-TEMP THEN
               DISPLAY "Supervisor authorization refused."
               CLOSE FD-TELLER
               GO TO SUPERVISOR-SIGNON
           END-IF

           MOVE T-NAME TO WS-TELLER-NAME
           CLOSE FD-TELLER
           DISPLAY "Signed on: " WS-TELLER-NAME.


       GL-ACCOUNT-MAINT-LOOP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE

           MOVE 'N' TO WS-DONE
           PERFORM HANDLE-ONE-REQUEST UNTIL WS-DONE = 'Y'

           STOP RUN.


       HANDLE-ONE-REQUEST.
           DISPLAY "1 - List GL accounts"
           DISPLAY "2 - Add a GL account"
           DISPLAY "3 - Change description or type"
           DISPLAY "4 - Exit"
           DISPLAY "> "
           ACCEPT WS-OPERATION

           IF WS-OPERATION = 1 THEN
               PERFORM LIST-GL-ACCOUNTS
           ELSE IF WS-OPERATION = 2 THEN
               PERFORM ADD-GL-ACCOUNT
           ELSE IF WS-OPERATION = 3 THEN
               PERFORM CHANGE-GL-ACCOUNT
           ELSE IF WS-OPERATION = 4 THEN
               MOVE 'Y' TO WS-DONE
           ELSE
               DISPLAY "Invalid input."
           END-IF.


       LIST-GL-ACCOUNTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT FD-GLMAST
           IF WS-GL-STATUS = 00 THEN
               DISPLAY "GL ACCT  DESCRIPTION                     TYPE"
                   "                BALANCE (DR+)"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FD-GLMAST NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM DESCRIBE-GL-TYPE
                           MOVE G-BALANCE TO WS-BALANCE-DISP
                           DISPLAY G-GLACCT "  " G-DESC
                               "  " WS-TYPE-DESC
                               "  " WS-BALANCE-DISP
                   END-READ
               END-PERFORM
               CLOSE FD-GLMAST
           ELSE
               DISPLAY "No GL account file found."
           END-IF.


       DESCRIBE-GL-TYPE.
           IF G-TYPE = 'A' THEN
               MOVE "ASSET" TO WS-TYPE-DESC
           ELSE IF G-TYPE = 'L' THEN
               MOVE "LIABILITY" TO WS-TYPE-DESC
           ELSE IF G-TYPE = 'Q' THEN
               MOVE "EQUITY" TO WS-TYPE-DESC
           ELSE IF G-TYPE = 'I' THEN
               MOVE "INCOME" TO WS-TYPE-DESC
           ELSE IF G-TYPE = 'E' THEN
               MOVE "EXPENSE" TO WS-TYPE-DESC
           ELSE
               MOVE "UNKNOWN" TO WS-TYPE-DESC
           END-IF.


       ACCEPT-GL-TYPE.
           DISPLAY "Type (A asset, L liability, Q equity, I income,"
               " E expense): "
           ACCEPT WS-ENTRY-TYPE
           INSPECT WS-ENTRY-TYPE CONVERTING 'alqie' TO 'ALQIE'.


       ADD-GL-ACCOUNT.
           DISPLAY "GL account number: "
           ACCEPT WS-ENTRY-GLACCT
           DISPLAY "Description: "
           ACCEPT WS-ENTRY-DESC
           PERFORM ACCEPT-GL-TYPE
           DISPLAY "Opening balance: "
           ACCEPT WS-ENTRY-AMOUNT
           DISPLAY "Opening balance side (D debit, C credit): "
           ACCEPT WS-ENTRY-SIDE
           INSPECT WS-ENTRY-SIDE CONVERTING 'dc' TO 'DC'

           IF WS-ENTRY-GLACCT = 0 THEN
               DISPLAY "GL account number must not be zero."
           ELSE IF WS-ENTRY-TYPE NOT = 'A' AND WS-ENTRY-TYPE NOT = 'L'
                   AND WS-ENTRY-TYPE NOT = 'Q'
                   AND WS-ENTRY-TYPE NOT = 'I'
                   AND WS-ENTRY-TYPE NOT = 'E' THEN
               DISPLAY "Invalid account type. No account added."
           ELSE IF WS-ENTRY-AMOUNT > 0 AND WS-ENTRY-SIDE NOT = 'D'
                   AND WS-ENTRY-SIDE NOT = 'C' THEN
               DISPLAY "Invalid balance side. No account added."
           ELSE
               OPEN I-O FD-GLMAST
               IF WS-GL-STATUS = 35 THEN
                   OPEN OUTPUT FD-GLMAST
                   CLOSE FD-GLMAST
                   OPEN I-O FD-GLMAST
               END-IF

               MOVE WS-ENTRY-GLACCT TO G-GLACCT
               MOVE WS-ENTRY-DESC TO G-DESC
               MOVE WS-ENTRY-TYPE TO G-TYPE
               IF WS-ENTRY-SIDE = 'C' THEN
                   COMPUTE G-BALANCE = 0 - WS-ENTRY-AMOUNT
               ELSE
                   MOVE WS-ENTRY-AMOUNT TO G-BALANCE
               END-IF
               MOVE WS-RUN-DATE TO G-OPEN-DATE
               MOVE 0 TO G-POST-DATE
               MOVE 0 TO G-DAY-DR
               MOVE 0 TO G-DAY-CR

               WRITE F-GLACCT
                   INVALID KEY
                       DISPLAY "GL account already exists."
                   NOT INVALID KEY
                       DISPLAY "GL account " G-GLACCT " added."
                       PERFORM LOG-NEW-GL-ACCOUNT
               END-WRITE

               CLOSE FD-GLMAST
           END-IF.


       CHANGE-GL-ACCOUNT.
           DISPLAY "GL account number: "
           ACCEPT WS-ENTRY-GLACCT

           MOVE 0 TO WS-FLAG
           OPEN I-O FD-GLMAST
           IF WS-GL-STATUS NOT = 00 THEN
               DISPLAY "No GL account file found."
           ELSE
               MOVE WS-ENTRY-GLACCT TO G-GLACCT
               READ FD-GLMAST
                   INVALID KEY DISPLAY "GL account does not exist."
                   NOT INVALID KEY MOVE 1 TO WS-FLAG
               END-READ

               IF WS-FLAG = 1 THEN
                   PERFORM DESCRIBE-GL-TYPE
                   DISPLAY "Description: " G-DESC
                   DISPLAY "Type       : " WS-TYPE-DESC
                   DISPLAY "New description (blank to keep): "
                   MOVE SPACES TO WS-ENTRY-DESC
                   ACCEPT WS-ENTRY-DESC
                   DISPLAY "New type (blank to keep)"
                   MOVE SPACE TO WS-ENTRY-TYPE
                   PERFORM ACCEPT-GL-TYPE
                   PERFORM UPDATE-GL-ACCOUNT
               END-IF

               CLOSE FD-GLMAST
           END-IF.


       UPDATE-GL-ACCOUNT.
           MOVE G-DESC TO WS-OLD-DESC
           MOVE G-TYPE TO WS-OLD-TYPE

           IF WS-ENTRY-DESC NOT = SPACES THEN
               MOVE WS-ENTRY-DESC TO G-DESC
           END-IF

           IF WS-ENTRY-TYPE = SPACE THEN
               CONTINUE
           ELSE IF WS-ENTRY-TYPE = 'A' OR WS-ENTRY-TYPE = 'L'
                   OR WS-ENTRY-TYPE = 'Q' OR WS-ENTRY-TYPE = 'I'
                   OR WS-ENTRY-TYPE = 'E' THEN
               MOVE WS-ENTRY-TYPE TO G-TYPE
           ELSE
               DISPLAY "Invalid account type. Type not changed."
           END-IF
           END-IF

           IF G-DESC = WS-OLD-DESC AND G-TYPE = WS-OLD-TYPE THEN
               DISPLAY "No change made."
           ELSE
               REWRITE F-GLACCT
                   INVALID KEY DISPLAY 'Invalid Key'
                   NOT INVALID KEY
                       DISPLAY "GL account updated."
                       PERFORM LOG-GL-CHANGES
               END-REWRITE
           END-IF.


       SET-GL-CHANGE-KEY.
           MOVE "glmast.dat" TO WS-CHG-FILE
           MOVE G-GLACCT TO WS-CHG-KEY.


       LOG-GL-CHANGES.
           PERFORM SET-GL-CHANGE-KEY

           IF G-DESC NOT = WS-OLD-DESC THEN
               MOVE "G-DESC" TO WS-CHG-FIELD
               MOVE WS-OLD-DESC TO WS-CHG-OLD
               MOVE G-DESC TO WS-CHG-NEW
               PERFORM WRITE-CHANGE-LOG
           END-IF

           IF G-TYPE NOT = WS-OLD-TYPE THEN
               MOVE "G-TYPE" TO WS-CHG-FIELD
               MOVE WS-OLD-TYPE TO WS-CHG-OLD
               MOVE G-TYPE TO WS-CHG-NEW
               PERFORM WRITE-CHANGE-LOG
           END-IF.


       LOG-NEW-GL-ACCOUNT.
           PERFORM SET-GL-CHANGE-KEY
           MOVE SPACES TO WS-CHG-OLD

           MOVE "G-DESC" TO WS-CHG-FIELD
           MOVE G-DESC TO WS-CHG-NEW
           PERFORM WRITE-CHANGE-LOG

           MOVE "G-TYPE" TO WS-CHG-FIELD
           MOVE G-TYPE TO WS-CHG-NEW
           PERFORM WRITE-CHANGE-LOG

           MOVE "G-BALANCE" TO WS-CHG-FIELD
           MOVE G-BALANCE TO WS-BALANCE-DISP
           MOVE WS-BALANCE-DISP TO WS-CHG-NEW
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
           MOVE 'GLMNT' TO CL-PROGRAM
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
