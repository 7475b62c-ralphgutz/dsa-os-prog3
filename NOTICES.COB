       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-NOTICE-BATCH.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-RECORD ASSIGN TO 'C:\Cobol\BANK\record.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS F-ACCNUM
           FILE STATUS IS WS-FILESTATUS.

           SELECT FD-CUSTMAST ASSIGN TO 'C:\Cobol\BANK\custmast.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS C-CUSTID
           FILE STATUS IS WS-CUST-STATUS.

           SELECT FD-NOTICE-HIST ASSIGN TO
               'C:\Cobol\BANK\notehist.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS NH-KEY
           FILE STATUS IS WS-HIST-STATUS.

           SELECT OPTIONAL FD-NOTICE-Q ASSIGN TO
               'C:\Cobol\BANK\noticeq.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUEUE-STATUS.

           SELECT FD-RUNCTL ASSIGN TO 'C:\Cobol\BANK\runctl.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS FR-KEY
           FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT FD-PARAMS ASSIGN TO 'C:\Cobol\BANK\params.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS P-KEY
           FILE STATUS IS WS-PARM-STATUS.

           SELECT OPTIONAL FD-LETTERS ASSIGN TO
               'C:\Cobol\BANK\letters.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FD-NOTICE-RPT ASSIGN TO
               'C:\Cobol\BANK\notice_report.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FD-RECORD.
       COPY ACCTREC.

       FD FD-CUSTMAST.
       COPY CUSTMAST.

       FD FD-NOTICE-HIST.
       COPY NOTEHIST.

       FD FD-NOTICE-Q.
       COPY NOTEVENT.

       FD FD-RUNCTL.
       COPY RUNCTL.

       FD FD-PARAMS.
       COPY PARMREC.

       FD FD-LETTERS.
       01 FL-LINE PIC X(80).

       FD FD-NOTICE-RPT.
       01 FR-LINE PIC X(100).

       WORKING-STORAGE SECTION.

       01 WS-FILESTATUS PIC XX.
       01 WS-CUST-STATUS PIC XX.
       01 WS-HIST-STATUS PIC XX.
       01 WS-QUEUE-STATUS PIC XX.
       01 WS-RUNCTL-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-FLAG PIC 9.
       01 WS-HIST-FLAG PIC 9.
       01 WS-CURRENT-DATE PIC X(21).
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-RUN-INT PIC 9(7).
       01 WS-DAYS-TO-MAT PIC S9(7).
       01 WS-RUNCTL-FLAG PIC 9.
       01 WS-RUN-REFUSED PIC X VALUE 'N'.
       01 WS-RESTARTED PIC X VALUE 'N'.
       01 WS-CUST-OK PIC X VALUE 'N'.
       01 WS-QUEUE-READ PIC X VALUE 'N'.
       01 WS-PHASE PIC X.

       01 WS-PARM-STATUS PIC XX.
       01 WS-PARM-EOF PIC X.
       01 WS-PARM-NAME PIC X(12).
       01 WS-PARM-TYPE PIC X(1).
       01 WS-PARM-VALUE PIC 9(7)V9(4).
       01 WS-PARM-FOUND PIC X.
       01 WS-PARM-BEST-DATE PIC 9(8).

       01 WS-NOTICE-DAYS PIC 9(3) VALUE 14.

       01 WS-ACCOUNT.
           05 WS-ACCNUM PIC 9(10).
           05 WS-NAME.
               10 WS-FNAME PIC X(10).
               10 WS-LNAME PIC X(10).
           05 WS-PASSCODE PIC 9(6).
           05 WS-BALANCE PIC S9(7)V99.
           05 WS-ACCT-TYPE PIC X(1).
           05 WS-MIN-BALANCE PIC 9(7)V99.
           05 WS-FAIL-COUNT PIC 9(2).
           05 WS-LOCKED PIC X(1).
           05 WS-ACCT-STATUS PIC X(1).
           05 WS-OPEN-DATE PIC 9(8).
           05 WS-CUSTID PIC 9(8).
           05 WS-TERM-MONTHS PIC 9(3).
           05 WS-MATURITY-DATE PIC 9(8).
           05 WS-CONTRACT-RATE PIC 9V9(4).
           05 WS-ROLLOVER PIC X(1).
           05 WS-SETTLE-ACCNUM PIC 9(10).
           05 WS-OD-LIMIT PIC 9(7)V99.
           05 WS-OD-START-DATE PIC 9(8).

       01 WS-EVENT.
           05 WE-TYPE PIC X(2).
           05 WE-ACCNUM PIC 9(10).
           05 WE-EVENT-DATE PIC 9(8).
           05 WE-REFNUM PIC 9(16).
           05 WE-AMOUNT PIC 9(7)V99.
           05 WE-DETAIL PIC X(30).

       01 WS-LETTER-OPEN PIC X VALUE 'N'.
       01 WS-LETTER-NO PIC 9(5) VALUE 0.
       01 WS-LTR-ACCNUM PIC 9(10).
       01 WS-LTR-TYPE PIC X(2).
       01 WS-LTR-EVENT-DATE PIC 9(8).
       01 WS-LTR-NAME PIC X(41).
       01 WS-LTR-ADDRESS PIC X(40).
       01 WS-LTR-STATUS PIC X.

       01 WS-LETTER-COUNT PIC 9(7) VALUE 0.
       01 WS-NOTICE-COUNT PIC 9(7) VALUE 0.
       01 WS-DUPLICATE-COUNT PIC 9(7) VALUE 0.
       01 WS-NO-ADDRESS-COUNT PIC 9(7) VALUE 0.
       01 WS-NO-ACCOUNT-COUNT PIC 9(7) VALUE 0.
       01 WS-QUEUED-COUNT PIC 9(7) VALUE 0.

       01 WS-DATE-IN.
           05 WS-DATE-IN-YY PIC 9(4).
           05 WS-DATE-IN-MM PIC 9(2).
           05 WS-DATE-IN-DD PIC 9(2).
       01 WS-DATE-IN-NUM REDEFINES WS-DATE-IN PIC 9(8).
       01 WS-DATE-TEXT PIC X(18).
       01 WS-MONTH-NAME-TABLE.
           05 FILLER PIC X(9) VALUE 'JANUARY'.
           05 FILLER PIC X(9) VALUE 'FEBRUARY'.
           05 FILLER PIC X(9) VALUE 'MARCH'.
           05 FILLER PIC X(9) VALUE 'APRIL'.
           05 FILLER PIC X(9) VALUE 'MAY'.
           05 FILLER PIC X(9) VALUE 'JUNE'.
           05 FILLER PIC X(9) VALUE 'JULY'.
           05 FILLER PIC X(9) VALUE 'AUGUST'.
           05 FILLER PIC X(9) VALUE 'SEPTEMBER'.
           05 FILLER PIC X(9) VALUE 'OCTOBER'.
           05 FILLER PIC X(9) VALUE 'NOVEMBER'.
           05 FILLER PIC X(9) VALUE 'DECEMBER'.
       01 WS-MONTH-NAMES REDEFINES WS-MONTH-NAME-TABLE.
           05 WS-MONTH-NAME PIC X(9) OCCURS 12 TIMES.

       01 WS-AMOUNT-DISP PIC Z,ZZZ,ZZ9.99.
       01 WS-BALANCE-DISP PIC -Z,ZZZ,ZZ9.99.
       01 WS-CHECKNO-DISP PIC 9(6).
       01 WS-REF-ACCNUM PIC 9(10).
       01 WS-STATUS-DESC PIC X(24).

       PROCEDURE DIVISION.
       NOTICE-MAIN.
           DISPLAY "=== CUSTOMER NOTICE RUN ==========="

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)

           PERFORM RUNCTL-START
           IF WS-RUN-REFUSED = 'Y' THEN
               DISPLAY "Notices already produced for " WS-RUN-DATE
               STOP RUN
           END-IF

           MOVE 'NOTICE-DAYS' TO WS-PARM-NAME
           MOVE '*' TO WS-PARM-TYPE
           PERFORM FETCH-PARAMETER
           IF WS-PARM-FOUND = 'Y' THEN
               MOVE WS-PARM-VALUE TO WS-NOTICE-DAYS
           END-IF

           OPEN INPUT FD-RECORD
           IF WS-FILESTATUS NOT = 00 THEN
               DISPLAY "No account file found. No notices produced."
               PERFORM RUNCTL-ABANDON
               STOP RUN
           END-IF

           OPEN INPUT FD-CUSTMAST
           IF WS-CUST-STATUS = 00 THEN
               MOVE 'Y' TO WS-CUST-OK
           END-IF

           OPEN I-O FD-NOTICE-HIST
           IF WS-HIST-STATUS = 35 THEN
               OPEN OUTPUT FD-NOTICE-HIST
               CLOSE FD-NOTICE-HIST
               OPEN I-O FD-NOTICE-HIST
           END-IF

           IF WS-RESTARTED = 'Y' THEN
               DISPLAY "Restarting notice run for " WS-RUN-DATE
               OPEN EXTEND FD-LETTERS
               OPEN EXTEND FD-NOTICE-RPT
           ELSE
               OPEN OUTPUT FD-LETTERS
               OPEN OUTPUT FD-NOTICE-RPT
           END-IF

           MOVE SPACES TO FR-LINE
           STRING "CUSTOMER NOTICE REGISTER FOR " WS-RUN-DATE
               "   ADVANCE MATURITY NOTICE DAYS " WS-NOTICE-DAYS
               DELIMITED BY SIZE
               INTO FR-LINE
           WRITE FR-LINE

           MOVE SPACES TO FR-LINE
           STRING "  LETTER  ACCOUNT     TYPE  EVENT DATE  REFERENCE"
               "              AMOUNT  STATUS"
               DELIMITED BY SIZE
               INTO FR-LINE
           WRITE FR-LINE

           MOVE 'Q' TO WS-PHASE
           PERFORM PROCESS-QUEUED-EVENTS
           IF WS-LETTER-OPEN = 'Y' THEN
               PERFORM FINISH-LETTER
           END-IF

           MOVE 'S' TO WS-PHASE
           PERFORM SCAN-ACCOUNT-EVENTS
           IF WS-LETTER-OPEN = 'Y' THEN
               PERFORM FINISH-LETTER
           END-IF

           PERFORM WRITE-NOTICE-SUMMARY

           CLOSE FD-RECORD
           IF WS-CUST-OK = 'Y' THEN
               CLOSE FD-CUSTMAST
           END-IF
           CLOSE FD-NOTICE-HIST
           CLOSE FD-LETTERS
           CLOSE FD-NOTICE-RPT

           IF WS-QUEUE-READ = 'Y' THEN
               OPEN OUTPUT FD-NOTICE-Q
               CLOSE FD-NOTICE-Q
           END-IF

           PERFORM RUNCTL-COMPLETE

           DISPLAY "Letters produced    : " WS-LETTER-COUNT
           DISPLAY "Notices recorded    : " WS-NOTICE-COUNT
           DISPLAY "Already sent before : " WS-DUPLICATE-COUNT
           DISPLAY "Held - no address   : " WS-NO-ADDRESS-COUNT
           DISPLAY "Letters written to letters.txt"
           DISPLAY "Register written to notice_report.txt".

           STOP RUN.


       PROCESS-QUEUED-EVENTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT FD-NOTICE-Q
           IF WS-QUEUE-STATUS = 00 THEN
               MOVE 'Y' TO WS-QUEUE-READ
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FD-NOTICE-Q INTO WS-EVENT
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-QUEUED-COUNT
                           PERFORM HANDLE-ONE-EVENT
                   END-READ
               END-PERFORM
               CLOSE FD-NOTICE-Q
           END-IF.


       SCAN-ACCOUNT-EVENTS.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO F-ACCNUM
           START FD-RECORD KEY IS NOT LESS THAN F-ACCNUM
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = 'Y'
               READ FD-RECORD NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM CHECK-ACCOUNT-EVENTS
               END-READ
           END-PERFORM.


       CHECK-ACCOUNT-EVENTS.
           IF F-OD-START-DATE NOT = 0 AND F-BALANCE < 0 THEN
               MOVE 'OD' TO WE-TYPE
               MOVE F-ACCNUM TO WE-ACCNUM
               MOVE F-OD-START-DATE TO WE-EVENT-DATE
               MOVE 0 TO WE-REFNUM
               MOVE F-BALANCE TO WE-AMOUNT
               MOVE "ACCOUNT OVERDRAWN" TO WE-DETAIL
               PERFORM HANDLE-ONE-EVENT
           END-IF

           IF F-ACCT-TYPE = 'T' AND F-ACCT-STATUS = 'A'
                   AND F-MATURITY-DATE > WS-RUN-DATE THEN
               COMPUTE WS-DAYS-TO-MAT =
                   FUNCTION INTEGER-OF-DATE(F-MATURITY-DATE)
                   - WS-RUN-INT
               IF WS-DAYS-TO-MAT NOT > WS-NOTICE-DAYS THEN
                   MOVE 'AM' TO WE-TYPE
                   MOVE F-ACCNUM TO WE-ACCNUM
                   MOVE F-MATURITY-DATE TO WE-EVENT-DATE
                   MOVE 0 TO WE-REFNUM
                   MOVE F-BALANCE TO WE-AMOUNT
                   MOVE "MATURITY APPROACHING" TO WE-DETAIL
                   PERFORM HANDLE-ONE-EVENT
               END-IF
           END-IF.


       HANDLE-ONE-EVENT.
           MOVE WE-ACCNUM TO NH-ACCNUM
           MOVE WE-TYPE TO NH-TYPE
           MOVE WE-EVENT-DATE TO NH-EVENT-DATE
           MOVE WE-REFNUM TO NH-REFNUM
           READ FD-NOTICE-HIST
               INVALID KEY MOVE 0 TO WS-HIST-FLAG
               NOT INVALID KEY MOVE 1 TO WS-HIST-FLAG
           END-READ

           IF WS-HIST-FLAG = 1 THEN
               ADD 1 TO WS-DUPLICATE-COUNT
           ELSE
               IF WS-LETTER-OPEN = 'Y' THEN
                   IF WE-ACCNUM NOT = WS-LTR-ACCNUM
                           OR WE-TYPE NOT = WS-LTR-TYPE
                           OR WE-EVENT-DATE NOT = WS-LTR-EVENT-DATE
                           THEN
                       PERFORM FINISH-LETTER
                   END-IF
               END-IF

               IF WS-LETTER-OPEN = 'N' THEN
                   PERFORM START-LETTER
               END-IF

               IF WS-LETTER-OPEN = 'Y' THEN
                   PERFORM WRITE-EVENT-LINES
                   PERFORM RECORD-NOTICE-HISTORY
                   IF WS-LTR-STATUS = 'U' THEN
                       MOVE "HELD - NO ADDRESS" TO WS-STATUS-DESC
                   ELSE
                       MOVE "SENT" TO WS-STATUS-DESC
                   END-IF
               ELSE
                   MOVE "NOT SENT - NO ACCOUNT" TO WS-STATUS-DESC
               END-IF
               PERFORM WRITE-REGISTER-LINE
           END-IF.


       START-LETTER.
           IF WS-PHASE = 'Q' THEN
               MOVE WE-ACCNUM TO F-ACCNUM
               READ FD-RECORD
                   KEY IS F-ACCNUM
                   INVALID KEY MOVE 0 TO WS-FLAG
                   NOT INVALID KEY MOVE 1 TO WS-FLAG
               END-READ
           ELSE
               MOVE 1 TO WS-FLAG
           END-IF

           IF WS-FLAG = 0 THEN
               ADD 1 TO WS-NO-ACCOUNT-COUNT
           ELSE
               MOVE F-ACCOUNT TO WS-ACCOUNT
               MOVE 'Y' TO WS-LETTER-OPEN
               ADD 1 TO WS-LETTER-NO
               MOVE WE-ACCNUM TO WS-LTR-ACCNUM
               MOVE WE-TYPE TO WS-LTR-TYPE
               MOVE WE-EVENT-DATE TO WS-LTR-EVENT-DATE
               PERFORM FIND-LETTER-ADDRESS
               PERFORM WRITE-LETTER-HEADING
               PERFORM WRITE-LETTER-OPENING
           END-IF.


       FIND-LETTER-ADDRESS.
           MOVE SPACES TO WS-LTR-NAME
           MOVE SPACES TO WS-LTR-ADDRESS
           MOVE 0 TO WS-FLAG
           IF WS-CUST-OK = 'Y' AND WS-CUSTID NOT = 0 THEN
               MOVE WS-CUSTID TO C-CUSTID
               READ FD-CUSTMAST
                   INVALID KEY MOVE 0 TO WS-FLAG
                   NOT INVALID KEY MOVE 1 TO WS-FLAG
               END-READ
           END-IF

           IF WS-FLAG = 1 THEN
               STRING C-FIRST-NAME DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   C-LAST-NAME DELIMITED BY "  "
                   INTO WS-LTR-NAME
               MOVE C-ADDRESS TO WS-LTR-ADDRESS
           ELSE
               STRING WS-FNAME DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   WS-LNAME DELIMITED BY "  "
                   INTO WS-LTR-NAME
           END-IF

           IF WS-LTR-ADDRESS = SPACES THEN
               MOVE 'U' TO WS-LTR-STATUS
               ADD 1 TO WS-NO-ADDRESS-COUNT
           ELSE
               MOVE 'S' TO WS-LTR-STATUS
           END-IF.


       WRITE-LETTER-HEADING.
           MOVE WS-RUN-DATE TO WS-DATE-IN-NUM
           PERFORM FORMAT-LETTER-DATE

           MOVE SPACES TO FL-LINE
           WRITE FL-LINE

           MOVE SPACES TO FL-LINE
           STRING "                                            "
               WS-DATE-TEXT
               DELIMITED BY SIZE
               INTO FL-LINE
           WRITE FL-LINE

           MOVE SPACES TO FL-LINE
           STRING "                                            "
               "OUR REF " WS-RUN-DATE "-" WS-LETTER-NO
               DELIMITED BY SIZE
               INTO FL-LINE
           WRITE FL-LINE

           MOVE SPACES TO FL-LINE
           WRITE FL-LINE

           MOVE WS-LTR-NAME TO FL-LINE
           WRITE FL-LINE

           IF WS-LTR-STATUS = 'U' THEN
               MOVE "*** NO ADDRESS ON FILE - HOLD FOR BRANCH ***"
                   TO FL-LINE
           ELSE
               MOVE WS-LTR-ADDRESS TO FL-LINE
           END-IF
           WRITE FL-LINE

           MOVE SPACES TO FL-LINE
           WRITE FL-LINE

           MOVE SPACES TO FL-LINE
           STRING "ACCOUNT NUMBER: " WS-ACCNUM
               DELIMITED BY SIZE
               INTO FL-LINE
           WRITE FL-LINE

           MOVE SPACES TO FL-LINE
           WRITE FL-LINE

           MOVE SPACES TO FL-LINE
           STRING "Dear " DELIMITED BY SIZE
               WS-LTR-NAME DELIMITED BY "  "
               "," DELIMITED BY SIZE
               INTO FL-LINE
           WRITE FL-LINE

           MOVE SPACES TO FL-LINE
           WRITE FL-LINE.


       WRITE-LETTER-OPENING.
           MOVE WE-EVENT-DATE TO WS-DATE-IN-NUM
           PERFORM FORMAT-LETTER-DATE

           PERFORM WRITE-LETTER-SUBJECT

           MOVE SPACES TO FL-LINE
           WRITE FL-LINE.


       WRITE-LETTER-SUBJECT.
           IF WE-TYPE = 'MR' THEN
               MOVE "RE: RENEWAL OF YOUR TERM DEPOSIT" TO FL-LINE
               WRITE FL-LINE
               MOVE SPACES TO FL-LINE
               WRITE FL-LINE
               MOVE SPACES TO FL-LINE
               STRING "Your term deposit matured on "
                   DELIMITED BY SIZE
                   WS-DATE-TEXT DELIMITED BY "  "
                   " and has been renewed" DELIMITED BY SIZE
                   INTO FL-LINE
               WRITE FL-LINE
               MOVE SPACES TO FL-LINE
               STRING "for a further " WS-TERM-MONTHS
                   " months on the terms shown below."
                   DELIMITED BY SIZE
                   INTO FL-LINE
               WRITE FL-LINE
           ELSE IF WE-TYPE = 'MS' THEN
               MOVE "RE: MATURITY OF YOUR TERM DEPOSIT" TO FL-LINE
               WRITE FL-LINE
               MOVE SPACES TO FL-LINE
               WRITE FL-LINE
               MOVE SPACES TO FL-LINE
               STRING "Your term deposit matured on "
                   DELIMITED BY SIZE
                   WS-DATE-TEXT DELIMITED BY "  "
                   ". The proceeds have been paid" DELIMITED BY SIZE
                   INTO FL-LINE
               WRITE FL-LINE
               MOVE "as instructed, as shown below." TO FL-LINE
               WRITE FL-LINE
           ELSE IF WE-TYPE = 'CR' THEN
               MOVE "RE: CHECK RETURNED UNPAID" TO FL-LINE
               WRITE FL-LINE
               MOVE SPACES TO FL-LINE
               WRITE FL-LINE
               MOVE SPACES TO FL-LINE
               STRING "The following check drawn on your account was"
                   " returned unpaid on "
                   DELIMITED BY SIZE
                   INTO FL-LINE
               WRITE FL-LINE
               MOVE SPACES TO FL-LINE
               STRING WS-DATE-TEXT DELIMITED BY "  "
                   ":" DELIMITED BY SIZE
                   INTO FL-LINE
               WRITE FL-LINE
           ELSE IF WE-TYPE = 'FE' THEN
               MOVE "RE: CHARGES TO YOUR ACCOUNT" TO FL-LINE
               WRITE FL-LINE
               MOVE SPACES TO FL-LINE
               WRITE FL-LINE
               MOVE SPACES TO FL-LINE
               STRING "The following charges were applied to your"
                   " account on "
                   DELIMITED BY SIZE
                   WS-DATE-TEXT DELIMITED BY "  "
                   ":" DELIMITED BY SIZE
                   INTO FL-LINE
               WRITE FL-LINE
           ELSE IF WE-TYPE = 'DM' THEN
               MOVE WE-REFNUM TO WS-DATE-IN-NUM
               PERFORM FORMAT-LETTER-DATE
               MOVE "RE: YOUR ACCOUNT IS NOW DORMANT" TO FL-LINE
               WRITE FL-LINE
               MOVE SPACES TO FL-LINE
               WRITE FL-LINE
               MOVE SPACES TO FL-LINE
               STRING "There has been no activity on your account"
                   " since "
                   DELIMITED BY SIZE
                   WS-DATE-TEXT DELIMITED BY "  "
                   "." DELIMITED BY SIZE
                   INTO FL-LINE
               WRITE FL-LINE
               MOVE "It has now been classified as dormant. Please"
                   TO FL-LINE
               WRITE FL-LINE
               MOVE "contact your branch if you wish to continue using"
                   TO FL-LINE
               WRITE FL-LINE
               MOVE "the account." TO FL-LINE
               WRITE FL-LINE
           ELSE IF WE-TYPE = 'OD' THEN
               MOVE "RE: YOUR ACCOUNT IS OVERDRAWN" TO FL-LINE
               WRITE FL-LINE
               MOVE SPACES TO FL-LINE
               WRITE FL-LINE
               MOVE SPACES TO FL-LINE
               STRING "Your account became overdrawn on "
                   DELIMITED BY SIZE
                   WS-DATE-TEXT DELIMITED BY "  "
                   "." DELIMITED BY SIZE
                   INTO FL-LINE
               WRITE FL-LINE
           ELSE
               MOVE "RE: ADVANCE NOTICE OF TERM DEPOSIT MATURITY"
                   TO FL-LINE
               WRITE FL-LINE
               MOVE SPACES TO FL-LINE
               WRITE FL-LINE
               MOVE SPACES TO FL-LINE
               STRING "Your term deposit will mature on "
                   DELIMITED BY SIZE
                   WS-DATE-TEXT DELIMITED BY "  "
                   "." DELIMITED BY SIZE
                   INTO FL-LINE
               WRITE FL-LINE
           END-IF.


       WRITE-EVENT-LINES.
           MOVE WE-AMOUNT TO WS-AMOUNT-DISP

           IF WE-TYPE = 'MR' THEN
               MOVE SPACES TO FL-LINE
               STRING "    Interest credited   : " WS-AMOUNT-DISP
                   DELIMITED BY SIZE
                   INTO FL-LINE
               WRITE FL-LINE
               MOVE WE-REFNUM TO WS-DATE-IN-NUM
               PERFORM FORMAT-LETTER-DATE
               MOVE SPACES TO FL-LINE
               STRING "    New maturity date   : " WS-DATE-TEXT
                   DELIMITED BY SIZE
                   INTO FL-LINE
               WRITE FL-LINE
           ELSE IF WE-TYPE = 'MS' THEN
               MOVE WE-REFNUM TO WS-REF-ACCNUM
               MOVE SPACES TO FL-LINE
               STRING "    Amount paid         : " WS-AMOUNT-DISP
                   DELIMITED BY SIZE
                   INTO FL-LINE
               WRITE FL-LINE
               MOVE SPACES TO FL-LINE
               STRING "    Paid to account     : " WS-REF-ACCNUM
                   DELIMITED BY SIZE
                   INTO FL-LINE
               WRITE FL-LINE
           ELSE IF WE-TYPE = 'CR' THEN
               MOVE WE-REFNUM TO WS-CHECKNO-DISP
               MOVE SPACES TO FL-LINE
               STRING "    Check " WS-CHECKNO-DISP
                   "  amount " WS-AMOUNT-DISP
                   "  reason: " WE-DETAIL
                   DELIMITED BY SIZE
                   INTO FL-LINE
               WRITE FL-LINE
           ELSE IF WE-TYPE = 'FE' THEN
               MOVE SPACES TO FL-LINE
               STRING "    " WE-DETAIL WS-AMOUNT-DISP
                   DELIMITED BY SIZE
                   INTO FL-LINE
               WRITE FL-LINE
           ELSE IF WE-TYPE = 'DM' THEN
               MOVE SPACES TO FL-LINE
               STRING "    Balance on account  : " WS-AMOUNT-DISP
                   DELIMITED BY SIZE
                   INTO FL-LINE
               WRITE FL-LINE
           ELSE IF WE-TYPE = 'OD' THEN
               MOVE WS-BALANCE TO WS-BALANCE-DISP
               MOVE SPACES TO FL-LINE
               STRING "    Balance today       : " WS-BALANCE-DISP
                   DELIMITED BY SIZE
                   INTO FL-LINE
               WRITE FL-LINE
               MOVE WS-OD-LIMIT TO WS-AMOUNT-DISP
               MOVE SPACES TO FL-LINE
               STRING "    Overdraft limit     : " WS-AMOUNT-DISP
                   DELIMITED BY SIZE
                   INTO FL-LINE
               WRITE FL-LINE
               MOVE SPACES TO FL-LINE
               WRITE FL-LINE
               MOVE "Please deposit funds to return the account to"
                   TO FL-LINE
               WRITE FL-LINE
               MOVE "credit. Interest is charged on overdrawn balances."
                   TO FL-LINE
               WRITE FL-LINE
           ELSE
               MOVE SPACES TO FL-LINE
               STRING "    Current balance     : " WS-AMOUNT-DISP
                   DELIMITED BY SIZE
                   INTO FL-LINE
               WRITE FL-LINE
               MOVE SPACES TO FL-LINE
               WRITE FL-LINE
               MOVE SPACES TO FL-LINE
               IF WS-ROLLOVER = 'S' AND WS-SETTLE-ACCNUM NOT = 0 THEN
                   STRING "On maturity the proceeds will be paid to"
                       " account " WS-SETTLE-ACCNUM "."
                       DELIMITED BY SIZE
                       INTO FL-LINE
               ELSE
                   STRING "On maturity the deposit will be renewed for"
                       " a further " WS-TERM-MONTHS " months."
                       DELIMITED BY SIZE
                       INTO FL-LINE
               END-IF
               WRITE FL-LINE
               MOVE "Please contact your branch before the maturity"
                   TO FL-LINE
               WRITE FL-LINE
               MOVE "date if you wish to change these instructions."
                   TO FL-LINE
               WRITE FL-LINE
           END-IF.


       FINISH-LETTER.
           MOVE SPACES TO FL-LINE
           WRITE FL-LINE
           MOVE "If you have any questions please contact your branch."
               TO FL-LINE
           WRITE FL-LINE
           MOVE SPACES TO FL-LINE
           WRITE FL-LINE
           MOVE "Yours sincerely," TO FL-LINE
           WRITE FL-LINE
           MOVE SPACES TO FL-LINE
           WRITE FL-LINE
           MOVE "CUSTOMER SERVICES" TO FL-LINE
           WRITE FL-LINE
           MOVE SPACES TO FL-LINE
           WRITE FL-LINE
           MOVE ALL "=" TO FL-LINE
           WRITE FL-LINE

           MOVE 'N' TO WS-LETTER-OPEN
           ADD 1 TO WS-LETTER-COUNT.


       RECORD-NOTICE-HISTORY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WE-ACCNUM TO NH-ACCNUM
           MOVE WE-TYPE TO NH-TYPE
           MOVE WE-EVENT-DATE TO NH-EVENT-DATE
           MOVE WE-REFNUM TO NH-REFNUM
           MOVE WS-CUSTID TO NH-CUSTID
           MOVE WS-RUN-DATE TO NH-SENT-DATE
           MOVE WS-CURRENT-DATE(9:8) TO NH-SENT-TIME
           MOVE WS-LETTER-NO TO NH-LETTER-NO
           MOVE WE-AMOUNT TO NH-AMOUNT
           MOVE WS-LTR-ADDRESS TO NH-ADDRESS
           MOVE WS-LTR-STATUS TO NH-STATUS
           WRITE F-NOTICE-HIST
               INVALID KEY DISPLAY 'Unable to record notice for '
                   WE-ACCNUM
               NOT INVALID KEY ADD 1 TO WS-NOTICE-COUNT
           END-WRITE.


       WRITE-REGISTER-LINE.
           MOVE WE-AMOUNT TO WS-AMOUNT-DISP
           MOVE SPACES TO FR-LINE
           IF WS-LETTER-OPEN = 'Y' THEN
               STRING "  " WS-LETTER-NO
                   "   " WE-ACCNUM
                   "  " WE-TYPE
                   "    " WE-EVENT-DATE
                   "    " WE-REFNUM
                   " " WS-AMOUNT-DISP
                   "  " WS-STATUS-DESC
                   DELIMITED BY SIZE
                   INTO FR-LINE
           ELSE
               STRING "  -----   " WE-ACCNUM
                   "  " WE-TYPE
                   "    " WE-EVENT-DATE
                   "    " WE-REFNUM
                   " " WS-AMOUNT-DISP
                   "  " WS-STATUS-DESC
                   DELIMITED BY SIZE
                   INTO FR-LINE
           END-IF
           WRITE FR-LINE.


       WRITE-NOTICE-SUMMARY.
           MOVE SPACES TO FR-LINE
           WRITE FR-LINE

           MOVE SPACES TO FR-LINE
           STRING "Queued events read      : " WS-QUEUED-COUNT
               DELIMITED BY SIZE
               INTO FR-LINE
           WRITE FR-LINE

           MOVE SPACES TO FR-LINE
           STRING "Letters produced        : " WS-LETTER-COUNT
               DELIMITED BY SIZE
               INTO FR-LINE
           WRITE FR-LINE

           MOVE SPACES TO FR-LINE
           STRING "Notices recorded        : " WS-NOTICE-COUNT
               DELIMITED BY SIZE
               INTO FR-LINE
           WRITE FR-LINE

           MOVE SPACES TO FR-LINE
           STRING "Held - no address       : " WS-NO-ADDRESS-COUNT
               DELIMITED BY SIZE
               INTO FR-LINE
           WRITE FR-LINE

           MOVE SPACES TO FR-LINE
           STRING "Not sent - no account   : " WS-NO-ACCOUNT-COUNT
               DELIMITED BY SIZE
               INTO FR-LINE
           WRITE FR-LINE

           MOVE SPACES TO FR-LINE
           STRING "Already sent previously : " WS-DUPLICATE-COUNT
               DELIMITED BY SIZE
               INTO FR-LINE
           WRITE FR-LINE.


       FORMAT-LETTER-DATE.
           MOVE SPACES TO WS-DATE-TEXT
           IF WS-DATE-IN-MM < 1 OR WS-DATE-IN-MM > 12 THEN
               MOVE WS-DATE-IN-NUM TO WS-DATE-TEXT
           ELSE
               STRING WS-DATE-IN-DD DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MONTH-NAME(WS-DATE-IN-MM) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-DATE-IN-YY DELIMITED BY SIZE
                   INTO WS-DATE-TEXT
           END-IF.


       FETCH-PARAMETER.
           MOVE 'N' TO WS-PARM-FOUND
           MOVE 0 TO WS-PARM-BEST-DATE

           MOVE 'N' TO WS-PARM-EOF
           OPEN INPUT FD-PARAMS
           IF WS-PARM-STATUS = 00 THEN
               PERFORM UNTIL WS-PARM-EOF = 'Y'
                   READ FD-PARAMS NEXT RECORD
                       AT END MOVE 'Y' TO WS-PARM-EOF
                       NOT AT END
                           IF P-NAME = WS-PARM-NAME
                                   AND P-ACCT-TYPE = WS-PARM-TYPE
                                   AND P-EFF-DATE NOT > WS-RUN-DATE
                                   AND P-EFF-DATE NOT <
                                       WS-PARM-BEST-DATE THEN
                               MOVE P-EFF-DATE TO WS-PARM-BEST-DATE
                               MOVE P-VALUE TO WS-PARM-VALUE
                               MOVE 'Y' TO WS-PARM-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-PARAMS
           END-IF.


       RUNCTL-START.
           MOVE 'N' TO WS-RUN-REFUSED
           MOVE 'N' TO WS-RESTARTED

           OPEN I-O FD-RUNCTL
           IF WS-RUNCTL-STATUS = 35 THEN
               OPEN OUTPUT FD-RUNCTL
               CLOSE FD-RUNCTL
               OPEN I-O FD-RUNCTL
           END-IF

           MOVE WS-RUN-DATE TO FR-RUN-DATE
           MOVE 'NOTC' TO FR-JOB-CODE
           READ FD-RUNCTL
               INVALID KEY MOVE 0 TO WS-RUNCTL-FLAG
               NOT INVALID KEY MOVE 1 TO WS-RUNCTL-FLAG
           END-READ

           IF WS-RUNCTL-FLAG = 1 THEN
               IF FR-STATUS = 'C' THEN
                   MOVE 'Y' TO WS-RUN-REFUSED
                   CLOSE FD-RUNCTL
               ELSE
                   MOVE 'Y' TO WS-RESTARTED
               END-IF
           ELSE
               MOVE WS-RUN-DATE TO FR-RUN-DATE
               MOVE 'NOTC' TO FR-JOB-CODE
               MOVE 'S' TO FR-STATUS
               MOVE 0 TO FR-CHECKPOINT
               WRITE FR-RUNCTL
                   INVALID KEY DISPLAY 'Unable to register run'
               END-WRITE
           END-IF.


       RUNCTL-COMPLETE.
           MOVE WS-RUN-DATE TO FR-RUN-DATE
           MOVE 'NOTC' TO FR-JOB-CODE
           MOVE 'C' TO FR-STATUS
           MOVE WS-NOTICE-COUNT TO FR-CHECKPOINT
           REWRITE FR-RUNCTL
               INVALID KEY DISPLAY 'Unable to mark run complete'
           END-REWRITE
           CLOSE FD-RUNCTL.


       RUNCTL-ABANDON.
           IF WS-RUNCTL-FLAG = 0 THEN
               MOVE WS-RUN-DATE TO FR-RUN-DATE
               MOVE 'NOTC' TO FR-JOB-CODE
               DELETE FD-RUNCTL
                   INVALID KEY CONTINUE
               END-DELETE
           END-IF
           CLOSE FD-RUNCTL.
