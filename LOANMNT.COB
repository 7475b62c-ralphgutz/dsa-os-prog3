       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-MAINT.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-LOANMAST ASSIGN TO 'C:\Cobol\BANK\loanmast.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LN-LOANNUM
           FILE STATUS IS WS-LOAN-STATUS.

           SELECT FD-RECORD ASSIGN TO 'C:\Cobol\BANK\record.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS F-ACCNUM
           FILE STATUS IS WS-FILESTATUS.

           SELECT FD-DEPOSIT ASSIGN TO 'C:\Cobol\BANK\deposit.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS FD-KEY
           FILE STATUS IS WS-FILESTATUS.

           SELECT FD-JOURNAL ASSIGN TO 'C:\Cobol\BANK\journal.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS FJ-KEY
           FILE STATUS IS WS-FILESTATUS.

           SELECT FD-TELLER ASSIGN TO 'C:\Cobol\BANK\tellmast.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS T-TELLERID
           FILE STATUS IS WS-TELLER-STATUS.

           SELECT FD-CHGLOG ASSIGN TO 'C:\Cobol\BANK\chglog.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CL-KEY
           FILE STATUS IS WS-CHGLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FD-LOANMAST.
       COPY LOANREC.

       FD FD-RECORD.
       COPY ACCTREC.

       FD FD-DEPOSIT.
       COPY DEPTRANS.

       FD FD-JOURNAL.
       COPY JRNTRANS.

       FD FD-TELLER.
       COPY TELLMAST.

       FD FD-CHGLOG.
       COPY CHGLOG.

       WORKING-STORAGE SECTION.

       01 WS-FILESTATUS PIC XX.
       01 WS-LOAN-STATUS PIC XX.
       01 WS-TELLER-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-DONE PIC X VALUE 'N'.
       01 WS-FLAG PIC 9.
       01 WS-OPERATION PIC 9.
       01 WS-CONFIRM PIC X.
       01 WS-WRITTEN PIC X.
       01 WS-RETRY-COUNT PIC 9(5).
       01 WS-REWRITE-OK PIC X.
       01 WS-LOAN-OPEN PIC X.
       01 WS-POST-FILES-OK PIC X.
       01 WS-CURRENT-DATE PIC X(21).
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-TELLER-ID PIC 9(4) VALUE 0.
       01 WS-TELLER-NAME PIC X(20).
       01 WS-TELLER-PASS-TEMP PIC 9(6).
       01 WS-CHGLOG-STATUS PIC XX.
       01 WS-CHG-DATE PIC X(21).
       01 WS-CHG-FILE PIC X(12).
       01 WS-CHG-KEY PIC X(24).
       01 WS-CHG-FIELD PIC X(16).
       01 WS-CHG-OLD PIC X(40).
       01 WS-CHG-NEW PIC X(40).

       01 WS-ENTRY-LOANNUM PIC 9(10).
       01 WS-ENTRY-ACCNUM PIC 9(10).
       01 WS-ENTRY-PRINCIPAL PIC 9(7)V99.
       01 WS-ENTRY-RATE PIC 9V9(4).
       01 WS-ENTRY-TERM PIC 9(3).
       01 WS-ENTRY-FIRST-DUE PIC 9(8).
       01 WS-ENTRY-PAYMENT PIC 9(7)V99.

       01 WS-MONTH-RATE PIC 9V9(8).
       01 WS-GROWTH-FACTOR PIC 9(5)V9(8).
       01 WS-SPLIT-BALANCE PIC 9(7)V99.
       01 WS-SPLIT-PAYMENT PIC 9(7)V99.
       01 WS-SPLIT-RATE PIC 9V9(4).
       01 WS-SPLIT-LAST PIC X.
       01 WS-SPLIT-INTEREST PIC 9(7)V99.
       01 WS-SPLIT-PRINCIPAL PIC 9(7)V99.
       01 WS-SCHED-NO PIC 9(3).
       01 WS-SCHED-TOTAL-INT PIC 9(9)V99.

       01 WS-JRN-ACCNUM PIC 9(10).
       01 WS-JRN-TYPE PIC X(2).
       01 WS-JRN-REFNUM PIC 9(16).
       01 WS-JRN-AMOUNT PIC 9(7)V99.

       01 WS-AMOUNT-DISP PIC Z,ZZZ,ZZ9.99.
       01 WS-PAYMENT-DISP PIC Z,ZZZ,ZZ9.99.
       01 WS-PRIN-DISP PIC Z,ZZZ,ZZ9.99.
       01 WS-INT-DISP PIC Z,ZZZ,ZZ9.99.
       01 WS-TOTAL-DISP PIC ZZ,ZZZ,ZZ9.99.
       01 WS-RATE-DISP PIC 9.9999.
       01 WS-STATUS-DESC PIC X(8).
       01 WS-BUCKET-DESC PIC X(7).

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

       01 WS-MAT-BASE-DATE PIC 9(8).
       01 WS-MAT-ADD-MONTHS PIC 9(3).
       01 WS-MAT-RESULT-DATE PIC 9(8).
       01 WS-MAT-DATE.
           05 WS-MAT-YY PIC 9(4).
           05 WS-MAT-MM PIC 9(2).
           05 WS-MAT-DD PIC 9(2).
       01 WS-MAT-DATE-NUM REDEFINES WS-MAT-DATE PIC 9(8).
       01 WS-MAT-TOT-MONTHS PIC 9(6).
       01 WS-MAT-YEARS PIC 9(4).
       01 WS-MAT-REM PIC 9(2).
       01 WS-MONTH-DAYS-TABLE.
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01 WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
           05 WS-DAYS-IN-MONTH PIC 9(2) OCCURS 12 TIMES.

       PROCEDURE DIVISION.
       LOAN-MAINT-MAIN.
           DISPLAY "=== INSTALLMENT LOAN MAINTENANCE (SUPERVISOR) ===".


       SUPERVISOR-SIGNON.
           DISPLAY "Supervisor ID: "
           ACCEPT WS-TELLER-ID
           DISPLAY "Supervisor Passcode: "
           ACCEPT WS-TELLER-PASS-TEMP

           OPEN INPUT FD-TELLER
           IF WS-TELLER-STATUS NOT = 00 THEN
               DISPLAY "No teller file found. Ask the supervisor to"
               DISPLAY "register tellers before booking loans."
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


       LOAN-MAINT-LOOP.
           MOVE 'N' TO WS-DONE
           PERFORM HANDLE-ONE-REQUEST UNTIL WS-DONE = 'Y'

           STOP RUN.


       HANDLE-ONE-REQUEST.
           DISPLAY "1 - List loans"
           DISPLAY "2 - Book and disburse a loan"
           DISPLAY "3 - Show amortization schedule"
           DISPLAY "4 - Exit"
           DISPLAY "> "
           ACCEPT WS-OPERATION

           IF WS-OPERATION = 1 THEN
               PERFORM LIST-LOANS
           ELSE IF WS-OPERATION = 2 THEN
               PERFORM BOOK-LOAN
           ELSE IF WS-OPERATION = 3 THEN
               PERFORM SHOW-SCHEDULE
           ELSE IF WS-OPERATION = 4 THEN
               MOVE 'Y' TO WS-DONE
           ELSE
               DISPLAY "Invalid input."
           END-IF.


       LIST-LOANS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT FD-LOANMAST
           IF WS-LOAN-STATUS = 00 THEN
               DISPLAY "LOAN        ACCOUNT     NEXT DUE  ST"
                   "        BUCKET   PAYMENT       OUTSTANDING"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FD-LOANMAST NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE LN-PAYMENT TO WS-PAYMENT-DISP
                           MOVE LN-OUTSTANDING TO WS-AMOUNT-DISP
                           PERFORM DESCRIBE-LOAN-STATUS
                           DISPLAY LN-LOANNUM "  " LN-ACCNUM
                               "  " LN-NEXT-DUE
                               "  " WS-STATUS-DESC
                               "  " WS-BUCKET-DESC
                               "  " WS-PAYMENT-DISP
                               "  " WS-AMOUNT-DISP
                   END-READ
               END-PERFORM
               CLOSE FD-LOANMAST
           ELSE
               DISPLAY "No loan file found."
           END-IF.


       DESCRIBE-LOAN-STATUS.
           IF LN-STATUS = 'A' THEN
               MOVE "ACTIVE" TO WS-STATUS-DESC
           ELSE IF LN-STATUS = 'P' THEN
               MOVE "PAID OFF" TO WS-STATUS-DESC
           ELSE
               MOVE "UNKNOWN" TO WS-STATUS-DESC
           END-IF
           END-IF

           IF LN-BUCKET = '1' THEN
               MOVE "1-29" TO WS-BUCKET-DESC
           ELSE IF LN-BUCKET = '3' THEN
               MOVE "30-59" TO WS-BUCKET-DESC
           ELSE IF LN-BUCKET = '6' THEN
               MOVE "60-89" TO WS-BUCKET-DESC
           ELSE IF LN-BUCKET = '9' THEN
               MOVE "90+" TO WS-BUCKET-DESC
           ELSE
               MOVE "CURRENT" TO WS-BUCKET-DESC
           END-IF.


       BOOK-LOAN.
           DISPLAY "Loan No.: "
           ACCEPT WS-ENTRY-LOANNUM
           DISPLAY "Linked Account No.: "
           ACCEPT WS-ENTRY-ACCNUM
           DISPLAY "Principal: "
           ACCEPT WS-ENTRY-PRINCIPAL
           DISPLAY "Annual rate (e.g. 0.0850): "
           ACCEPT WS-ENTRY-RATE
           DISPLAY "Term in months: "
           ACCEPT WS-ENTRY-TERM
           DISPLAY "First due date (YYYYMMDD, 0 for one month): "
           ACCEPT WS-ENTRY-FIRST-DUE

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE

           IF WS-ENTRY-FIRST-DUE = 0 THEN
               MOVE WS-RUN-DATE TO WS-MAT-BASE-DATE
               MOVE 1 TO WS-MAT-ADD-MONTHS
               PERFORM COMPUTE-MATURITY-DATE
               MOVE WS-MAT-RESULT-DATE TO WS-ENTRY-FIRST-DUE
           END-IF

           IF WS-ENTRY-LOANNUM = 0 THEN
               DISPLAY "Loan number must not be zero. No loan booked."
           ELSE IF WS-ENTRY-PRINCIPAL = 0 THEN
               DISPLAY "Principal must not be zero. No loan booked."
           ELSE IF WS-ENTRY-TERM = 0 THEN
               DISPLAY "Term must not be zero. No loan booked."
           ELSE IF WS-ENTRY-FIRST-DUE NOT > WS-RUN-DATE THEN
               DISPLAY "First due date must be after today."
               DISPLAY "No loan booked."
           ELSE
               PERFORM CHECK-LOAN-NUMBER
               IF WS-FLAG = 1 THEN
                   PERFORM CHECK-LINKED-ACCOUNT
               END-IF
               IF WS-FLAG = 1 THEN
                   PERFORM COMPUTE-LOAN-PAYMENT
                   PERFORM CONFIRM-AND-DISBURSE
               END-IF
           END-IF.


       CHECK-LOAN-NUMBER.
           MOVE 1 TO WS-FLAG
           OPEN INPUT FD-LOANMAST
           IF WS-LOAN-STATUS = 00 THEN
               MOVE WS-ENTRY-LOANNUM TO LN-LOANNUM
               READ FD-LOANMAST
                   INVALID KEY MOVE 1 TO WS-FLAG
                   NOT INVALID KEY MOVE 0 TO WS-FLAG
               END-READ
               CLOSE FD-LOANMAST
           END-IF

           IF WS-FLAG = 0 THEN
               DISPLAY "Loan number has been taken. No loan booked."
           END-IF.


       CHECK-LINKED-ACCOUNT.
           MOVE 0 TO WS-FLAG
           OPEN INPUT FD-RECORD
           IF WS-FILESTATUS NOT = 00 THEN
               DISPLAY "No account file found. No loan booked."
           ELSE
               MOVE WS-ENTRY-ACCNUM TO F-ACCNUM
               READ FD-RECORD INTO WS-ACCOUNT
                   KEY IS F-ACCNUM
                   INVALID KEY
                       DISPLAY "Linked account does not exist."
                   NOT INVALID KEY MOVE 1 TO WS-FLAG
               END-READ
               CLOSE FD-RECORD
           END-IF

           IF WS-FLAG = 1 THEN
               IF WS-ACCT-STATUS NOT = 'A' THEN
                   MOVE 0 TO WS-FLAG
                   DISPLAY "Linked account is not active."
                       " No loan booked."
               ELSE IF WS-ACCT-TYPE = 'T' THEN
                   MOVE 0 TO WS-FLAG
                   DISPLAY "A term deposit cannot be the linked"
                       " account. No loan booked."
               END-IF
           END-IF.


       COMPUTE-LOAN-PAYMENT.
           COMPUTE WS-MONTH-RATE ROUNDED = WS-ENTRY-RATE / 12
           IF WS-MONTH-RATE = 0 THEN
               COMPUTE WS-ENTRY-PAYMENT ROUNDED =
                   WS-ENTRY-PRINCIPAL / WS-ENTRY-TERM
           ELSE
               COMPUTE WS-GROWTH-FACTOR ROUNDED =
                   (1 + WS-MONTH-RATE) ** WS-ENTRY-TERM
               COMPUTE WS-ENTRY-PAYMENT ROUNDED =
                   WS-ENTRY-PRINCIPAL * WS-MONTH-RATE
                   * WS-GROWTH-FACTOR / (WS-GROWTH-FACTOR - 1)
           END-IF.


       CONFIRM-AND-DISBURSE.
           MOVE WS-ENTRY-PRINCIPAL TO WS-AMOUNT-DISP
           MOVE WS-ENTRY-PAYMENT TO WS-PAYMENT-DISP
           DISPLAY "Borrower     : " WS-FNAME " " WS-LNAME
           DISPLAY "Principal    : " WS-AMOUNT-DISP
           DISPLAY "Installment  : " WS-PAYMENT-DISP
               " x " WS-ENTRY-TERM " months"
           DISPLAY "First due    : " WS-ENTRY-FIRST-DUE
           DISPLAY "Disburse to account " WS-ENTRY-ACCNUM " (Y/N): "
           ACCEPT WS-CONFIRM

           IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y' THEN
               PERFORM DISBURSE-LOAN
           ELSE
               DISPLAY "Loan not booked."
           END-IF.


       DISBURSE-LOAN.
           MOVE WS-ENTRY-LOANNUM TO LN-LOANNUM
           MOVE WS-ENTRY-ACCNUM TO LN-ACCNUM
           MOVE WS-CUSTID TO LN-CUSTID
           MOVE WS-ENTRY-PRINCIPAL TO LN-PRINCIPAL
           MOVE WS-ENTRY-RATE TO LN-RATE
           MOVE WS-ENTRY-TERM TO LN-TERM-MONTHS
           MOVE WS-ENTRY-PAYMENT TO LN-PAYMENT
           MOVE WS-RUN-DATE TO LN-BOOK-DATE
           MOVE WS-ENTRY-FIRST-DUE TO LN-FIRST-DUE
           MOVE WS-ENTRY-FIRST-DUE TO LN-NEXT-DUE
           MOVE 0 TO LN-BILLED-COUNT
           MOVE WS-ENTRY-PRINCIPAL TO LN-OUTSTANDING
           MOVE 0 TO LN-DUE-PRINCIPAL
           MOVE 0 TO LN-DUE-INTEREST
           MOVE 0 TO LN-OLDEST-DUE
           MOVE 0 TO LN-DAYS-PAST-DUE
           MOVE 'C' TO LN-BUCKET
           MOVE 'A' TO LN-STATUS

           MOVE 'N' TO WS-WRITTEN
           MOVE 'N' TO WS-LOAN-OPEN
           OPEN I-O FD-LOANMAST
           IF WS-LOAN-STATUS = 35 THEN
               OPEN OUTPUT FD-LOANMAST
               CLOSE FD-LOANMAST
               OPEN I-O FD-LOANMAST
           END-IF
           IF WS-LOAN-STATUS = 00 THEN
               MOVE 'Y' TO WS-LOAN-OPEN
           END-IF

           PERFORM CHECK-POSTING-FILES

           IF WS-LOAN-OPEN NOT = 'Y' OR WS-POST-FILES-OK NOT = 'Y' THEN
               DISPLAY "Loan or posting files unavailable. No loan "
                   "booked."
           ELSE
               WRITE F-LOAN
                   INVALID KEY
                       MOVE 'N' TO WS-WRITTEN
                       DISPLAY "Unable to store loan. No loan booked."
                   NOT INVALID KEY MOVE 'Y' TO WS-WRITTEN
               END-WRITE
           END-IF

           IF WS-WRITTEN = 'Y' THEN
               PERFORM CREDIT-LINKED-ACCOUNT
               IF WS-REWRITE-OK NOT = 'Y' THEN
                   MOVE WS-ENTRY-LOANNUM TO LN-LOANNUM
                   DELETE FD-LOANMAST
                       INVALID KEY DISPLAY 'Unable to remove loan'
                   END-DELETE
                   DISPLAY "Disbursement failed. No loan booked."
               ELSE
                   PERFORM POST-DISBURSEMENT-ENTRIES
                   MOVE WS-BALANCE TO WS-AMOUNT-DISP
                   DISPLAY "Loan booked. Account balance now "
                       WS-AMOUNT-DISP
                   PERFORM LOG-NEW-LOAN
               END-IF
           END-IF

           IF WS-LOAN-OPEN = 'Y' THEN
               CLOSE FD-LOANMAST
           END-IF.


       CHECK-POSTING-FILES.
           MOVE 'Y' TO WS-POST-FILES-OK

           OPEN I-O FD-DEPOSIT
           IF WS-FILESTATUS = 35 THEN
               OPEN OUTPUT FD-DEPOSIT
           END-IF
           IF WS-FILESTATUS = 00 THEN
               CLOSE FD-DEPOSIT
           ELSE
               DISPLAY "Unable to open deposit file."
               MOVE 'N' TO WS-POST-FILES-OK
           END-IF

           OPEN I-O FD-JOURNAL
           IF WS-FILESTATUS = 35 THEN
               OPEN OUTPUT FD-JOURNAL
           END-IF
           IF WS-FILESTATUS = 00 THEN
               CLOSE FD-JOURNAL
           ELSE
               DISPLAY "Unable to open journal file."
               MOVE 'N' TO WS-POST-FILES-OK
           END-IF.


       LOG-NEW-LOAN.
           MOVE "loanmast.dat" TO WS-CHG-FILE
           MOVE WS-ENTRY-LOANNUM TO WS-CHG-KEY
           MOVE SPACES TO WS-CHG-OLD

           MOVE "LN-ACCNUM" TO WS-CHG-FIELD
           MOVE WS-ENTRY-ACCNUM TO WS-CHG-NEW
           PERFORM WRITE-CHANGE-LOG

           MOVE "LN-PRINCIPAL" TO WS-CHG-FIELD
           MOVE WS-ENTRY-PRINCIPAL TO WS-AMOUNT-DISP
           MOVE WS-AMOUNT-DISP TO WS-CHG-NEW
           PERFORM WRITE-CHANGE-LOG

           MOVE "LN-RATE" TO WS-CHG-FIELD
           MOVE WS-ENTRY-RATE TO WS-RATE-DISP
           MOVE WS-RATE-DISP TO WS-CHG-NEW
           PERFORM WRITE-CHANGE-LOG

           MOVE "LN-TERM-MONTHS" TO WS-CHG-FIELD
           MOVE WS-ENTRY-TERM TO WS-CHG-NEW
           PERFORM WRITE-CHANGE-LOG

           MOVE "LN-PAYMENT" TO WS-CHG-FIELD
           MOVE WS-ENTRY-PAYMENT TO WS-AMOUNT-DISP
           MOVE WS-AMOUNT-DISP TO WS-CHG-NEW
           PERFORM WRITE-CHANGE-LOG

           MOVE "LN-FIRST-DUE" TO WS-CHG-FIELD
           MOVE WS-ENTRY-FIRST-DUE TO WS-CHG-NEW
           PERFORM WRITE-CHANGE-LOG

           MOVE "LN-STATUS" TO WS-CHG-FIELD
           MOVE 'A' TO WS-CHG-NEW
           PERFORM WRITE-CHANGE-LOG.


       CREDIT-LINKED-ACCOUNT.
           MOVE 'N' TO WS-REWRITE-OK
           OPEN I-O FD-RECORD
           IF WS-FILESTATUS = 00 THEN
               MOVE WS-ENTRY-ACCNUM TO F-ACCNUM
               READ FD-RECORD INTO WS-ACCOUNT
                   KEY IS F-ACCNUM
                   INVALID KEY MOVE 0 TO WS-FLAG
                   NOT INVALID KEY MOVE 1 TO WS-FLAG
               END-READ

               IF WS-FLAG = 1 THEN
                   COMPUTE WS-BALANCE =
                       WS-BALANCE + WS-ENTRY-PRINCIPAL
                   IF WS-BALANCE < 0 THEN
                       IF WS-OD-START-DATE = 0 THEN
                           MOVE WS-RUN-DATE TO WS-OD-START-DATE
                       END-IF
                   ELSE
                       MOVE 0 TO WS-OD-START-DATE
                   END-IF
                   REWRITE F-ACCOUNT FROM WS-ACCOUNT
                       INVALID KEY DISPLAY 'Invalid Key'
                       NOT INVALID KEY MOVE 'Y' TO WS-REWRITE-OK
                   END-REWRITE
               END-IF
               CLOSE FD-RECORD
           END-IF.


       POST-DISBURSEMENT-ENTRIES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE

           OPEN I-O FD-DEPOSIT
               IF WS-FILESTATUS = 35 THEN
                   OPEN OUTPUT FD-DEPOSIT
               END-IF
               MOVE WS-ENTRY-ACCNUM TO FD-ACCNUM
               MOVE WS-CURRENT-DATE(1:16) TO FD-TIMESTAMP
               MOVE WS-ENTRY-PRINCIPAL TO FD-AMOUNT
               MOVE 0 TO FD-SEQ
               MOVE 0 TO WS-RETRY-COUNT
               MOVE 'N' TO WS-WRITTEN
               PERFORM UNTIL WS-WRITTEN = 'Y'
                       OR WS-RETRY-COUNT > 9999
                   WRITE FD-TRANSACTION
                       INVALID KEY
                           ADD 1 TO FD-SEQ
                           ADD 1 TO WS-RETRY-COUNT
                       NOT INVALID KEY MOVE 'Y' TO WS-WRITTEN
                   END-WRITE
               END-PERFORM
               IF WS-WRITTEN NOT = 'Y' THEN
                   DISPLAY 'Unable to log loan disbursement'
               END-IF
           CLOSE FD-DEPOSIT

           MOVE WS-ENTRY-ACCNUM TO WS-JRN-ACCNUM
           MOVE 'LD' TO WS-JRN-TYPE
           MOVE WS-ENTRY-LOANNUM TO WS-JRN-REFNUM
           MOVE WS-ENTRY-PRINCIPAL TO WS-JRN-AMOUNT
           PERFORM WRITE-JOURNAL-PARA.


       SHOW-SCHEDULE.
           DISPLAY "Loan No.: "
           ACCEPT WS-ENTRY-LOANNUM

           OPEN INPUT FD-LOANMAST
           IF WS-LOAN-STATUS NOT = 00 THEN
               DISPLAY "No loan file found."
           ELSE
               MOVE WS-ENTRY-LOANNUM TO LN-LOANNUM
               READ FD-LOANMAST
                   INVALID KEY MOVE 0 TO WS-FLAG
                   NOT INVALID KEY MOVE 1 TO WS-FLAG
               END-READ
               CLOSE FD-LOANMAST

               IF WS-FLAG = 0 THEN
                   DISPLAY "Loan does not exist."
               ELSE
                   PERFORM LIST-SCHEDULE-LINES
               END-IF
           END-IF.


       LIST-SCHEDULE-LINES.
           MOVE LN-PRINCIPAL TO WS-AMOUNT-DISP
           DISPLAY "Loan " LN-LOANNUM "  account " LN-ACCNUM
               "  principal " WS-AMOUNT-DISP
           DISPLAY "NO   DUE DATE       PAYMENT     PRINCIPAL"
               "      INTEREST       BALANCE"

           MOVE LN-PRINCIPAL TO WS-SPLIT-BALANCE
           MOVE LN-PAYMENT TO WS-SPLIT-PAYMENT
           MOVE LN-RATE TO WS-SPLIT-RATE
           MOVE 0 TO WS-SCHED-TOTAL-INT
           MOVE 1 TO WS-SCHED-NO
           PERFORM UNTIL WS-SCHED-NO > LN-TERM-MONTHS
               IF WS-SCHED-NO = LN-TERM-MONTHS THEN
                   MOVE 'Y' TO WS-SPLIT-LAST
               ELSE
                   MOVE 'N' TO WS-SPLIT-LAST
               END-IF
               PERFORM SPLIT-INSTALLMENT
               SUBTRACT WS-SPLIT-PRINCIPAL FROM WS-SPLIT-BALANCE
               ADD WS-SPLIT-INTEREST TO WS-SCHED-TOTAL-INT

               MOVE LN-FIRST-DUE TO WS-MAT-BASE-DATE
               COMPUTE WS-MAT-ADD-MONTHS = WS-SCHED-NO - 1
               PERFORM COMPUTE-MATURITY-DATE

               COMPUTE WS-PAYMENT-DISP =
                   WS-SPLIT-PRINCIPAL + WS-SPLIT-INTEREST
               MOVE WS-SPLIT-PRINCIPAL TO WS-PRIN-DISP
               MOVE WS-SPLIT-INTEREST TO WS-INT-DISP
               MOVE WS-SPLIT-BALANCE TO WS-AMOUNT-DISP
               DISPLAY WS-SCHED-NO "  " WS-MAT-RESULT-DATE
                   "  " WS-PAYMENT-DISP
                   "  " WS-PRIN-DISP
                   "  " WS-INT-DISP
                   "  " WS-AMOUNT-DISP
               ADD 1 TO WS-SCHED-NO
           END-PERFORM

           MOVE WS-SCHED-TOTAL-INT TO WS-TOTAL-DISP
           DISPLAY "Total interest over the term: " WS-TOTAL-DISP.


       SPLIT-INSTALLMENT.
           COMPUTE WS-SPLIT-INTEREST ROUNDED =
               WS-SPLIT-BALANCE * WS-SPLIT-RATE / 12

           IF WS-SPLIT-LAST = 'Y' THEN
               MOVE WS-SPLIT-BALANCE TO WS-SPLIT-PRINCIPAL
           ELSE IF WS-SPLIT-INTEREST NOT < WS-SPLIT-PAYMENT THEN
               MOVE 0 TO WS-SPLIT-PRINCIPAL
           ELSE IF WS-SPLIT-PAYMENT - WS-SPLIT-INTEREST
                   > WS-SPLIT-BALANCE THEN
               MOVE WS-SPLIT-BALANCE TO WS-SPLIT-PRINCIPAL
           ELSE
               COMPUTE WS-SPLIT-PRINCIPAL =
                   WS-SPLIT-PAYMENT - WS-SPLIT-INTEREST
           END-IF.


       COMPUTE-MATURITY-DATE.
           MOVE WS-MAT-BASE-DATE TO WS-MAT-DATE-NUM
           COMPUTE WS-MAT-TOT-MONTHS =
               WS-MAT-YY * 12 + WS-MAT-MM - 1 + WS-MAT-ADD-MONTHS
           DIVIDE WS-MAT-TOT-MONTHS BY 12
               GIVING WS-MAT-YEARS REMAINDER WS-MAT-REM
           MOVE WS-MAT-YEARS TO WS-MAT-YY
           COMPUTE WS-MAT-MM = WS-MAT-REM + 1
           IF WS-MAT-DD > WS-DAYS-IN-MONTH(WS-MAT-MM) THEN
               MOVE WS-DAYS-IN-MONTH(WS-MAT-MM) TO WS-MAT-DD
           END-IF
           MOVE WS-MAT-DATE-NUM TO WS-MAT-RESULT-DATE.


       WRITE-JOURNAL-PARA.
           OPEN I-O FD-JOURNAL
               IF WS-FILESTATUS = 35 THEN
                   OPEN OUTPUT FD-JOURNAL
               END-IF
               MOVE WS-JRN-ACCNUM TO FJ-ACCNUM
               MOVE WS-CURRENT-DATE(1:16) TO FJ-TIMESTAMP
               MOVE WS-JRN-TYPE TO FJ-TYPE
               MOVE WS-JRN-REFNUM TO FJ-REFNUM
               MOVE WS-JRN-AMOUNT TO FJ-AMOUNT
               MOVE SPACE TO FJ-STATUS
               MOVE WS-TELLER-ID TO FJ-TELLER
               MOVE 0 TO FJ-SEQ
               MOVE 0 TO WS-RETRY-COUNT
               MOVE 'N' TO WS-WRITTEN
               PERFORM UNTIL WS-WRITTEN = 'Y'
                       OR WS-RETRY-COUNT > 9999
                   WRITE FJ-TRANSACTION
                       INVALID KEY
                           ADD 1 TO FJ-SEQ
                           ADD 1 TO WS-RETRY-COUNT
                       NOT INVALID KEY MOVE 'Y' TO WS-WRITTEN
                   END-WRITE
               END-PERFORM
               IF WS-WRITTEN NOT = 'Y' THEN
                   DISPLAY 'Unable to log journal entry'
               END-IF
           CLOSE FD-JOURNAL.


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
           MOVE 'LOANMNT' TO CL-PROGRAM
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
