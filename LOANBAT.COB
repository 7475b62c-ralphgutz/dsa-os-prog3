       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-BATCH.


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

           SELECT FD-RUNCTL ASSIGN TO 'C:\Cobol\BANK\runctl.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS FR-KEY
           FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT FD-WITHDRAW ASSIGN TO 'C:\Cobol\BANK\withdraw.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS FW-KEY
           FILE STATUS IS WS-FILESTATUS.

           SELECT FD-JOURNAL ASSIGN TO 'C:\Cobol\BANK\journal.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FJ-KEY
           FILE STATUS IS WS-FILESTATUS.

           SELECT FD-HOLDS ASSIGN TO 'C:\Cobol\BANK\holds.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS H-KEY
           FILE STATUS IS WS-HOLD-STATUS.

           SELECT OPTIONAL FD-PASTDUE-RPT ASSIGN TO
               'C:\Cobol\BANK\loan_pastdue.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FD-LOANMAST.
       COPY LOANREC.

       FD FD-RECORD.
       COPY ACCTREC.

       FD FD-RUNCTL.
       COPY RUNCTL.

       FD FD-WITHDRAW.
       COPY WDRTRANS.

       FD FD-JOURNAL.
       COPY JRNTRANS.

       FD FD-HOLDS.
       COPY HOLDREC.

       FD FD-PASTDUE-RPT.
       01 FR-LINE PIC X(100).

       WORKING-STORAGE SECTION.

       01 WS-FILESTATUS PIC XX.
       01 WS-LOAN-STATUS PIC XX.
       01 WS-RUNCTL-STATUS PIC XX.
       01 WS-HOLD-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-HOLD-EOF PIC X.
       01 WS-FLAG PIC 9.
       01 WS-CURRENT-DATE PIC X(21).
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-WRITTEN PIC X.
       01 WS-RETRY-COUNT PIC 9(5).
       01 WS-REWRITE-OK PIC X.
       01 WS-RUNCTL-FLAG PIC 9.
       01 WS-RUN-REFUSED PIC X VALUE 'N'.
       01 WS-RESTART-CKPT PIC 9(10) VALUE 0.
       01 WS-LAST-LOANNUM PIC 9(10) VALUE 0.
       01 WS-SINCE-CKPT PIC 9(4) VALUE 0.
       01 WS-CHECKPOINT-FREQ PIC 9(4) VALUE 10.

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

       01 WS-JRN-ACCNUM PIC 9(10).
       01 WS-JRN-TYPE PIC X(2).
       01 WS-JRN-REFNUM PIC 9(16).
       01 WS-JRN-AMOUNT PIC 9(7)V99.
       01 WS-HELD-AMOUNT PIC 9(9)V99.
       01 WS-AVAILABLE PIC S9(9)V99.
       01 WS-COLLECT-INT PIC 9(7)V99.
       01 WS-COLLECT-PRIN PIC 9(7)V99.
       01 WS-WDR-AMOUNT PIC 9(7)V99.
       01 WS-DAYS-LATE PIC S9(7).
       01 WS-UNPAID-COUNT PIC 9(3).
       01 WS-UNPAID-REM PIC 9(7)V99.

       01 WS-SPLIT-BALANCE PIC 9(7)V99.
       01 WS-SPLIT-PAYMENT PIC 9(7)V99.
       01 WS-SPLIT-RATE PIC 9V9(4).
       01 WS-SPLIT-LAST PIC X.
       01 WS-SPLIT-INTEREST PIC 9(7)V99.
       01 WS-SPLIT-PRINCIPAL PIC 9(7)V99.

       01 WS-LOANS-READ PIC 9(7) VALUE 0.
       01 WS-BILLED-COUNT PIC 9(7) VALUE 0.
       01 WS-COLLECTED-COUNT PIC 9(7) VALUE 0.
       01 WS-SHORT-COUNT PIC 9(7) VALUE 0.
       01 WS-PAIDOFF-COUNT PIC 9(7) VALUE 0.
       01 WS-PRIN-COLLECTED PIC 9(9)V99 VALUE 0.
       01 WS-INT-COLLECTED PIC 9(9)V99 VALUE 0.
       01 WS-BKT-1-COUNT PIC 9(7) VALUE 0.
       01 WS-BKT-3-COUNT PIC 9(7) VALUE 0.
       01 WS-BKT-6-COUNT PIC 9(7) VALUE 0.
       01 WS-BKT-9-COUNT PIC 9(7) VALUE 0.
       01 WS-BKT-1-AMOUNT PIC 9(9)V99 VALUE 0.
       01 WS-BKT-3-AMOUNT PIC 9(9)V99 VALUE 0.
       01 WS-BKT-6-AMOUNT PIC 9(9)V99 VALUE 0.
       01 WS-BKT-9-AMOUNT PIC 9(9)V99 VALUE 0.
       01 WS-ARREARS PIC 9(9)V99.
       01 WS-SCAN-STAMP.
           05 WS-SCAN-DATE PIC 9(8).
           05 WS-SCAN-TIME PIC 9(8).
       01 WS-BUCKET-DESC PIC X(7).
       01 WS-AMOUNT-DISP PIC Z,ZZZ,ZZ9.99.
       01 WS-PRIN-DISP PIC Z,ZZZ,ZZ9.99.
       01 WS-INT-DISP PIC Z,ZZZ,ZZ9.99.
       01 WS-TOTAL-DISP PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-COUNT-DISP PIC Z,ZZZ,ZZ9.

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
       LOAN-BATCH-MAIN.
           DISPLAY "=== NIGHTLY LOAN COLLECTION AND AGING ==========="

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE

           PERFORM RUNCTL-START
           IF WS-RUN-REFUSED = 'Y' THEN
               DISPLAY "Loan collection already run for " WS-RUN-DATE
               STOP RUN
           END-IF

           OPEN I-O FD-LOANMAST
           IF WS-LOAN-STATUS NOT = 00 THEN
               DISPLAY "No loan file found. Nothing to collect."
               PERFORM RUNCTL-COMPLETE
               STOP RUN
           END-IF

           OPEN I-O FD-RECORD

           IF WS-RESTART-CKPT > 0 THEN
               DISPLAY "Restarting after loan " WS-RESTART-CKPT
               OPEN EXTEND FD-PASTDUE-RPT
               MOVE WS-RESTART-CKPT TO LN-LOANNUM
               START FD-LOANMAST KEY IS GREATER THAN LN-LOANNUM
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
           ELSE
               OPEN OUTPUT FD-PASTDUE-RPT
               MOVE SPACES TO FR-LINE
               STRING "PAST-DUE LOANS AS OF " WS-RUN-DATE
                   DELIMITED BY SIZE
                   INTO FR-LINE
               WRITE FR-LINE
               MOVE SPACES TO FR-LINE
               STRING "  LOAN        ACCOUNT     OLDEST DUE  DAYS"
                   "  BUCKET   PRINCIPAL DUE  INTEREST DUE"
                   DELIMITED BY SIZE
                   INTO FR-LINE
               WRITE FR-LINE
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ FD-LOANMAST NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM PROCESS-ONE-LOAN
               END-READ
           END-PERFORM

           IF WS-RESTART-CKPT > 0 THEN
               PERFORM REBUILD-RESTART-TOTALS
           END-IF
           PERFORM WRITE-BUCKET-SUMMARY

           CLOSE FD-RECORD
           CLOSE FD-LOANMAST
           CLOSE FD-PASTDUE-RPT

           PERFORM RUNCTL-COMPLETE

           DISPLAY "Loans examined         : " WS-LOANS-READ
           DISPLAY "Installments billed    : " WS-BILLED-COUNT
           DISPLAY "Loans collected        : " WS-COLLECTED-COUNT
           DISPLAY "Loans short of funds   : " WS-SHORT-COUNT
           DISPLAY "Loans paid off         : " WS-PAIDOFF-COUNT
           DISPLAY "Principal collected    : " WS-PRIN-COLLECTED
           DISPLAY "Interest collected     : " WS-INT-COLLECTED
           DISPLAY "Report written to loan_pastdue.txt".

           STOP RUN.


       PROCESS-ONE-LOAN.
           ADD 1 TO WS-LOANS-READ

           IF LN-STATUS = 'A' THEN
               PERFORM BILL-DUE-INSTALLMENTS
               IF LN-DUE-PRINCIPAL + LN-DUE-INTEREST > 0 THEN
                   PERFORM COLLECT-FROM-LINKED-ACCOUNT
               END-IF
               PERFORM AGE-ONE-LOAN

               REWRITE F-LOAN
                   INVALID KEY DISPLAY 'Unable to update loan: '
                       LN-LOANNUM
               END-REWRITE

               IF LN-BUCKET NOT = 'C' THEN
                   PERFORM WRITE-PAST-DUE-LINE
               END-IF
           END-IF

           MOVE LN-LOANNUM TO WS-LAST-LOANNUM
           ADD 1 TO WS-SINCE-CKPT
           IF WS-SINCE-CKPT NOT LESS THAN WS-CHECKPOINT-FREQ THEN
               PERFORM RUNCTL-CHECKPOINT
           END-IF.


       BILL-DUE-INSTALLMENTS.
           PERFORM UNTIL LN-NEXT-DUE = 0
                   OR LN-NEXT-DUE > WS-RUN-DATE
               COMPUTE WS-SPLIT-BALANCE =
                   LN-OUTSTANDING - LN-DUE-PRINCIPAL
               MOVE LN-PAYMENT TO WS-SPLIT-PAYMENT
               MOVE LN-RATE TO WS-SPLIT-RATE
               ADD 1 TO LN-BILLED-COUNT
               IF LN-BILLED-COUNT NOT < LN-TERM-MONTHS THEN
                   MOVE 'Y' TO WS-SPLIT-LAST
               ELSE
                   MOVE 'N' TO WS-SPLIT-LAST
               END-IF
               PERFORM SPLIT-INSTALLMENT

               ADD WS-SPLIT-PRINCIPAL TO LN-DUE-PRINCIPAL
               ADD WS-SPLIT-INTEREST TO LN-DUE-INTEREST
               IF LN-OLDEST-DUE = 0 THEN
                   MOVE LN-NEXT-DUE TO LN-OLDEST-DUE
               END-IF
               ADD 1 TO WS-BILLED-COUNT

               IF WS-SPLIT-LAST = 'Y' THEN
                   MOVE 0 TO LN-NEXT-DUE
               ELSE
                   MOVE LN-FIRST-DUE TO WS-MAT-BASE-DATE
                   MOVE LN-BILLED-COUNT TO WS-MAT-ADD-MONTHS
                   PERFORM COMPUTE-MATURITY-DATE
                   MOVE WS-MAT-RESULT-DATE TO LN-NEXT-DUE
               END-IF
           END-PERFORM.


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


       COLLECT-FROM-LINKED-ACCOUNT.
           MOVE 0 TO WS-COLLECT-INT
           MOVE 0 TO WS-COLLECT-PRIN

           MOVE LN-ACCNUM TO F-ACCNUM
           READ FD-RECORD INTO WS-ACCOUNT
               KEY IS F-ACCNUM
               INVALID KEY MOVE 0 TO WS-FLAG
               NOT INVALID KEY MOVE 1 TO WS-FLAG
           END-READ

           IF WS-FLAG = 0 THEN
               DISPLAY "Linked account missing for loan " LN-LOANNUM
           ELSE IF WS-ACCT-STATUS = 'F' THEN
               DISPLAY "Linked account frozen for loan " LN-LOANNUM
           ELSE
               PERFORM SUM-OPEN-HOLDS
               COMPUTE WS-AVAILABLE = WS-BALANCE + WS-OD-LIMIT
                   - WS-HELD-AMOUNT
               IF WS-OD-LIMIT = 0 THEN
                   SUBTRACT WS-MIN-BALANCE FROM WS-AVAILABLE
               END-IF

               IF WS-AVAILABLE > 0 THEN
                   IF WS-AVAILABLE < LN-DUE-INTEREST THEN
                       MOVE WS-AVAILABLE TO WS-COLLECT-INT
                   ELSE
                       MOVE LN-DUE-INTEREST TO WS-COLLECT-INT
                   END-IF
                   SUBTRACT WS-COLLECT-INT FROM WS-AVAILABLE
               END-IF

               IF WS-AVAILABLE > 0 THEN
                   IF WS-AVAILABLE < LN-DUE-PRINCIPAL THEN
                       MOVE WS-AVAILABLE TO WS-COLLECT-PRIN
                   ELSE
                       MOVE LN-DUE-PRINCIPAL TO WS-COLLECT-PRIN
                   END-IF
               END-IF
           END-IF
           END-IF

           IF WS-COLLECT-INT + WS-COLLECT-PRIN > 0 THEN
               COMPUTE WS-BALANCE = WS-BALANCE
                   - WS-COLLECT-INT - WS-COLLECT-PRIN
               PERFORM NOTE-OVERDRAWN-DATE

               REWRITE F-ACCOUNT FROM WS-ACCOUNT
                   INVALID KEY DISPLAY 'Invalid Key'
                       MOVE 'N' TO WS-REWRITE-OK
                   NOT INVALID KEY MOVE 'Y' TO WS-REWRITE-OK
               END-REWRITE

               IF WS-REWRITE-OK = 'Y' THEN
                   SUBTRACT WS-COLLECT-INT FROM LN-DUE-INTEREST
                   SUBTRACT WS-COLLECT-PRIN FROM LN-DUE-PRINCIPAL
                   SUBTRACT WS-COLLECT-PRIN FROM LN-OUTSTANDING
                   ADD WS-COLLECT-INT TO WS-INT-COLLECTED
                   ADD WS-COLLECT-PRIN TO WS-PRIN-COLLECTED
                   PERFORM POST-COLLECTION-ENTRIES
                   PERFORM RESET-OLDEST-DUE
               ELSE
                   MOVE 0 TO WS-COLLECT-INT
                   MOVE 0 TO WS-COLLECT-PRIN
               END-IF
           END-IF

           IF LN-DUE-PRINCIPAL + LN-DUE-INTEREST = 0 THEN
               ADD 1 TO WS-COLLECTED-COUNT
           ELSE
               ADD 1 TO WS-SHORT-COUNT
           END-IF.


       RESET-OLDEST-DUE.
           IF LN-DUE-PRINCIPAL + LN-DUE-INTEREST > 0
                   AND LN-PAYMENT > 0 THEN
               COMPUTE WS-ARREARS = LN-DUE-PRINCIPAL + LN-DUE-INTEREST
               DIVIDE WS-ARREARS BY LN-PAYMENT
                   GIVING WS-UNPAID-COUNT REMAINDER WS-UNPAID-REM
               IF WS-UNPAID-REM > 0 THEN
                   ADD 1 TO WS-UNPAID-COUNT
               END-IF
               IF WS-UNPAID-COUNT > LN-BILLED-COUNT THEN
                   MOVE LN-BILLED-COUNT TO WS-UNPAID-COUNT
               END-IF

               MOVE LN-FIRST-DUE TO WS-MAT-BASE-DATE
               COMPUTE WS-MAT-ADD-MONTHS =
                   LN-BILLED-COUNT - WS-UNPAID-COUNT
               PERFORM COMPUTE-MATURITY-DATE
               MOVE WS-MAT-RESULT-DATE TO LN-OLDEST-DUE
           END-IF.


       POST-COLLECTION-ENTRIES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE

           IF WS-COLLECT-INT > 0 THEN
               MOVE WS-COLLECT-INT TO WS-WDR-AMOUNT
               PERFORM WRITE-WITHDRAW-RECORD

               MOVE LN-ACCNUM TO WS-JRN-ACCNUM
               MOVE 'LI' TO WS-JRN-TYPE
               MOVE LN-LOANNUM TO WS-JRN-REFNUM
               MOVE WS-COLLECT-INT TO WS-JRN-AMOUNT
               PERFORM WRITE-JOURNAL-PARA
           END-IF

           IF WS-COLLECT-PRIN > 0 THEN
               MOVE WS-COLLECT-PRIN TO WS-WDR-AMOUNT
               PERFORM WRITE-WITHDRAW-RECORD

               MOVE LN-ACCNUM TO WS-JRN-ACCNUM
               MOVE 'LP' TO WS-JRN-TYPE
               MOVE LN-LOANNUM TO WS-JRN-REFNUM
               MOVE WS-COLLECT-PRIN TO WS-JRN-AMOUNT
               PERFORM WRITE-JOURNAL-PARA
           END-IF.


       WRITE-WITHDRAW-RECORD.
           OPEN I-O FD-WITHDRAW
               IF WS-FILESTATUS = 35 THEN
                   OPEN OUTPUT FD-WITHDRAW
               END-IF
               MOVE LN-ACCNUM TO FW-ACCNUM
               MOVE WS-CURRENT-DATE(1:16) TO FW-TIMESTAMP
               MOVE WS-WDR-AMOUNT TO FW-AMOUNT
               MOVE 0 TO FW-SEQ
               MOVE 0 TO WS-RETRY-COUNT
               MOVE 'N' TO WS-WRITTEN
               PERFORM UNTIL WS-WRITTEN = 'Y'
                       OR WS-RETRY-COUNT > 9999
                   WRITE FW-TRANSACTION
                       INVALID KEY
                           ADD 1 TO FW-SEQ
                           ADD 1 TO WS-RETRY-COUNT
                       NOT INVALID KEY MOVE 'Y' TO WS-WRITTEN
                   END-WRITE
               END-PERFORM
               IF WS-WRITTEN NOT = 'Y' THEN
                   DISPLAY 'Unable to log loan collection'
               END-IF
           CLOSE FD-WITHDRAW.


       AGE-ONE-LOAN.
           IF LN-DUE-PRINCIPAL + LN-DUE-INTEREST = 0 THEN
               MOVE 0 TO LN-OLDEST-DUE
               MOVE 0 TO LN-DAYS-PAST-DUE
               MOVE 'C' TO LN-BUCKET
               IF LN-OUTSTANDING = 0 THEN
                   MOVE 'P' TO LN-STATUS
                   MOVE 0 TO LN-NEXT-DUE
                   ADD 1 TO WS-PAIDOFF-COUNT
               END-IF
           ELSE
               COMPUTE WS-DAYS-LATE =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(LN-OLDEST-DUE)
               IF WS-DAYS-LATE < 0 THEN
                   MOVE 0 TO WS-DAYS-LATE
               END-IF
               IF WS-DAYS-LATE > 9999 THEN
                   MOVE 9999 TO LN-DAYS-PAST-DUE
               ELSE
                   MOVE WS-DAYS-LATE TO LN-DAYS-PAST-DUE
               END-IF

               COMPUTE WS-ARREARS = LN-DUE-PRINCIPAL + LN-DUE-INTEREST
               IF WS-DAYS-LATE < 30 THEN
                   MOVE '1' TO LN-BUCKET
                   ADD 1 TO WS-BKT-1-COUNT
                   ADD WS-ARREARS TO WS-BKT-1-AMOUNT
               ELSE IF WS-DAYS-LATE < 60 THEN
                   MOVE '3' TO LN-BUCKET
                   ADD 1 TO WS-BKT-3-COUNT
                   ADD WS-ARREARS TO WS-BKT-3-AMOUNT
               ELSE IF WS-DAYS-LATE < 90 THEN
                   MOVE '6' TO LN-BUCKET
                   ADD 1 TO WS-BKT-6-COUNT
                   ADD WS-ARREARS TO WS-BKT-6-AMOUNT
               ELSE
                   MOVE '9' TO LN-BUCKET
                   ADD 1 TO WS-BKT-9-COUNT
                   ADD WS-ARREARS TO WS-BKT-9-AMOUNT
               END-IF
           END-IF.


       WRITE-PAST-DUE-LINE.
           PERFORM DESCRIBE-PAST-DUE-BUCKET

           MOVE LN-DUE-PRINCIPAL TO WS-PRIN-DISP
           MOVE LN-DUE-INTEREST TO WS-INT-DISP
           MOVE SPACES TO FR-LINE
           STRING "  " LN-LOANNUM
               "  " LN-ACCNUM
               "  " LN-OLDEST-DUE
               "    " LN-DAYS-PAST-DUE
               "  " WS-BUCKET-DESC
               "  " WS-PRIN-DISP
               "  " WS-INT-DISP
               DELIMITED BY SIZE
               INTO FR-LINE
           WRITE FR-LINE.


       DESCRIBE-PAST-DUE-BUCKET.
           IF LN-BUCKET = '1' THEN
               MOVE "1-29" TO WS-BUCKET-DESC
           ELSE IF LN-BUCKET = '3' THEN
               MOVE "30-59" TO WS-BUCKET-DESC
           ELSE IF LN-BUCKET = '6' THEN
               MOVE "60-89" TO WS-BUCKET-DESC
           ELSE
               MOVE "90+" TO WS-BUCKET-DESC
           END-IF.


       REBUILD-RESTART-TOTALS.
           MOVE 0 TO WS-BKT-1-COUNT
           MOVE 0 TO WS-BKT-3-COUNT
           MOVE 0 TO WS-BKT-6-COUNT
           MOVE 0 TO WS-BKT-9-COUNT
           MOVE 0 TO WS-BKT-1-AMOUNT
           MOVE 0 TO WS-BKT-3-AMOUNT
           MOVE 0 TO WS-BKT-6-AMOUNT
           MOVE 0 TO WS-BKT-9-AMOUNT
           MOVE 0 TO WS-PRIN-COLLECTED
           MOVE 0 TO WS-INT-COLLECTED

           MOVE 'N' TO WS-EOF
           MOVE 0 TO LN-LOANNUM
           START FD-LOANMAST KEY IS NOT LESS THAN LN-LOANNUM
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ FD-LOANMAST NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM COUNT-LOAN-BUCKET
               END-READ
           END-PERFORM

           OPEN INPUT FD-JOURNAL
           IF WS-FILESTATUS = 00 THEN
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FD-JOURNAL NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM COUNT-COLLECTION-ENTRY
                   END-READ
               END-PERFORM
               CLOSE FD-JOURNAL
           END-IF.


       COUNT-LOAN-BUCKET.
           IF LN-STATUS = 'A' THEN
               COMPUTE WS-ARREARS = LN-DUE-PRINCIPAL + LN-DUE-INTEREST
               IF LN-BUCKET = '1' THEN
                   ADD 1 TO WS-BKT-1-COUNT
                   ADD WS-ARREARS TO WS-BKT-1-AMOUNT
               ELSE IF LN-BUCKET = '3' THEN
                   ADD 1 TO WS-BKT-3-COUNT
                   ADD WS-ARREARS TO WS-BKT-3-AMOUNT
               ELSE IF LN-BUCKET = '6' THEN
                   ADD 1 TO WS-BKT-6-COUNT
                   ADD WS-ARREARS TO WS-BKT-6-AMOUNT
               ELSE IF LN-BUCKET = '9' THEN
                   ADD 1 TO WS-BKT-9-COUNT
                   ADD WS-ARREARS TO WS-BKT-9-AMOUNT
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.


       COUNT-COLLECTION-ENTRY.
           MOVE FJ-TIMESTAMP TO WS-SCAN-STAMP
           IF WS-SCAN-DATE = WS-RUN-DATE THEN
               IF FJ-TYPE = 'LP' THEN
                   ADD FJ-AMOUNT TO WS-PRIN-COLLECTED
               ELSE IF FJ-TYPE = 'LI' THEN
                   ADD FJ-AMOUNT TO WS-INT-COLLECTED
               END-IF
               END-IF
           END-IF.


       WRITE-BUCKET-SUMMARY.
           MOVE SPACES TO FR-LINE
           WRITE FR-LINE
           MOVE "DELINQUENCY SUMMARY" TO FR-LINE
           WRITE FR-LINE

           MOVE WS-BKT-1-COUNT TO WS-COUNT-DISP
           MOVE WS-BKT-1-AMOUNT TO WS-TOTAL-DISP
           MOVE SPACES TO FR-LINE
           STRING "  1-29 DAYS  " WS-COUNT-DISP
               " LOANS  ARREARS " WS-TOTAL-DISP
               DELIMITED BY SIZE
               INTO FR-LINE
           WRITE FR-LINE

           MOVE WS-BKT-3-COUNT TO WS-COUNT-DISP
           MOVE WS-BKT-3-AMOUNT TO WS-TOTAL-DISP
           MOVE SPACES TO FR-LINE
           STRING "  30-59 DAYS " WS-COUNT-DISP
               " LOANS  ARREARS " WS-TOTAL-DISP
               DELIMITED BY SIZE
               INTO FR-LINE
           WRITE FR-LINE

           MOVE WS-BKT-6-COUNT TO WS-COUNT-DISP
           MOVE WS-BKT-6-AMOUNT TO WS-TOTAL-DISP
           MOVE SPACES TO FR-LINE
           STRING "  60-89 DAYS " WS-COUNT-DISP
               " LOANS  ARREARS " WS-TOTAL-DISP
               DELIMITED BY SIZE
               INTO FR-LINE
           WRITE FR-LINE

           MOVE WS-BKT-9-COUNT TO WS-COUNT-DISP
           MOVE WS-BKT-9-AMOUNT TO WS-TOTAL-DISP
           MOVE SPACES TO FR-LINE
           STRING "  90+ DAYS   " WS-COUNT-DISP
               " LOANS  ARREARS " WS-TOTAL-DISP
               DELIMITED BY SIZE
               INTO FR-LINE
           WRITE FR-LINE

           MOVE WS-PRIN-COLLECTED TO WS-TOTAL-DISP
           MOVE SPACES TO FR-LINE
           STRING "PRINCIPAL COLLECTED " WS-TOTAL-DISP
               DELIMITED BY SIZE
               INTO FR-LINE
           WRITE FR-LINE

           MOVE WS-INT-COLLECTED TO WS-TOTAL-DISP
           MOVE SPACES TO FR-LINE
           STRING "INTEREST COLLECTED  " WS-TOTAL-DISP
               DELIMITED BY SIZE
               INTO FR-LINE
           WRITE FR-LINE.


       NOTE-OVERDRAWN-DATE.
           IF WS-BALANCE < 0 THEN
               IF WS-OD-START-DATE = 0 THEN
                   MOVE WS-RUN-DATE TO WS-OD-START-DATE
               END-IF
           ELSE
               MOVE 0 TO WS-OD-START-DATE
           END-IF.


       SUM-OPEN-HOLDS.
           MOVE 0 TO WS-HELD-AMOUNT
           MOVE 'N' TO WS-HOLD-EOF
           OPEN INPUT FD-HOLDS
           IF WS-HOLD-STATUS = 00 THEN
               MOVE WS-ACCNUM TO H-ACCNUM
               MOVE 0 TO H-SEQ
               START FD-HOLDS KEY IS NOT LESS THAN H-KEY
                   INVALID KEY MOVE 'Y' TO WS-HOLD-EOF
               END-START
               PERFORM UNTIL WS-HOLD-EOF = 'Y'
                   READ FD-HOLDS NEXT RECORD
                       AT END MOVE 'Y' TO WS-HOLD-EOF
                       NOT AT END
                           IF H-ACCNUM NOT = WS-ACCNUM THEN
                               MOVE 'Y' TO WS-HOLD-EOF
                           ELSE IF H-STATUS = 'O' THEN
                               ADD H-AMOUNT TO WS-HELD-AMOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-HOLDS
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
               MOVE 0 TO FJ-TELLER
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


       RUNCTL-START.
           MOVE 'N' TO WS-RUN-REFUSED
           MOVE 0 TO WS-RESTART-CKPT

           OPEN I-O FD-RUNCTL
           IF WS-RUNCTL-STATUS = 35 THEN
               OPEN OUTPUT FD-RUNCTL
               CLOSE FD-RUNCTL
               OPEN I-O FD-RUNCTL
           END-IF

           MOVE WS-RUN-DATE TO FR-RUN-DATE
           MOVE 'LOAN' TO FR-JOB-CODE
           READ FD-RUNCTL
               INVALID KEY MOVE 0 TO WS-RUNCTL-FLAG
               NOT INVALID KEY MOVE 1 TO WS-RUNCTL-FLAG
           END-READ

           IF WS-RUNCTL-FLAG = 1 THEN
               IF FR-STATUS = 'C' THEN
                   MOVE 'Y' TO WS-RUN-REFUSED
                   CLOSE FD-RUNCTL
               ELSE
                   MOVE FR-CHECKPOINT TO WS-RESTART-CKPT
                   MOVE FR-CHECKPOINT TO WS-LAST-LOANNUM
               END-IF
           ELSE
               MOVE WS-RUN-DATE TO FR-RUN-DATE
               MOVE 'LOAN' TO FR-JOB-CODE
               MOVE 'S' TO FR-STATUS
               MOVE 0 TO FR-CHECKPOINT
               WRITE FR-RUNCTL
                   INVALID KEY DISPLAY 'Unable to register run'
               END-WRITE
           END-IF.


       RUNCTL-CHECKPOINT.
           MOVE WS-RUN-DATE TO FR-RUN-DATE
           MOVE 'LOAN' TO FR-JOB-CODE
           MOVE 'S' TO FR-STATUS
           MOVE WS-LAST-LOANNUM TO FR-CHECKPOINT
           REWRITE FR-RUNCTL
               INVALID KEY DISPLAY 'Unable to write checkpoint'
           END-REWRITE
           MOVE 0 TO WS-SINCE-CKPT.


       RUNCTL-COMPLETE.
           MOVE WS-RUN-DATE TO FR-RUN-DATE
           MOVE 'LOAN' TO FR-JOB-CODE
           MOVE 'C' TO FR-STATUS
           MOVE WS-LAST-LOANNUM TO FR-CHECKPOINT
           REWRITE FR-RUNCTL
               INVALID KEY DISPLAY 'Unable to mark run complete'
           END-REWRITE
           CLOSE FD-RUNCTL.
