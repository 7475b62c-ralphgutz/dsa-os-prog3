           RECORD KEY IS F-ACCNUM
           FILE STATUS IS WS-FILESTATUS.

           SELECT FD-DEPOSIT ASSIGN TO 'C:\Cobol\BANK\depday.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS.

           SELECT FD-WITHDRAW ASSIGN TO 'C:\Cobol\BANK\wdrday.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS.

           SELECT FD-RUNCTL ASSIGN TO 'C:\Cobol\BANK\runctl.dat'
           RECORD KEY IS FR-KEY
           FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT FD-JOURNAL ASSIGN TO 'C:\Cobol\BANK\jrnday.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS.

           SELECT FD-CONTROL ASSIGN TO 'C:\Cobol\BANK\control.dat'
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-RUNCTL-FLAG PIC 9.
       01 WS-RUN-REFUSED PIC X VALUE 'N'.
       01 WS-DAY-EXTRACT-OK PIC X VALUE 'N'.
       01 WS-CURRENT-DATE PIC X(21).
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-TOTAL-BALANCE PIC S9(9)V99 VALUE 0.
       01 WS-JRN-FEE-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-JRN-MATURITY-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-JRN-OD-INT-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-JRN-LOAN-DISB-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-JRN-LOAN-PRIN-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-JRN-LOAN-INT-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-JRN-CASH-OVER-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-JRN-CASH-SHORT-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-JRN-CARD-CASH-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-JRN-CARD-PURCH-TOTAL PIC 9(9)V99 VALUE 0.

       PROCEDURE DIVISION.
       RECONCILE-MAIN.
               STOP RUN
           END-IF

           PERFORM CHECK-DAY-EXTRACT
           IF WS-DAY-EXTRACT-OK NOT = 'Y' THEN
               DISPLAY "Daily journal extract not built for "
                   WS-RUN-DATE
               PERFORM RUNCTL-ABANDON
               STOP RUN
           END-IF

           PERFORM READ-PRIOR-TOTAL
           PERFORM SUM-ACCOUNT-BALANCES
           PERFORM SUM-DEPOSITS
               ADD FJ-AMOUNT TO WS-JRN-MATURITY-TOTAL
           ELSE IF FJ-TYPE = 'OI' THEN
               ADD FJ-AMOUNT TO WS-JRN-OD-INT-TOTAL
           ELSE IF FJ-TYPE = 'LD' THEN
               ADD FJ-AMOUNT TO WS-JRN-LOAN-DISB-TOTAL
           ELSE IF FJ-TYPE = 'LP' THEN
               ADD FJ-AMOUNT TO WS-JRN-LOAN-PRIN-TOTAL
           ELSE IF FJ-TYPE = 'LI' THEN
               ADD FJ-AMOUNT TO WS-JRN-LOAN-INT-TOTAL
           ELSE IF FJ-TYPE = 'CO' THEN
               ADD FJ-AMOUNT TO WS-JRN-CASH-OVER-TOTAL
           ELSE IF FJ-TYPE = 'CS' THEN
               ADD FJ-AMOUNT TO WS-JRN-CASH-SHORT-TOTAL
           ELSE IF FJ-TYPE = 'AW' THEN
               ADD FJ-AMOUNT TO WS-JRN-CARD-CASH-TOTAL
           ELSE IF FJ-TYPE = 'CP' THEN
               ADD FJ-AMOUNT TO WS-JRN-CARD-PURCH-TOTAL
           END-IF.


           DISPLAY "  Fees assessed         : " WS-JRN-FEE-TOTAL
           DISPLAY "  Maturity interest     : " WS-JRN-MATURITY-TOTAL
           DISPLAY "  Overdraft interest    : " WS-JRN-OD-INT-TOTAL
           DISPLAY "  Loan disbursements    : " WS-JRN-LOAN-DISB-TOTAL
           DISPLAY "  Loan principal repaid : " WS-JRN-LOAN-PRIN-TOTAL
           DISPLAY "  Loan interest repaid  : " WS-JRN-LOAN-INT-TOTAL
           DISPLAY "  Cash over (suspense)  : " WS-JRN-CASH-OVER-TOTAL
           DISPLAY "  Cash short (suspense) : " WS-JRN-CASH-SHORT-TOTAL
           DISPLAY "  Card cash withdrawals : " WS-JRN-CARD-CASH-TOTAL
           DISPLAY "  Card purchases        : " WS-JRN-CARD-PURCH-TOTAL

           IF WS-HAD-PRIOR-TOTAL = 'N' THEN
               DISPLAY "No prior closing total to reconcile against."
           END-IF.


       CHECK-DAY-EXTRACT.
           MOVE 'N' TO WS-DAY-EXTRACT-OK
           MOVE WS-RUN-DATE TO FR-RUN-DATE
           MOVE 'JDAY' TO FR-JOB-CODE
           READ FD-RUNCTL
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF FR-STATUS = 'C' THEN
                       MOVE 'Y' TO WS-DAY-EXTRACT-OK
                   END-IF
           END-READ.


       CHECK-GL-EXTRACT.
           MOVE WS-RUN-DATE TO FR-RUN-DATE
           MOVE 'GLEX' TO FR-JOB-CODE
           OPEN OUTPUT FD-CONTROL
           WRITE FC-PRIOR-TOTAL
           CLOSE FD-CONTROL.


       RUNCTL-ABANDON.
           IF WS-RUNCTL-FLAG = 0 THEN
               MOVE WS-RUN-DATE TO FR-RUN-DATE
               MOVE 'RECN' TO FR-JOB-CODE
               DELETE FD-RUNCTL
                   INVALID KEY CONTINUE
               END-DELETE
           END-IF
           CLOSE FD-RUNCTL.
