       01 F-LOAN.
           05 LN-LOANNUM PIC 9(10).
           05 LN-ACCNUM PIC 9(10).
           05 LN-CUSTID PIC 9(8).
           05 LN-PRINCIPAL PIC 9(7)V99.
           05 LN-RATE PIC 9V9(4).
           05 LN-TERM-MONTHS PIC 9(3).
           05 LN-PAYMENT PIC 9(7)V99.
           05 LN-BOOK-DATE PIC 9(8).
           05 LN-FIRST-DUE PIC 9(8).
           05 LN-NEXT-DUE PIC 9(8).
           05 LN-BILLED-COUNT PIC 9(3).
           05 LN-OUTSTANDING PIC 9(7)V99.
           05 LN-DUE-PRINCIPAL PIC 9(7)V99.
           05 LN-DUE-INTEREST PIC 9(7)V99.
           05 LN-OLDEST-DUE PIC 9(8).
           05 LN-DAYS-PAST-DUE PIC 9(4).
           05 LN-BUCKET PIC X(1).
           05 LN-STATUS PIC X(1).
