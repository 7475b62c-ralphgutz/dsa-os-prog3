       01 F-CLOSED-ACCT.
           05 CA-ACCNUM PIC 9(10).
           05 CA-CUSTID PIC 9(8).
           05 CA-CLOSED-DATE PIC 9(8).
           05 CA-TELLER PIC 9(4).
