       01 F-CARD.
           05 CD-CARDNUM PIC 9(16).
           05 CD-ACCNUM PIC 9(10).
           05 CD-STATUS PIC X(1).
           05 CD-EXPIRY PIC 9(6).
           05 CD-CASH-LIMIT PIC 9(7)V99.
           05 CD-PURCH-LIMIT PIC 9(7)V99.
           05 CD-ISSUE-DATE PIC 9(8).
           05 CD-REPLACED-BY PIC 9(16).
           05 CD-USAGE-DATE PIC 9(8).
           05 CD-CASH-USED PIC 9(7)V99.
           05 CD-PURCH-USED PIC 9(7)V99.
