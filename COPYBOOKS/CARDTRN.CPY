       01 CT-RECORD.
           05 CT-CARDNUM PIC 9(16).
           05 CT-TXN-TYPE PIC X(1).
           05 CT-TXN-DATE PIC 9(8).
           05 CT-TERMINAL PIC X(8).
           05 CT-AMOUNT PIC 9(7)V99.
