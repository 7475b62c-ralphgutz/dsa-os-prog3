       01 NQ-RECORD.
           05 NQ-TYPE PIC X(2).
           05 NQ-ACCNUM PIC 9(10).
           05 NQ-EVENT-DATE PIC 9(8).
           05 NQ-REFNUM PIC 9(16).
           05 NQ-AMOUNT PIC 9(7)V99.
           05 NQ-DETAIL PIC X(30).
