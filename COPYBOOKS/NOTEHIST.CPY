       01 F-NOTICE-HIST.
           05 NH-KEY.
               10 NH-ACCNUM PIC 9(10).
               10 NH-TYPE PIC X(2).
               10 NH-EVENT-DATE PIC 9(8).
               10 NH-REFNUM PIC 9(16).
           05 NH-CUSTID PIC 9(8).
           05 NH-SENT-DATE PIC 9(8).
           05 NH-SENT-TIME PIC 9(8).
           05 NH-LETTER-NO PIC 9(5).
           05 NH-AMOUNT PIC 9(7)V99.
           05 NH-ADDRESS PIC X(40).
           05 NH-STATUS PIC X(1).
