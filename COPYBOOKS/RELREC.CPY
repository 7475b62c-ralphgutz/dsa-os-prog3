       01 F-RELATION.
           05 R-KEY.
               10 R-ACCNUM PIC 9(10).
               10 R-CUSTID PIC 9(8).
           05 R-ROLE PIC X(1).
           05 R-ADDED-DATE PIC 9(8).
