       01 TX-RECORD.
           05 TX-REC-TYPE PIC X(1).
           05 TX-DETAIL.
               10 TX-CUSTID PIC 9(8).
               10 TX-NAME PIC X(40).
               10 TX-ADDRESS PIC X(40).
               10 TX-DEP-INTEREST PIC S9(11)V99
                   SIGN IS LEADING SEPARATE.
               10 TX-MAT-INTEREST PIC S9(11)V99
                   SIGN IS LEADING SEPARATE.
               10 TX-OD-INTEREST PIC S9(11)V99
                   SIGN IS LEADING SEPARATE.
           05 TX-HEADER REDEFINES TX-DETAIL.
               10 TX-H-TAX-YEAR PIC 9(4).
               10 TX-H-RUN-DATE PIC 9(8).
               10 FILLER PIC X(118).
           05 TX-TRAILER REDEFINES TX-DETAIL.
               10 TX-T-COUNT PIC 9(7).
               10 TX-T-DEP-TOTAL PIC S9(13)V99
                   SIGN IS LEADING SEPARATE.
               10 TX-T-MAT-TOTAL PIC S9(13)V99
                   SIGN IS LEADING SEPARATE.
               10 TX-T-OD-TOTAL PIC S9(13)V99
                   SIGN IS LEADING SEPARATE.
               10 FILLER PIC X(75).
