       01 F-DRAWER.
           05 DW-KEY.
               10 DW-DATE PIC 9(8).
               10 DW-TELLER PIC 9(4).
           05 DW-STATUS PIC X(1).
           05 DW-OPENING PIC 9(9)V99.
           05 DW-BOUGHT PIC 9(9)V99.
           05 DW-SOLD PIC 9(9)V99.
           05 DW-CASH-IN PIC 9(9)V99.
           05 DW-CASH-OUT PIC 9(9)V99.
           05 DW-IN-COUNT PIC 9(5).
           05 DW-OUT-COUNT PIC 9(5).
           05 DW-COUNTED PIC 9(9)V99.
           05 DW-OVER-SHORT PIC S9(9)V99.
           05 DW-CLOSED-BY PIC 9(4).
