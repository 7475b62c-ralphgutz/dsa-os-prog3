       01 F-GLACCT.
           05 G-GLACCT PIC 9(7).
           05 G-DESC PIC X(30).
           05 G-TYPE PIC X(1).
           05 G-BALANCE PIC S9(11)V99.
           05 G-OPEN-DATE PIC 9(8).
           05 G-POST-DATE PIC 9(8).
           05 G-DAY-DR PIC 9(11)V99.
           05 G-DAY-CR PIC 9(11)V99.
