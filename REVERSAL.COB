               DISPLAY "Entry has already been reversed."
           ELSE IF FJ-TYPE = 'RV' OR FJ-TYPE = 'RR' THEN
               DISPLAY "A reversal entry cannot be reversed."
           ELSE IF FJ-TYPE = 'LD' OR FJ-TYPE = 'LP'
                   OR FJ-TYPE = 'LI' THEN
               DISPLAY "Loan entries are not reversed here; the loan"
               DISPLAY "master would no longer agree with the journal."
           ELSE
               MOVE FJ-TYPE TO WS-ORIG-TYPE
               MOVE FJ-AMOUNT TO WS-ORIG-AMOUNT
                   OR WS-ORIG-TYPE = 'CK' OR WS-ORIG-TYPE = 'FS'
                   OR WS-ORIG-TYPE = 'FM'
                   OR WS-ORIG-TYPE = 'FX'
                   OR WS-ORIG-TYPE = 'OI' OR WS-ORIG-TYPE = 'AW'
                   OR WS-ORIG-TYPE = 'CP' THEN
               MOVE '+' TO WS-REV-DIRECTION
               MOVE 'RR' TO WS-REV-TYPE
           ELSE
