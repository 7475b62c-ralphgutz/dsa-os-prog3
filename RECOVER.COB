       APPLY-ONE-ENTRY.
           PERFORM JUDGE-ENTRY-SIGN

           IF WS-ENTRY-SIGN = 'N' THEN
               CONTINUE
           ELSE IF WS-ENTRY-SIGN = '?' THEN
               ADD 1 TO WS-FAILED-COUNT
               PERFORM WRITE-UNAPPLIED-LINE
           ELSE
       JUDGE-ENTRY-SIGN.
           IF FJ-TYPE = 'DP' OR FJ-TYPE = 'TI' OR FJ-TYPE = 'IN'
                   OR FJ-TYPE = 'BD' OR FJ-TYPE = 'SI'
                   OR FJ-TYPE = 'MI' OR FJ-TYPE = 'RR'
                   OR FJ-TYPE = 'LD' THEN
               MOVE '+' TO WS-ENTRY-SIGN
           ELSE IF FJ-TYPE = 'WD' OR FJ-TYPE = 'TO'
                   OR FJ-TYPE = 'BW' OR FJ-TYPE = 'SO'
                   OR FJ-TYPE = 'CK' OR FJ-TYPE = 'FS'
                   OR FJ-TYPE = 'FM' OR FJ-TYPE = 'FX'
                   OR FJ-TYPE = 'RV' OR FJ-TYPE = 'OI'
                   OR FJ-TYPE = 'LP' OR FJ-TYPE = 'LI'
                   OR FJ-TYPE = 'AW' OR FJ-TYPE = 'CP' THEN
               MOVE '-' TO WS-ENTRY-SIGN
           ELSE IF FJ-TYPE = 'CO' OR FJ-TYPE = 'CS' THEN
               MOVE 'N' TO WS-ENTRY-SIGN
           ELSE
               MOVE '?' TO WS-ENTRY-SIGN
           END-IF.
