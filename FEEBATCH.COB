               'C:\Cobol\BANK\feereg.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FD-NOTICE-Q ASSIGN TO
               'C:\Cobol\BANK\noticeq.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FD-RECORD.
       FD FD-FEE-RPT.
       01 FR-LINE PIC X(100).

       FD FD-NOTICE-Q.
       COPY NOTEVENT.

       WORKING-STORAGE SECTION.

       01 WS-FILESTATUS PIC XX.
       01 WS-FEE-AMOUNT PIC 9(7)V99.
       01 WS-FEE-TYPE PIC X(2).
       01 WS-FEE-DESC PIC X(16).
       01 WS-NTC-TYPE PIC X(2).
       01 WS-NTC-ACCNUM PIC 9(10).
       01 WS-NTC-EVENT-DATE PIC 9(8).
       01 WS-NTC-REFNUM PIC 9(16).
       01 WS-NTC-AMOUNT PIC 9(7)V99.
       01 WS-NTC-DETAIL PIC X(30).
       01 WS-CHARGED-COUNT PIC 9(7) VALUE 0.
       01 WS-CHARGED-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-AMOUNT-DISP PIC Z,ZZZ,ZZ9.99.
               CONTINUE
           ELSE IF FJ-TYPE = 'DP' OR FJ-TYPE = 'TI'
                   OR FJ-TYPE = 'IN' OR FJ-TYPE = 'BD'
                   OR FJ-TYPE = 'SI' OR FJ-TYPE = 'MI'
                   OR FJ-TYPE = 'LD' THEN
               ADD FJ-AMOUNT TO WS-MONTH-NET
           ELSE IF FJ-TYPE = 'WD' OR FJ-TYPE = 'TO'
                   OR FJ-TYPE = 'BW' OR FJ-TYPE = 'SO'
                   OR FJ-TYPE = 'CK' OR FJ-TYPE = 'AW'
                   OR FJ-TYPE = 'CP' THEN
               SUBTRACT FJ-AMOUNT FROM WS-MONTH-NET
               ADD 1 TO WS-WDR-ITEMS
           ELSE IF FJ-TYPE = 'FS' OR FJ-TYPE = 'FM'
                   OR FJ-TYPE = 'FX' OR FJ-TYPE = 'OI'
                   OR FJ-TYPE = 'LP' OR FJ-TYPE = 'LI' THEN
               SUBTRACT FJ-AMOUNT FROM WS-MONTH-NET
           END-IF.

               CONTINUE
           ELSE IF FJ-TYPE = 'DP' OR FJ-TYPE = 'TI'
                   OR FJ-TYPE = 'IN' OR FJ-TYPE = 'BD'
                   OR FJ-TYPE = 'SI' OR FJ-TYPE = 'MI'
                   OR FJ-TYPE = 'LD' THEN
               ADD FJ-AMOUNT TO WS-RUN-BAL
           ELSE IF FJ-TYPE = 'WD' OR FJ-TYPE = 'TO'
                   OR FJ-TYPE = 'BW' OR FJ-TYPE = 'SO'
                   OR FJ-TYPE = 'CK' OR FJ-TYPE = 'FS'
                   OR FJ-TYPE = 'FM' OR FJ-TYPE = 'FX'
                   OR FJ-TYPE = 'OI' OR FJ-TYPE = 'LP'
                   OR FJ-TYPE = 'LI' OR FJ-TYPE = 'AW'
                   OR FJ-TYPE = 'CP' THEN
               SUBTRACT FJ-AMOUNT FROM WS-RUN-BAL
           END-IF

           CLOSE FD-WITHDRAW

           PERFORM WRITE-FEE-JOURNAL
           PERFORM QUEUE-FEE-NOTICE

           MOVE WS-FEE-AMOUNT TO WS-AMOUNT-DISP
           MOVE SPACES TO FR-LINE
           WRITE FR-LINE.


       QUEUE-FEE-NOTICE.
           MOVE 'FE' TO WS-NTC-TYPE
           MOVE WS-FEE-ACCNUM TO WS-NTC-ACCNUM
           MOVE WS-RUN-DATE TO WS-NTC-EVENT-DATE
           IF WS-FEE-TYPE = 'FS' THEN
               MOVE 1 TO WS-NTC-REFNUM
           ELSE IF WS-FEE-TYPE = 'FM' THEN
               MOVE 2 TO WS-NTC-REFNUM
           ELSE
               MOVE 3 TO WS-NTC-REFNUM
           END-IF
           END-IF
           MOVE WS-FEE-AMOUNT TO WS-NTC-AMOUNT
           MOVE WS-FEE-DESC TO WS-NTC-DETAIL
           PERFORM WRITE-NOTICE-EVENT.


       WRITE-FEE-JOURNAL.
           CLOSE FD-JOURNAL
           OPEN I-O FD-JOURNAL
           OPEN INPUT FD-JOURNAL.


       WRITE-NOTICE-EVENT.
           OPEN EXTEND FD-NOTICE-Q
               MOVE WS-NTC-TYPE TO NQ-TYPE
               MOVE WS-NTC-ACCNUM TO NQ-ACCNUM
               MOVE WS-NTC-EVENT-DATE TO NQ-EVENT-DATE
               MOVE WS-NTC-REFNUM TO NQ-REFNUM
               MOVE WS-NTC-AMOUNT TO NQ-AMOUNT
               MOVE WS-NTC-DETAIL TO NQ-DETAIL
               WRITE NQ-RECORD
           CLOSE FD-NOTICE-Q.


       LOAD-PARAMETERS.
           MOVE 'SVC-CHARGE' TO WS-PARM-NAME
           MOVE 'B' TO WS-PARM-TYPE
