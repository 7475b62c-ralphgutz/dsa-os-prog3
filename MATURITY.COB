               'C:\Cobol\BANK\maturity_report.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FD-NOTICE-Q ASSIGN TO
               'C:\Cobol\BANK\noticeq.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FD-RECORD.
       FD FD-MATURITY-RPT.
       01 FR-LINE PIC X(100).

       FD FD-NOTICE-Q.
       COPY NOTEVENT.

       WORKING-STORAGE SECTION.

       01 WS-FILESTATUS PIC XX.
       01 WS-JRN-TYPE PIC X(2).
       01 WS-JRN-REFNUM PIC 9(16).
       01 WS-JRN-AMOUNT PIC 9(7)V99.
       01 WS-NTC-TYPE PIC X(2).
       01 WS-NTC-ACCNUM PIC 9(10).
       01 WS-NTC-EVENT-DATE PIC 9(8).
       01 WS-NTC-REFNUM PIC 9(16).
       01 WS-NTC-AMOUNT PIC 9(7)V99.
       01 WS-NTC-DETAIL PIC X(30).
       01 WS-INTEREST PIC 9(7)V99.
       01 WS-XFER-AMOUNT PIC 9(7)V99.
       01 WS-SETTLED PIC X.
           IF WS-REWRITE-OK = 'Y' THEN
               PERFORM POST-MATURITY-ENTRIES
               PERFORM WRITE-MATURITY-LINE
               PERFORM QUEUE-MATURITY-NOTICE
           ELSE
               DISPLAY "Unable to update term account: " WS-ACCNUM
           END-IF
           END-IF.


       QUEUE-MATURITY-NOTICE.
           MOVE WS-ACCNUM TO WS-NTC-ACCNUM
           MOVE WS-RUN-DATE TO WS-NTC-EVENT-DATE
           IF WS-SETTLED = 'Y' THEN
               MOVE 'MS' TO WS-NTC-TYPE
               MOVE WS-SETTLE-ACCNUM TO WS-NTC-REFNUM
               MOVE WS-XFER-AMOUNT TO WS-NTC-AMOUNT
           ELSE
               MOVE 'MR' TO WS-NTC-TYPE
               MOVE WS-MATURITY-DATE TO WS-NTC-REFNUM
               MOVE WS-INTEREST TO WS-NTC-AMOUNT
           END-IF
           MOVE WS-ACTION-DESC TO WS-NTC-DETAIL
           PERFORM WRITE-NOTICE-EVENT.


       WRITE-MATURITY-LINE.
           MOVE WS-INTEREST TO WS-INTEREST-DISP
           MOVE SPACES TO FR-LINE
           MOVE WS-MAT-DATE-NUM TO WS-MAT-RESULT-DATE.


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


       WRITE-JOURNAL-PARA.
           OPEN I-O FD-JOURNAL
               IF WS-FILESTATUS = 35 THEN
