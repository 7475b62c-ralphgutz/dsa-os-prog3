               'C:\Cobol\BANK\dormant_report.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FD-NOTICE-Q ASSIGN TO
               'C:\Cobol\BANK\noticeq.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FD-RECORD.
       FD FD-DORMANT-RPT.
       01 FR-LINE PIC X(80).

       FD FD-NOTICE-Q.
       COPY NOTEVENT.

       WORKING-STORAGE SECTION.

       01 WS-FILESTATUS PIC XX.
       01 WS-WITHDRAW-OPEN PIC X VALUE 'N'.
       01 WS-SWEEP-ACCNUM PIC 9(10).
       01 WS-MARKED-COUNT PIC 9(7) VALUE 0.
       01 WS-NTC-TYPE PIC X(2).
       01 WS-NTC-ACCNUM PIC 9(10).
       01 WS-NTC-EVENT-DATE PIC 9(8).
       01 WS-NTC-REFNUM PIC 9(16).
       01 WS-NTC-AMOUNT PIC 9(7)V99.
       01 WS-NTC-DETAIL PIC X(30).

       01 WS-ARCH-TXN.
           05 WA-ACCNUM PIC 9(10).
                           DELIMITED BY SIZE
                           INTO FR-LINE
                       WRITE FR-LINE
                       MOVE 'DM' TO WS-NTC-TYPE
                       MOVE F-ACCNUM TO WS-NTC-ACCNUM
                       MOVE WS-TODAY-DATE TO WS-NTC-EVENT-DATE
                       MOVE WS-CUTOFF-DATE TO WS-NTC-REFNUM
                       MOVE F-BALANCE TO WS-NTC-AMOUNT
                       MOVE "NO ACTIVITY" TO WS-NTC-DETAIL
                       PERFORM WRITE-NOTICE-EVENT
               END-REWRITE
           END-IF.


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


       CHECK-RECENT-DEPOSITS.
           IF WS-DEPOSIT-OPEN = 'Y' THEN
               MOVE WS-SWEEP-ACCNUM TO FD-ACCNUM
