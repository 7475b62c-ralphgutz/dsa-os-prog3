           RECORD KEY IS F-ACCNUM
           FILE STATUS IS WS-FILESTATUS.

           SELECT FD-JOURNAL ASSIGN TO 'C:\Cobol\BANK\jrnday.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS.

           SELECT FD-RUNCTL ASSIGN TO 'C:\Cobol\BANK\runctl.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS FR-KEY
           FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT FD-SECAUDIT ASSIGN TO 'C:\Cobol\BANK\secaudit.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
       FD FD-JOURNAL.
       COPY JRNTRANS.

       FD FD-RUNCTL.
       COPY RUNCTL.

       FD FD-SECAUDIT.
       COPY SECAUDIT.

       01 WS-EOF PIC X VALUE 'N'.
       01 WS-CURRENT-DATE PIC X(21).
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-RUNCTL-STATUS PIC XX.
       01 WS-DAY-EXTRACT-OK PIC X VALUE 'N'.

       01 WS-BASIC-COUNT PIC 9(7) VALUE 0.
       01 WS-PREMIUM-COUNT PIC 9(7) VALUE 0.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE

           PERFORM CHECK-DAY-EXTRACT
           IF WS-DAY-EXTRACT-OK NOT = 'Y' THEN
               DISPLAY "Daily journal extract not built for "
                   WS-RUN-DATE
               STOP RUN
           END-IF

           INITIALIZE WS-TOP-TABLE
           INITIALIZE WS-OD-TABLE
           COMPUTE WS-TODAY-INT =
           END-IF.


       CHECK-DAY-EXTRACT.
           MOVE 'N' TO WS-DAY-EXTRACT-OK
           OPEN INPUT FD-RUNCTL
           IF WS-RUNCTL-STATUS = 00 THEN
               MOVE WS-RUN-DATE TO FR-RUN-DATE
               MOVE 'JDAY' TO FR-JOB-CODE
               READ FD-RUNCTL
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF FR-STATUS = 'C' THEN
                           MOVE 'Y' TO WS-DAY-EXTRACT-OK
                       END-IF
               END-READ
               CLOSE FD-RUNCTL
           END-IF.


       SCAN-JOURNAL.
           MOVE 'N' TO WS-EOF
           OPEN INPUT FD-JOURNAL
       TALLY-JOURNAL-ENTRY.
           IF FJ-TYPE = 'DP' OR FJ-TYPE = 'TI' OR FJ-TYPE = 'IN'
                   OR FJ-TYPE = 'BD' OR FJ-TYPE = 'SI'
                   OR FJ-TYPE = 'MI' OR FJ-TYPE = 'LD' THEN
               ADD 1 TO WS-DEP-COUNT
               ADD FJ-AMOUNT TO WS-DEP-TOTAL
               MOVE FJ-AMOUNT TO WS-CAND-AMOUNT
                   OR FJ-TYPE = 'BW' OR FJ-TYPE = 'SO'
                   OR FJ-TYPE = 'CK' OR FJ-TYPE = 'FS'
                   OR FJ-TYPE = 'FM' OR FJ-TYPE = 'FX'
                   OR FJ-TYPE = 'OI' OR FJ-TYPE = 'LP'
                   OR FJ-TYPE = 'LI' OR FJ-TYPE = 'AW'
                   OR FJ-TYPE = 'CP' THEN
               ADD 1 TO WS-WDR-COUNT
               ADD FJ-AMOUNT TO WS-WDR-TOTAL
               MOVE FJ-AMOUNT TO WS-CAND-AMOUNT
