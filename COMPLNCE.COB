           RECORD KEY IS F-ACCNUM
           FILE STATUS IS WS-FILESTATUS.

           SELECT FD-JOURNAL ASSIGN TO 'C:\Cobol\BANK\jrnday.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXN-FILESTATUS.

           SELECT FD-RUNCTL ASSIGN TO 'C:\Cobol\BANK\runctl.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS FR-KEY
           FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT FD-PARAMS ASSIGN TO 'C:\Cobol\BANK\params.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
       FD FD-JOURNAL.
       COPY JRNTRANS.

       FD FD-RUNCTL.
       COPY RUNCTL.

       FD FD-PARAMS.
       COPY PARMREC.

       01 WS-FLAG PIC 9.
       01 WS-CURRENT-DATE PIC X(21).
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-RUNCTL-STATUS PIC XX.
       01 WS-DAY-EXTRACT-OK PIC X VALUE 'N'.
       01 WS-RECORD-FILE-OK PIC X VALUE 'N'.

       01 WS-RPT-THRESHOLD PIC 9(7)V99 VALUE 10000.00.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE

           PERFORM CHECK-DAY-EXTRACT
           IF WS-DAY-EXTRACT-OK NOT = 'Y' THEN
               DISPLAY "Daily journal extract not built for "
                   WS-RUN-DATE
               STOP RUN
           END-IF

           PERFORM LOAD-PARAMETERS

           OPEN INPUT FD-RECORD
           STOP RUN.


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


       SCAN-WITHDRAWALS.
           MOVE 0 TO WS-CUR-ACCNUM
           MOVE 0 TO WS-DAY-COUNT
                           IF FJ-TYPE = 'WD' OR FJ-TYPE = 'TO'
                                   OR FJ-TYPE = 'BW'
                                   OR FJ-TYPE = 'SO'
                                   OR FJ-TYPE = 'CK'
                                   OR FJ-TYPE = 'AW'
                                   OR FJ-TYPE = 'CP' THEN
                               PERFORM TALLY-SCAN-ENTRY
                           END-IF
                   END-READ
