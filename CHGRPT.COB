       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHANGE-HISTORY-REPORT.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-CHGLOG ASSIGN TO 'C:\Cobol\BANK\chglog.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CL-KEY
           FILE STATUS IS WS-CHGLOG-STATUS.

           SELECT FD-CHANGE-RPT ASSIGN TO
               'C:\Cobol\BANK\change_history.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FD-CHGLOG.
       COPY CHGLOG.

       FD FD-CHANGE-RPT.
       01 FR-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-CHGLOG-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-CURRENT-DATE PIC X(21).
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-SEL-FROM-DATE PIC 9(8) VALUE 0.
       01 WS-SEL-TO-DATE PIC 9(8) VALUE 0.
       01 WS-SEL-FILE PIC X(12) VALUE SPACES.
       01 WS-SEL-OPERATOR PIC 9(4) VALUE 0.
       01 WS-CHANGE-COUNT PIC 9(7) VALUE 0.
       01 WS-COUNT-DISP PIC Z,ZZZ,ZZ9.
       01 WS-TIME-DISP PIC X(8).

       PROCEDURE DIVISION.
       CHANGE-RPT-MAIN.
           DISPLAY "=== CHANGE HISTORY REPORT ==========="

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE

           DISPLAY "From date (YYYYMMDD, 0 for earliest): "
           ACCEPT WS-SEL-FROM-DATE
           DISPLAY "To date (YYYYMMDD, 0 for today): "
           ACCEPT WS-SEL-TO-DATE
           DISPLAY "File name (blank for all files): "
           ACCEPT WS-SEL-FILE
           DISPLAY "Operator ID (0 for all operators): "
           ACCEPT WS-SEL-OPERATOR

           IF WS-SEL-TO-DATE = 0 THEN
               MOVE WS-RUN-DATE TO WS-SEL-TO-DATE
           END-IF
           INSPECT WS-SEL-FILE CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               TO 'abcdefghijklmnopqrstuvwxyz'

           OPEN OUTPUT FD-CHANGE-RPT

           MOVE SPACES TO FR-LINE
           STRING "MASTER FILE CHANGE HISTORY  FROM " WS-SEL-FROM-DATE
               "  TO " WS-SEL-TO-DATE
               DELIMITED BY SIZE
               INTO FR-LINE
           WRITE FR-LINE

           MOVE SPACES TO FR-LINE
           IF WS-SEL-FILE = SPACES THEN
               MOVE "FILE: ALL" TO FR-LINE(1:20)
           ELSE
               STRING "FILE: " WS-SEL-FILE DELIMITED BY SIZE
                   INTO FR-LINE
           END-IF
           IF WS-SEL-OPERATOR = 0 THEN
               MOVE "OPERATOR: ALL" TO FR-LINE(22:20)
           ELSE
               STRING "OPERATOR: " WS-SEL-OPERATOR DELIMITED BY SIZE
                   INTO FR-LINE(22:20)
           END-IF
           WRITE FR-LINE

           MOVE SPACES TO FR-LINE
           WRITE FR-LINE
           MOVE SPACES TO FR-LINE
           STRING "DATE      TIME      OPER  PROGRAM   FILE        "
               "  KEY                       FIELD"
               DELIMITED BY SIZE
               INTO FR-LINE
           WRITE FR-LINE

           PERFORM LIST-CHANGES

           MOVE SPACES TO FR-LINE
           WRITE FR-LINE
           MOVE WS-CHANGE-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO FR-LINE
           STRING "Changes listed: " WS-COUNT-DISP
               DELIMITED BY SIZE
               INTO FR-LINE
           WRITE FR-LINE

           CLOSE FD-CHANGE-RPT

           DISPLAY "Changes listed : " WS-CHANGE-COUNT
           DISPLAY "Report written to change_history.txt"

           STOP RUN.


       LIST-CHANGES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT FD-CHGLOG
           IF WS-CHGLOG-STATUS NOT = 00 THEN
               DISPLAY "No change log found."
               MOVE "  No change log found." TO FR-LINE
               WRITE FR-LINE
           ELSE
               COMPUTE CL-TIMESTAMP = WS-SEL-FROM-DATE * 100000000
               MOVE 0 TO CL-SEQ
               START FD-CHGLOG KEY IS NOT LESS THAN CL-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START

               PERFORM UNTIL WS-EOF = 'Y'
                   READ FD-CHGLOG NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CL-TIMESTAMP(1:8) > WS-SEL-TO-DATE THEN
                               MOVE 'Y' TO WS-EOF
                           ELSE
                               PERFORM SELECT-ONE-CHANGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-CHGLOG
           END-IF.


       SELECT-ONE-CHANGE.
           IF (WS-SEL-FILE = SPACES OR CL-FILE = WS-SEL-FILE)
                   AND (WS-SEL-OPERATOR = 0
                       OR CL-OPERATOR = WS-SEL-OPERATOR) THEN
               PERFORM WRITE-CHANGE-LINES
           END-IF.


       WRITE-CHANGE-LINES.
           ADD 1 TO WS-CHANGE-COUNT

           MOVE SPACES TO WS-TIME-DISP
           STRING CL-TIMESTAMP(9:2) ":" CL-TIMESTAMP(11:2)
               ":" CL-TIMESTAMP(13:2)
               DELIMITED BY SIZE
               INTO WS-TIME-DISP

           MOVE SPACES TO FR-LINE
           STRING CL-TIMESTAMP(1:8)
               "  " WS-TIME-DISP
               "  " CL-OPERATOR
               "  " CL-PROGRAM
               "  " CL-FILE
               "  " CL-REC-KEY
               "  " CL-FIELD
               DELIMITED BY SIZE
               INTO FR-LINE
           WRITE FR-LINE

           MOVE SPACES TO FR-LINE
           STRING "          BEFORE: " CL-OLD-VALUE
               "  AFTER: " CL-NEW-VALUE
               DELIMITED BY SIZE
               INTO FR-LINE
           WRITE FR-LINE.
