           RECORD KEY IS P-KEY
           FILE STATUS IS WS-PARM-STATUS.

           SELECT FD-CHGLOG ASSIGN TO 'C:\Cobol\BANK\chglog.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CL-KEY
           FILE STATUS IS WS-CHGLOG-STATUS.

           SELECT FD-TELLER ASSIGN TO 'C:\Cobol\BANK\tellmast.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS T-TELLERID
           FILE STATUS IS WS-TELLER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FD-PARAMS.
       COPY PARMREC.

       FD FD-CHGLOG.
       COPY CHGLOG.

       FD FD-TELLER.
       COPY TELLMAST.

       WORKING-STORAGE SECTION.

       01 WS-PARM-STATUS PIC XX.
       01 WS-ENTRY-DATE PIC 9(8).
       01 WS-ENTRY-VALUE PIC 9(7)V9(4).
       01 WS-VALUE-DISP PIC Z,ZZZ,ZZ9.9999.
       01 WS-CHGLOG-STATUS PIC XX.
       01 WS-CHG-DATE PIC X(21).
       01 WS-CHG-FILE PIC X(12).
       01 WS-CHG-KEY PIC X(24).
       01 WS-CHG-FIELD PIC X(16).
       01 WS-CHG-OLD PIC X(40).
       01 WS-CHG-NEW PIC X(40).
       01 WS-WRITTEN PIC X.
       01 WS-RETRY-COUNT PIC 9(5).
       01 WS-TELLER-STATUS PIC XX.
       01 WS-FLAG PIC 9.
       01 WS-TELLER-ID PIC 9(4) VALUE 0.
       01 WS-TELLER-NAME PIC X(20).
       01 WS-TELLER-PASS-TEMP PIC 9(6).

       PROCEDURE DIVISION.
       PARAM-MAINT-MAIN.
           DISPLAY "=== PARAMETER MAINTENANCE ===========".


       SUPERVISOR-SIGNON.
           DISPLAY "Supervisor ID: "
           ACCEPT WS-TELLER-ID
           DISPLAY "Supervisor Passcode: "
           ACCEPT WS-TELLER-PASS-TEMP

           OPEN INPUT FD-TELLER
           IF WS-TELLER-STATUS NOT = 00 THEN
               DISPLAY "No teller file found. Ask the supervisor to"
               DISPLAY "register tellers before maintaining parameters."
               STOP RUN
           END-IF

           MOVE WS-TELLER-ID TO T-TELLERID
           READ FD-TELLER
               INVALID KEY MOVE 0 TO WS-FLAG
               NOT INVALID KEY MOVE 1 TO WS-FLAG
           END-READ

           IF WS-FLAG = 0 THEN
               DISPLAY "Unknown teller ID."
               CLOSE FD-TELLER
               GO TO SUPERVISOR-SIGNON
           END-IF

           IF T-STATUS NOT = 'A'
                   OR T-AUTH-LEVEL NOT = 'S'
                   OR T-PASSCODE NOT = WS-TELLER-PASS-TEMP THEN
               DISPLAY "Supervisor authorization refused."
               CLOSE FD-TELLER
               GO TO SUPERVISOR-SIGNON
           END-IF

           MOVE T-NAME TO WS-TELLER-NAME
           CLOSE FD-TELLER
           DISPLAY "Signed on: " WS-TELLER-NAME.


       PARAM-MAINT-LOOP.
           MOVE 'N' TO WS-DONE
           PERFORM HANDLE-ONE-REQUEST UNTIL WS-DONE = 'Y'

                   OPEN I-O FD-PARAMS
               END-IF

               MOVE WS-ENTRY-NAME TO P-NAME
               MOVE WS-ENTRY-TYPE TO P-ACCT-TYPE
               MOVE WS-ENTRY-DATE TO P-EFF-DATE
               MOVE SPACES TO WS-CHG-OLD
               READ FD-PARAMS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE P-VALUE TO WS-VALUE-DISP
                       MOVE WS-VALUE-DISP TO WS-CHG-OLD
               END-READ

               MOVE WS-ENTRY-NAME TO P-NAME
               MOVE WS-ENTRY-TYPE TO P-ACCT-TYPE
               MOVE WS-ENTRY-DATE TO P-EFF-DATE
                               ' parameter'
                           NOT INVALID KEY
                               DISPLAY "Parameter value replaced."
                               PERFORM LOG-PARAMETER-CHANGE
                       END-REWRITE
                   NOT INVALID KEY
                       DISPLAY "Parameter stored. Takes effect on "
                           WS-ENTRY-DATE
                       PERFORM LOG-PARAMETER-CHANGE
               END-WRITE

               CLOSE FD-PARAMS
           END-IF.


       LOG-PARAMETER-CHANGE.
           MOVE P-VALUE TO WS-VALUE-DISP
           MOVE WS-VALUE-DISP TO WS-CHG-NEW
           IF WS-CHG-NEW NOT = WS-CHG-OLD THEN
               MOVE "params.dat" TO WS-CHG-FILE
               MOVE SPACES TO WS-CHG-KEY
               STRING P-NAME DELIMITED BY SPACE
                   "/" P-ACCT-TYPE "/" P-EFF-DATE
                   DELIMITED BY SIZE
                   INTO WS-CHG-KEY
               MOVE "P-VALUE" TO WS-CHG-FIELD
               PERFORM WRITE-CHANGE-LOG
           END-IF.


       WRITE-CHANGE-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-CHG-DATE

           OPEN I-O FD-CHGLOG
           IF WS-CHGLOG-STATUS = 35 THEN
               OPEN OUTPUT FD-CHGLOG
           END-IF

           MOVE WS-CHG-DATE(1:16) TO CL-TIMESTAMP
           MOVE WS-CHG-FILE TO CL-FILE
           MOVE WS-CHG-KEY TO CL-REC-KEY
           MOVE WS-CHG-FIELD TO CL-FIELD
           MOVE WS-CHG-OLD TO CL-OLD-VALUE
           MOVE WS-CHG-NEW TO CL-NEW-VALUE
           MOVE WS-TELLER-ID TO CL-OPERATOR
           MOVE 'PARMMNT' TO CL-PROGRAM
           MOVE 0 TO CL-SEQ
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-WRITTEN
           PERFORM UNTIL WS-WRITTEN = 'Y'
                   OR WS-RETRY-COUNT > 9999
               WRITE CL-CHANGE-REC
                   INVALID KEY
                       ADD 1 TO CL-SEQ
                       ADD 1 TO WS-RETRY-COUNT
                   NOT INVALID KEY MOVE 'Y' TO WS-WRITTEN
               END-WRITE
           END-PERFORM
           IF WS-WRITTEN NOT = 'Y' THEN
               DISPLAY 'Unable to log change'
           END-IF

           CLOSE FD-CHGLOG.
