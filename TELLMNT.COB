           RECORD KEY IS T-TELLERID
           FILE STATUS IS WS-TELLER-STATUS.

           SELECT FD-CHGLOG ASSIGN TO 'C:\Cobol\BANK\chglog.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CL-KEY
           FILE STATUS IS WS-CHGLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FD-TELLER.
       COPY TELLMAST.

       FD FD-CHGLOG.
       COPY CHGLOG.

       WORKING-STORAGE SECTION.

       01 WS-TELLER-STATUS PIC XX.
       01 WS-ENTRY-AUTH PIC X(1).
       01 WS-LEVEL-DESC PIC X(10).
       01 WS-STATUS-DESC PIC X(8).
       01 WS-OLD-FOUND PIC X.
       01 WS-OLD-NAME PIC X(20).
       01 WS-OLD-PASSCODE PIC 9(6).
       01 WS-OLD-AUTH PIC X(1).
       01 WS-OLD-TSTATUS PIC X(1).
       01 WS-CHGLOG-STATUS PIC XX.
       01 WS-CHG-DATE PIC X(21).
       01 WS-CHG-FILE PIC X(12).
       01 WS-CHG-KEY PIC X(24).
       01 WS-CHG-FIELD PIC X(16).
       01 WS-CHG-OLD PIC X(40).
       01 WS-CHG-NEW PIC X(40).
       01 WS-WRITTEN PIC X.
       01 WS-RETRY-COUNT PIC 9(5).
       01 WS-TELLER-ID PIC 9(4) VALUE 0.
       01 WS-TELLER-NAME PIC X(20).
       01 WS-TELLER-PASS-TEMP PIC 9(6).
       01 WS-SETUP-RUN PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       TELLER-MAINT-MAIN.
           DISPLAY "=== TELLER MAINTENANCE ===========".


       SUPERVISOR-SIGNON.
           OPEN INPUT FD-TELLER
           IF WS-TELLER-STATUS = 35 THEN
               DISPLAY "No teller file found. Register the first"
               DISPLAY "supervisor to set up the teller file."
               MOVE 'Y' TO WS-SETUP-RUN
               MOVE 0 TO WS-TELLER-ID
               GO TO TELLER-MAINT-LOOP
           END-IF
           IF WS-TELLER-STATUS NOT = 00 THEN
               DISPLAY "Unable to open teller file."
               STOP RUN
           END-IF

           DISPLAY "Supervisor ID: "
           ACCEPT WS-TELLER-ID
           DISPLAY "Supervisor Passcode: "
           ACCEPT WS-TELLER-PASS-TEMP

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


       TELLER-MAINT-LOOP.
           MOVE 'N' TO WS-DONE
           PERFORM HANDLE-ONE-REQUEST UNTIL WS-DONE = 'Y'

           ELSE IF WS-ENTRY-AUTH NOT = 'T'
                   AND WS-ENTRY-AUTH NOT = 'S' THEN
               DISPLAY "Invalid authority level. No change made."
           ELSE IF WS-SETUP-RUN = 'Y' AND WS-ENTRY-AUTH NOT = 'S' THEN
               DISPLAY "The first teller registered must be a"
               DISPLAY "supervisor. No change made."
           ELSE
               OPEN I-O FD-TELLER
               IF WS-TELLER-STATUS = 35 THEN
                   OPEN I-O FD-TELLER
               END-IF

               MOVE WS-ENTRY-TELLERID TO T-TELLERID
               MOVE 'N' TO WS-OLD-FOUND
               MOVE SPACES TO WS-OLD-NAME
               MOVE 0 TO WS-OLD-PASSCODE
               MOVE SPACES TO WS-OLD-AUTH
               MOVE SPACES TO WS-OLD-TSTATUS
               READ FD-TELLER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY PERFORM SAVE-OLD-TELLER
               END-READ

               MOVE WS-ENTRY-TELLERID TO T-TELLERID
               MOVE WS-ENTRY-NAME TO T-NAME
               MOVE WS-ENTRY-PASSCODE TO T-PASSCODE
                               ' teller'
                           NOT INVALID KEY
                               DISPLAY "Teller record replaced."
                               PERFORM LOG-TELLER-CHANGES
                       END-REWRITE
                   NOT INVALID KEY
                       DISPLAY "Teller added."
                       IF WS-SETUP-RUN = 'Y' THEN
                           MOVE WS-ENTRY-TELLERID TO WS-TELLER-ID
                           MOVE 'N' TO WS-SETUP-RUN
                       END-IF
                       PERFORM LOG-TELLER-CHANGES
               END-WRITE

               CLOSE FD-TELLER
               IF WS-FLAG = 0 THEN
                   DISPLAY "Teller does not exist."
               ELSE
                   PERFORM SAVE-OLD-TELLER
                   MOVE 'I' TO T-STATUS
                   REWRITE F-TELLER
                       INVALID KEY DISPLAY 'Invalid Key'
                       NOT INVALID KEY
                           DISPLAY "Teller deactivated."
                           PERFORM LOG-TELLER-CHANGES
                   END-REWRITE
               END-IF

               CLOSE FD-TELLER
           END-IF.


       SAVE-OLD-TELLER.
           MOVE 'Y' TO WS-OLD-FOUND
           MOVE T-NAME TO WS-OLD-NAME
           MOVE T-PASSCODE TO WS-OLD-PASSCODE
           MOVE T-AUTH-LEVEL TO WS-OLD-AUTH
           MOVE T-STATUS TO WS-OLD-TSTATUS.


       LOG-TELLER-CHANGES.
           MOVE "tellmast.dat" TO WS-CHG-FILE
           MOVE T-TELLERID TO WS-CHG-KEY

           IF T-NAME NOT = WS-OLD-NAME THEN
               MOVE "T-NAME" TO WS-CHG-FIELD
               MOVE WS-OLD-NAME TO WS-CHG-OLD
               MOVE T-NAME TO WS-CHG-NEW
               PERFORM WRITE-CHANGE-LOG
           END-IF

           IF T-AUTH-LEVEL NOT = WS-OLD-AUTH THEN
               MOVE "T-AUTH-LEVEL" TO WS-CHG-FIELD
               MOVE WS-OLD-AUTH TO WS-CHG-OLD
               MOVE T-AUTH-LEVEL TO WS-CHG-NEW
               PERFORM WRITE-CHANGE-LOG
           END-IF

           IF T-STATUS NOT = WS-OLD-TSTATUS THEN
               MOVE "T-STATUS" TO WS-CHG-FIELD
               MOVE WS-OLD-TSTATUS TO WS-CHG-OLD
               MOVE T-STATUS TO WS-CHG-NEW
               PERFORM WRITE-CHANGE-LOG
           END-IF

           IF T-PASSCODE NOT = WS-OLD-PASSCODE
                   OR WS-OLD-FOUND = 'N' THEN
               MOVE "T-PASSCODE" TO WS-CHG-FIELD
               IF WS-OLD-FOUND = 'N' THEN
                   MOVE SPACES TO WS-CHG-OLD
                   MOVE "SET" TO WS-CHG-NEW
               ELSE
                   MOVE "NOT SHOWN" TO WS-CHG-OLD
                   MOVE "CHANGED" TO WS-CHG-NEW
               END-IF
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
           MOVE 'TELLMNT' TO CL-PROGRAM
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
