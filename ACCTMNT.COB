           RECORD KEY IS T-TELLERID
           FILE STATUS IS WS-TELLER-STATUS.

           SELECT FD-CHGLOG ASSIGN TO 'C:\Cobol\BANK\chglog.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CL-KEY
           FILE STATUS IS WS-CHGLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FD-RECORD.
       FD FD-TELLER.
       COPY TELLMAST.

       FD FD-CHGLOG.
       COPY CHGLOG.

       WORKING-STORAGE SECTION.

       01 WS-FILESTATUS PIC XX.
       01 WS-SUPER-PASS PIC 9(6).
       01 WS-SUPER-OK PIC X VALUE 'N'.
       01 WS-SUPER-FLAG PIC 9.
       01 WS-OLD-STATUS PIC X(1).
       01 WS-OLD-OD-LIMIT PIC 9(7)V99.
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
       01 WS-CHG-OPERATOR PIC 9(4).


       01 WS-ACCOUNT.
           05 WS-ACCNUM PIC 9(10).
           05 WS-SETTLE-ACCNUM PIC 9(10).
           05 WS-OD-LIMIT PIC 9(7)V99.
           05 WS-OD-START-DATE PIC 9(8).
       PROCEDURE DIVISION.
       ACCT-MAINT-MAIN.
           DISPLAY "=== ACCOUNT STATUS MAINTENANCE ===========".


       TELLER-SIGNON.
           DISPLAY "Teller ID: "
           ACCEPT WS-TELLER-ID
           DISPLAY "Teller Passcode: "
           ACCEPT WS-TELLER-PASS-TEMP

           OPEN INPUT FD-TELLER
           IF WS-TELLER-STATUS NOT = 00 THEN
               DISPLAY "No teller file found. Ask the supervisor to"
               DISPLAY "register tellers before maintaining accounts."
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
               GO TO TELLER-SIGNON
           END-IF

           IF T-STATUS NOT = 'A' THEN
               DISPLAY "Teller is not active."
               CLOSE FD-TELLER
               GO TO TELLER-SIGNON
           END-IF

           IF T-PASSCODE NOT = WS-TELLER-PASS-TEMP THEN
               DISPLAY "WRONG PASS"
               CLOSE FD-TELLER
               GO TO TELLER-SIGNON
           END-IF

           MOVE T-NAME TO WS-TELLER-NAME
           CLOSE FD-TELLER
           DISPLAY "Signed on: " WS-TELLER-NAME.


       ACCT-MAINT-LOOP.
           MOVE 'N' TO WS-DONE
           PERFORM MAINTAIN-ONE-ACCOUNT UNTIL WS-DONE = 'Y'

           ELSE
               DISPLAY "New overdraft limit (0 to remove): "
               ACCEPT WS-NEW-OD-LIMIT
               MOVE WS-OD-LIMIT TO WS-OLD-OD-LIMIT
               MOVE WS-NEW-OD-LIMIT TO WS-OD-LIMIT
               REWRITE F-ACCOUNT FROM WS-ACCOUNT
                   INVALID KEY DISPLAY 'Invalid Key'
                       MOVE WS-OD-LIMIT TO WS-LIMIT-DISP
                       DISPLAY "Overdraft limit set to "
                           WS-LIMIT-DISP
                       IF WS-OD-LIMIT NOT = WS-OLD-OD-LIMIT THEN
                           MOVE "F-OD-LIMIT" TO WS-CHG-FIELD
                           MOVE WS-LIMIT-DISP TO WS-CHG-NEW
                           MOVE WS-OLD-OD-LIMIT TO WS-LIMIT-DISP
                           MOVE WS-LIMIT-DISP TO WS-CHG-OLD
                           MOVE WS-SUPER-ID TO WS-CHG-OPERATOR
                           PERFORM LOG-ACCOUNT-CHANGE
                       END-IF
               END-REWRITE
           END-IF.


           IF WS-NEW-STATUS = 'A' OR WS-NEW-STATUS = 'F'
                   OR WS-NEW-STATUS = 'D' THEN
               MOVE WS-ACCT-STATUS TO WS-OLD-STATUS
               MOVE WS-NEW-STATUS TO WS-ACCT-STATUS
               REWRITE F-ACCOUNT FROM WS-ACCOUNT
                   INVALID KEY DISPLAY 'Invalid Key'
                   NOT INVALID KEY
                       PERFORM DESCRIBE-STATUS
                       DISPLAY "Status set to " WS-STATUS-DESC
                       IF WS-ACCT-STATUS NOT = WS-OLD-STATUS THEN
                           MOVE "F-ACCT-STATUS" TO WS-CHG-FIELD
                           MOVE WS-OLD-STATUS TO WS-CHG-OLD
                           MOVE WS-ACCT-STATUS TO WS-CHG-NEW
                           MOVE WS-TELLER-ID TO WS-CHG-OPERATOR
                           PERFORM LOG-ACCOUNT-CHANGE
                       END-IF
               END-REWRITE
           ELSE
               DISPLAY "Invalid status. No change made."
           ELSE
               MOVE "UNKNOWN" TO WS-STATUS-DESC
           END-IF.


       LOG-ACCOUNT-CHANGE.
           MOVE "record.dat" TO WS-CHG-FILE
           MOVE WS-ACCNUM TO WS-CHG-KEY
           PERFORM WRITE-CHANGE-LOG.


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
           MOVE WS-CHG-OPERATOR TO CL-OPERATOR
           MOVE 'ACCTMNT' TO CL-PROGRAM
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
