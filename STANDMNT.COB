           RECORD KEY IS F-ACCNUM
           FILE STATUS IS WS-FILESTATUS.

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
       FD FD-STANDORD.
       FD FD-RECORD.
       COPY ACCTREC.

       FD FD-CHGLOG.
       COPY CHGLOG.

       FD FD-TELLER.
       COPY TELLMAST.

       WORKING-STORAGE SECTION.

       01 WS-FILESTATUS PIC XX.
       01 WS-ENTRY-EXPIRY PIC 9(8).
       01 WS-AMOUNT-DISP PIC Z,ZZZ,ZZ9.99.
       01 WS-STATUS-DESC PIC X(9).
       01 WS-OLD-FOUND PIC X.
       01 WS-OLD-SRC PIC 9(10).
       01 WS-OLD-DST PIC 9(10).
       01 WS-OLD-AMOUNT PIC 9(7)V99.
       01 WS-OLD-FREQ PIC X(1).
       01 WS-OLD-NEXT-DUE PIC 9(8).
       01 WS-OLD-EXPIRY PIC 9(8).
       01 WS-OLD-SO-STATUS PIC X(1).
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
       01 WS-TELLER-ID PIC 9(4) VALUE 0.
       01 WS-TELLER-NAME PIC X(20).
       01 WS-TELLER-PASS-TEMP PIC 9(6).

       PROCEDURE DIVISION.
       STANDING-MAINT-MAIN.
           DISPLAY "=== STANDING ORDER MAINTENANCE ===========".


       TELLER-SIGNON.
           DISPLAY "Teller ID: "
           ACCEPT WS-TELLER-ID
           DISPLAY "Teller Passcode: "
           ACCEPT WS-TELLER-PASS-TEMP

           OPEN INPUT FD-TELLER
           IF WS-TELLER-STATUS NOT = 00 THEN
               DISPLAY "No teller file found. Ask the supervisor to"
               DISPLAY "register tellers before maintaining orders."
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


       STANDING-MAINT-LOOP.
           MOVE 'N' TO WS-DONE
           PERFORM HANDLE-ONE-REQUEST UNTIL WS-DONE = 'Y'

               OPEN I-O FD-STANDORD
           END-IF

           MOVE WS-ENTRY-ORDERNO TO SO-ORDERNO
           MOVE 'N' TO WS-OLD-FOUND
           READ FD-STANDORD
               INVALID KEY CONTINUE
               NOT INVALID KEY PERFORM SAVE-OLD-ORDER
           END-READ

           MOVE WS-ENTRY-ORDERNO TO SO-ORDERNO
           MOVE WS-ENTRY-SRC TO SO-SRC-ACCNUM
           MOVE WS-ENTRY-DST TO SO-DST-ACCNUM
                       INVALID KEY DISPLAY 'Unable to store order'
                       NOT INVALID KEY
                           DISPLAY "Standing order replaced."
                           PERFORM LOG-ORDER-CHANGES
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "Standing order stored. First execution on "
                       WS-ENTRY-NEXT-DUE
                   PERFORM LOG-ORDER-CHANGES
           END-WRITE

           CLOSE FD-STANDORD.
               IF WS-FLAG = 0 THEN
                   DISPLAY "Standing order does not exist."
               ELSE
                   PERFORM SAVE-OLD-ORDER
                   MOVE 'C' TO SO-STATUS
                   REWRITE F-STANDING-ORDER
                       INVALID KEY DISPLAY 'Invalid Key'
                       NOT INVALID KEY
                           DISPLAY "Standing order cancelled."
                           PERFORM LOG-ORDER-CHANGES
                   END-REWRITE
               END-IF

               CLOSE FD-STANDORD
           END-IF.


       SAVE-OLD-ORDER.
           MOVE 'Y' TO WS-OLD-FOUND
           MOVE SO-SRC-ACCNUM TO WS-OLD-SRC
           MOVE SO-DST-ACCNUM TO WS-OLD-DST
           MOVE SO-AMOUNT TO WS-OLD-AMOUNT
           MOVE SO-FREQUENCY TO WS-OLD-FREQ
           MOVE SO-NEXT-DUE TO WS-OLD-NEXT-DUE
           MOVE SO-EXPIRY TO WS-OLD-EXPIRY
           MOVE SO-STATUS TO WS-OLD-SO-STATUS.


       LOG-ORDER-CHANGES.
           MOVE "standord.dat" TO WS-CHG-FILE
           MOVE SO-ORDERNO TO WS-CHG-KEY

           IF SO-SRC-ACCNUM NOT = WS-OLD-SRC
                   OR WS-OLD-FOUND = 'N' THEN
               MOVE "SO-SRC-ACCNUM" TO WS-CHG-FIELD
               MOVE WS-OLD-SRC TO WS-CHG-OLD
               MOVE SO-SRC-ACCNUM TO WS-CHG-NEW
               PERFORM WRITE-ORDER-CHANGE
           END-IF

           IF SO-DST-ACCNUM NOT = WS-OLD-DST
                   OR WS-OLD-FOUND = 'N' THEN
               MOVE "SO-DST-ACCNUM" TO WS-CHG-FIELD
               MOVE WS-OLD-DST TO WS-CHG-OLD
               MOVE SO-DST-ACCNUM TO WS-CHG-NEW
               PERFORM WRITE-ORDER-CHANGE
           END-IF

           IF SO-AMOUNT NOT = WS-OLD-AMOUNT
                   OR WS-OLD-FOUND = 'N' THEN
               MOVE "SO-AMOUNT" TO WS-CHG-FIELD
               MOVE WS-OLD-AMOUNT TO WS-AMOUNT-DISP
               MOVE WS-AMOUNT-DISP TO WS-CHG-OLD
               MOVE SO-AMOUNT TO WS-AMOUNT-DISP
               MOVE WS-AMOUNT-DISP TO WS-CHG-NEW
               PERFORM WRITE-ORDER-CHANGE
           END-IF

           IF SO-FREQUENCY NOT = WS-OLD-FREQ
                   OR WS-OLD-FOUND = 'N' THEN
               MOVE "SO-FREQUENCY" TO WS-CHG-FIELD
               MOVE WS-OLD-FREQ TO WS-CHG-OLD
               MOVE SO-FREQUENCY TO WS-CHG-NEW
               PERFORM WRITE-ORDER-CHANGE
           END-IF

           IF SO-NEXT-DUE NOT = WS-OLD-NEXT-DUE
                   OR WS-OLD-FOUND = 'N' THEN
               MOVE "SO-NEXT-DUE" TO WS-CHG-FIELD
               MOVE WS-OLD-NEXT-DUE TO WS-CHG-OLD
               MOVE SO-NEXT-DUE TO WS-CHG-NEW
               PERFORM WRITE-ORDER-CHANGE
           END-IF

           IF SO-EXPIRY NOT = WS-OLD-EXPIRY
                   OR WS-OLD-FOUND = 'N' THEN
               MOVE "SO-EXPIRY" TO WS-CHG-FIELD
               MOVE WS-OLD-EXPIRY TO WS-CHG-OLD
               MOVE SO-EXPIRY TO WS-CHG-NEW
               PERFORM WRITE-ORDER-CHANGE
           END-IF

           IF SO-STATUS NOT = WS-OLD-SO-STATUS
                   OR WS-OLD-FOUND = 'N' THEN
               MOVE "SO-STATUS" TO WS-CHG-FIELD
               MOVE WS-OLD-SO-STATUS TO WS-CHG-OLD
               MOVE SO-STATUS TO WS-CHG-NEW
               PERFORM WRITE-ORDER-CHANGE
           END-IF.


       WRITE-ORDER-CHANGE.
           IF WS-OLD-FOUND = 'N' THEN
               MOVE SPACES TO WS-CHG-OLD
           END-IF
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
           MOVE WS-TELLER-ID TO CL-OPERATOR
           MOVE 'STANDMNT' TO CL-PROGRAM
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
