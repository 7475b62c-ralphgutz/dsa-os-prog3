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
       FD FD-CHECKREG.
       FD FD-RECORD.
       COPY ACCTREC.

       FD FD-CHGLOG.
       COPY CHGLOG.

       FD FD-TELLER.
       COPY TELLMAST.

       WORKING-STORAGE SECTION.

       01 WS-FILESTATUS PIC XX.
       01 WS-ENTRY-AMOUNT PIC 9(7)V99.
       01 WS-AMOUNT-DISP PIC Z,ZZZ,ZZ9.99.
       01 WS-STATUS-DESC PIC X(8).
       01 WS-OLD-KSTATUS PIC X(1).
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
       CHECK-MAINT-MAIN.
           DISPLAY "=== CHECK REGISTER MAINTENANCE ===========".


       TELLER-SIGNON.
           DISPLAY "Teller ID: "
           ACCEPT WS-TELLER-ID
           DISPLAY "Teller Passcode: "
           ACCEPT WS-TELLER-PASS-TEMP

           OPEN INPUT FD-TELLER
           IF WS-TELLER-STATUS NOT = 00 THEN
               DISPLAY "No teller file found. Ask the supervisor to"
               DISPLAY "register tellers before maintaining checks."
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


       CHECK-MAINT-LOOP.
           MOVE 'N' TO WS-DONE
           PERFORM HANDLE-ONE-REQUEST UNTIL WS-DONE = 'Y'

                   DISPLAY "Check is already on the register."
               NOT INVALID KEY
                   DISPLAY "Check recorded as issued."
                   MOVE SPACES TO WS-OLD-KSTATUS
                   PERFORM SET-CHECK-CHANGE-KEY
                   MOVE "K-AMOUNT" TO WS-CHG-FIELD
                   MOVE SPACES TO WS-CHG-OLD
                   MOVE K-AMOUNT TO WS-AMOUNT-DISP
                   MOVE WS-AMOUNT-DISP TO WS-CHG-NEW
                   PERFORM WRITE-CHANGE-LOG
                   PERFORM LOG-CHECK-STATUS
           END-WRITE

           CLOSE FD-CHECKREG.
                       INVALID KEY DISPLAY 'Unable to place stop'
                       NOT INVALID KEY
                           DISPLAY "Stop placed on unissued check."
                           MOVE SPACES TO WS-OLD-KSTATUS
                           PERFORM SET-CHECK-CHANGE-KEY
                           PERFORM LOG-CHECK-STATUS
                   END-WRITE
               ELSE IF K-STATUS = 'P' THEN
                   DISPLAY "Check has already been paid."
               ELSE
                   MOVE K-STATUS TO WS-OLD-KSTATUS
                   MOVE 'S' TO K-STATUS
                   REWRITE F-CHECK
                       INVALID KEY DISPLAY 'Invalid Key'
                       NOT INVALID KEY
                           DISPLAY "Stop payment placed."
                           PERFORM SET-CHECK-CHANGE-KEY
                           PERFORM LOG-CHECK-STATUS
                   END-REWRITE
               END-IF

               CLOSE FD-CHECKREG
           END-IF.


       SET-CHECK-CHANGE-KEY.
           MOVE "checkreg.dat" TO WS-CHG-FILE
           MOVE SPACES TO WS-CHG-KEY
           STRING K-ACCNUM "/" K-CHECKNO DELIMITED BY SIZE
               INTO WS-CHG-KEY.


       LOG-CHECK-STATUS.
           IF K-STATUS NOT = WS-OLD-KSTATUS THEN
               MOVE "K-STATUS" TO WS-CHG-FIELD
               MOVE WS-OLD-KSTATUS TO WS-CHG-OLD
               MOVE K-STATUS TO WS-CHG-NEW
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
           MOVE 'CHECKMNT' TO CL-PROGRAM
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
