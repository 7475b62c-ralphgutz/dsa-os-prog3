           RECORD KEY IS T-TELLERID
           FILE STATUS IS WS-TELLER-STATUS.

           SELECT FD-CHGLOG ASSIGN TO 'C:\Cobol\BANK\chglog.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CL-KEY
           FILE STATUS IS WS-CHGLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FD-HOLDS.
       FD FD-TELLER.
       COPY TELLMAST.

       FD FD-CHGLOG.
       COPY CHGLOG.

       WORKING-STORAGE SECTION.

       01 WS-FILESTATUS PIC XX.
       01 WS-TELLER-ID PIC 9(4) VALUE 0.
       01 WS-TELLER-NAME PIC X(20).
       01 WS-TELLER-PASS-TEMP PIC 9(6).
       01 WS-CHGLOG-STATUS PIC XX.
       01 WS-CHG-DATE PIC X(21).
       01 WS-CHG-FILE PIC X(12).
       01 WS-CHG-KEY PIC X(24).
       01 WS-CHG-FIELD PIC X(16).
       01 WS-CHG-OLD PIC X(40).
       01 WS-CHG-NEW PIC X(40).

       PROCEDURE DIVISION.
       HOLD-MAINT-MAIN.

           IF WS-WRITTEN = 'Y' THEN
               DISPLAY "Hold placed as sequence " H-SEQ
               PERFORM LOG-NEW-HOLD
           ELSE
               DISPLAY "Unable to place hold."
           END-IF
                   MOVE 'R' TO H-STATUS
                   REWRITE F-HOLD
                       INVALID KEY DISPLAY 'Invalid Key'
                       NOT INVALID KEY
                           DISPLAY "Hold released."
                           PERFORM SET-HOLD-CHANGE-KEY
                           MOVE "H-STATUS" TO WS-CHG-FIELD
                           MOVE 'O' TO WS-CHG-OLD
                           MOVE H-STATUS TO WS-CHG-NEW
                           PERFORM WRITE-CHANGE-LOG
                   END-REWRITE
               END-IF

               CLOSE FD-HOLDS
           END-IF.


       SET-HOLD-CHANGE-KEY.
           MOVE "holds.dat" TO WS-CHG-FILE
           MOVE SPACES TO WS-CHG-KEY
           STRING H-ACCNUM "/" H-SEQ DELIMITED BY SIZE
               INTO WS-CHG-KEY.


       LOG-NEW-HOLD.
           PERFORM SET-HOLD-CHANGE-KEY
           MOVE SPACES TO WS-CHG-OLD

           MOVE "H-AMOUNT" TO WS-CHG-FIELD
           MOVE H-AMOUNT TO WS-AMOUNT-DISP
           MOVE WS-AMOUNT-DISP TO WS-CHG-NEW
           PERFORM WRITE-CHANGE-LOG

           MOVE "H-REASON" TO WS-CHG-FIELD
           MOVE H-REASON TO WS-CHG-NEW
           PERFORM WRITE-CHANGE-LOG

           MOVE "H-RELEASE-DATE" TO WS-CHG-FIELD
           MOVE H-RELEASE-DATE TO WS-CHG-NEW
           PERFORM WRITE-CHANGE-LOG

           MOVE "H-STATUS" TO WS-CHG-FIELD
           MOVE H-STATUS TO WS-CHG-NEW
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
           MOVE 'HOLDMNT' TO CL-PROGRAM
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
