       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD-MAINT.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-CARDMAST ASSIGN TO 'C:\Cobol\BANK\cardmast.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CD-CARDNUM
           FILE STATUS IS WS-CARD-STATUS.

           SELECT FD-RECORD ASSIGN TO 'C:\Cobol\BANK\record.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS F-ACCNUM
           FILE STATUS IS WS-FILESTATUS.

           SELECT FD-TELLER ASSIGN TO 'C:\Cobol\BANK\tellmast.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS T-TELLERID
           FILE STATUS IS WS-TELLER-STATUS.

           SELECT FD-PARAMS ASSIGN TO 'C:\Cobol\BANK\params.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS P-KEY
           FILE STATUS IS WS-PARM-STATUS.

           SELECT FD-CHGLOG ASSIGN TO 'C:\Cobol\BANK\chglog.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CL-KEY
           FILE STATUS IS WS-CHGLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FD-CARDMAST.
       COPY CARDMAST.

       FD FD-RECORD.
       COPY ACCTREC.

       FD FD-TELLER.
       COPY TELLMAST.

       FD FD-PARAMS.
       COPY PARMREC.

       FD FD-CHGLOG.
       COPY CHGLOG.

       WORKING-STORAGE SECTION.

       01 WS-FILESTATUS PIC XX.
       01 WS-CARD-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-DONE PIC X VALUE 'N'.
       01 WS-FLAG PIC 9.
       01 WS-OPERATION PIC 9.
       01 WS-CURRENT-DATE PIC X(21).
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-ENTRY-ACCNUM PIC 9(10).
       01 WS-ENTRY-CARDNUM PIC 9(16).
       01 WS-NEW-CARDNUM PIC 9(16).
       01 WS-ENTRY-CASH-LIMIT PIC 9(7)V99.
       01 WS-ENTRY-PURCH-LIMIT PIC 9(7)V99.
       01 WS-AMOUNT-DISP PIC Z,ZZZ,ZZ9.99.
       01 WS-CASH-DISP PIC Z,ZZZ,ZZ9.99.
       01 WS-PURCH-DISP PIC Z,ZZZ,ZZ9.99.
       01 WS-STATUS-DESC PIC X(8).
       01 WS-CARD-COUNT PIC 9(5).
       01 WS-TELLER-STATUS PIC XX.
       01 WS-TELLER-ID PIC 9(4) VALUE 0.
       01 WS-TELLER-NAME PIC X(20).
       01 WS-TELLER-PASS-TEMP PIC 9(6).

       01 WS-PARM-STATUS PIC XX.
       01 WS-PARM-EOF PIC X.
       01 WS-PARM-NAME PIC X(12).
       01 WS-PARM-TYPE PIC X(1).
       01 WS-PARM-VALUE PIC 9(7)V9(4).
       01 WS-PARM-FOUND PIC X.
       01 WS-PARM-BEST-DATE PIC 9(8).
       01 WS-STD-CASH-LIMIT PIC 9(7)V99 VALUE 500.
       01 WS-STD-PURCH-LIMIT PIC 9(7)V99 VALUE 2000.
       01 WS-CARD-YEARS PIC 9(2) VALUE 3.
       01 WS-NEW-EXPIRY PIC 9(6).
       01 WS-RUN-YEAR PIC 9(4).
       01 WS-RUN-MONTH PIC 9(2).

       01 WS-OLD-CARD-STATUS PIC X(1).
       01 WS-OLD-CASH-LIMIT PIC 9(7)V99.
       01 WS-OLD-PURCH-LIMIT PIC 9(7)V99.
       01 WS-SAVE-ACCNUM PIC 9(10).
       01 WS-SAVE-CASH-LIMIT PIC 9(7)V99.
       01 WS-SAVE-PURCH-LIMIT PIC 9(7)V99.

       01 WS-CHGLOG-STATUS PIC XX.
       01 WS-CHG-DATE PIC X(21).
       01 WS-CHG-FILE PIC X(12).
       01 WS-CHG-KEY PIC X(24).
       01 WS-CHG-FIELD PIC X(16).
       01 WS-CHG-OLD PIC X(40).
       01 WS-CHG-NEW PIC X(40).
       01 WS-WRITTEN PIC X.
       01 WS-RETRY-COUNT PIC 9(5).

       PROCEDURE DIVISION.
       CARD-MAINT-MAIN.
           DISPLAY "=== DEBIT CARD MAINTENANCE (SUPERVISOR) =======".


       SUPERVISOR-SIGNON.
           DISPLAY "Supervisor ID: "
           ACCEPT WS-TELLER-ID
           DISPLAY "Supervisor Passcode: "
           ACCEPT WS-TELLER-PASS-TEMP

           OPEN INPUT FD-TELLER
           IF WS-TELLER-STATUS NOT = 00 THEN
               DISPLAY "No teller file found. Ask the supervisor to"
               DISPLAY "register tellers before maintaining cards."
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


       CARD-MAINT-LOOP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM LOAD-CARD-DEFAULTS

           MOVE 'N' TO WS-DONE
           PERFORM HANDLE-ONE-REQUEST UNTIL WS-DONE = 'Y'

           STOP RUN.


       HANDLE-ONE-REQUEST.
           DISPLAY "1 - List cards for an account"
           DISPLAY "2 - Issue a card"
           DISPLAY "3 - Block or unblock a card"
           DISPLAY "4 - Replace a card"
           DISPLAY "5 - Hot-card a lost or stolen card"
           DISPLAY "6 - Change daily limits"
           DISPLAY "7 - Exit"
           DISPLAY "> "
           ACCEPT WS-OPERATION

           IF WS-OPERATION = 1 THEN
               PERFORM LIST-CARDS
           ELSE IF WS-OPERATION = 2 THEN
               PERFORM ISSUE-CARD
           ELSE IF WS-OPERATION = 3 THEN
               PERFORM BLOCK-CARD
           ELSE IF WS-OPERATION = 4 THEN
               PERFORM REPLACE-CARD
           ELSE IF WS-OPERATION = 5 THEN
               PERFORM HOT-CARD
           ELSE IF WS-OPERATION = 6 THEN
               PERFORM CHANGE-CARD-LIMITS
           ELSE IF WS-OPERATION = 7 THEN
               MOVE 'Y' TO WS-DONE
           ELSE
               DISPLAY "Invalid input."
           END-IF.


       LOAD-CARD-DEFAULTS.
           MOVE '*' TO WS-PARM-TYPE

           MOVE 'CARD-CASH' TO WS-PARM-NAME
           PERFORM FETCH-PARAMETER
           IF WS-PARM-FOUND = 'Y' THEN
               MOVE WS-PARM-VALUE TO WS-STD-CASH-LIMIT
           END-IF

           MOVE 'CARD-PURCH' TO WS-PARM-NAME
           PERFORM FETCH-PARAMETER
           IF WS-PARM-FOUND = 'Y' THEN
               MOVE WS-PARM-VALUE TO WS-STD-PURCH-LIMIT
           END-IF

           MOVE 'CARD-YEARS' TO WS-PARM-NAME
           PERFORM FETCH-PARAMETER
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-VALUE > 0 THEN
               MOVE WS-PARM-VALUE TO WS-CARD-YEARS
           END-IF

           MOVE WS-RUN-DATE(1:4) TO WS-RUN-YEAR
           MOVE WS-RUN-DATE(5:2) TO WS-RUN-MONTH
           COMPUTE WS-NEW-EXPIRY =
               (WS-RUN-YEAR + WS-CARD-YEARS) * 100 + WS-RUN-MONTH.


       LIST-CARDS.
           DISPLAY "Account No.: "
           ACCEPT WS-ENTRY-ACCNUM

           MOVE 0 TO WS-CARD-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT FD-CARDMAST
           IF WS-CARD-STATUS = 00 THEN
               DISPLAY "CARD NUMBER       STATUS    EXPIRY"
                   "  CASH LIMIT    PURCH LIMIT"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FD-CARDMAST NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CD-ACCNUM = WS-ENTRY-ACCNUM THEN
                               ADD 1 TO WS-CARD-COUNT
                               PERFORM DISPLAY-CARD-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-CARDMAST
           ELSE
               DISPLAY "No card file found."
           END-IF

           IF WS-CARD-COUNT = 0 THEN
               DISPLAY "No cards on file for this account."
           END-IF.


       DISPLAY-CARD-LINE.
           PERFORM DESCRIBE-CARD-STATUS
           MOVE CD-CASH-LIMIT TO WS-CASH-DISP
           MOVE CD-PURCH-LIMIT TO WS-PURCH-DISP
           DISPLAY CD-CARDNUM "  " WS-STATUS-DESC
               "  " CD-EXPIRY
               "  " WS-CASH-DISP
               "  " WS-PURCH-DISP
           IF CD-REPLACED-BY NOT = 0 THEN
               DISPLAY "    replaced by " CD-REPLACED-BY
           END-IF.


       DESCRIBE-CARD-STATUS.
           IF CD-STATUS = 'A' THEN
               MOVE "ACTIVE" TO WS-STATUS-DESC
           ELSE IF CD-STATUS = 'B' THEN
               MOVE "BLOCKED" TO WS-STATUS-DESC
           ELSE IF CD-STATUS = 'H' THEN
               MOVE "HOT" TO WS-STATUS-DESC
           ELSE IF CD-STATUS = 'R' THEN
               MOVE "REPLACED" TO WS-STATUS-DESC
           ELSE
               MOVE "UNKNOWN" TO WS-STATUS-DESC
           END-IF.


       ISSUE-CARD.
           DISPLAY "Account No.: "
           ACCEPT WS-ENTRY-ACCNUM
           DISPLAY "Card number: "
           ACCEPT WS-NEW-CARDNUM
           DISPLAY "Daily cash limit (0 for standard): "
           ACCEPT WS-ENTRY-CASH-LIMIT
           DISPLAY "Daily purchase limit (0 for standard): "
           ACCEPT WS-ENTRY-PURCH-LIMIT

           IF WS-ENTRY-CASH-LIMIT = 0 THEN
               MOVE WS-STD-CASH-LIMIT TO WS-ENTRY-CASH-LIMIT
           END-IF
           IF WS-ENTRY-PURCH-LIMIT = 0 THEN
               MOVE WS-STD-PURCH-LIMIT TO WS-ENTRY-PURCH-LIMIT
           END-IF

           IF WS-NEW-CARDNUM = 0 THEN
               DISPLAY "Card number must not be zero. No card issued."
           ELSE
               PERFORM CHECK-CARD-ACCOUNT
               IF WS-FLAG = 1 THEN
                   MOVE WS-ENTRY-ACCNUM TO WS-SAVE-ACCNUM
                   MOVE WS-ENTRY-CASH-LIMIT TO WS-SAVE-CASH-LIMIT
                   MOVE WS-ENTRY-PURCH-LIMIT TO WS-SAVE-PURCH-LIMIT
                   OPEN I-O FD-CARDMAST
                   IF WS-CARD-STATUS = 35 THEN
                       OPEN OUTPUT FD-CARDMAST
                       CLOSE FD-CARDMAST
                       OPEN I-O FD-CARDMAST
                   END-IF
                   PERFORM STORE-NEW-CARD
                   CLOSE FD-CARDMAST
               END-IF
           END-IF.


       CHECK-CARD-ACCOUNT.
           MOVE 0 TO WS-FLAG
           OPEN INPUT FD-RECORD
           IF WS-FILESTATUS NOT = 00 THEN
               DISPLAY "No account file found."
           ELSE
               MOVE WS-ENTRY-ACCNUM TO F-ACCNUM
               READ FD-RECORD
                   INVALID KEY DISPLAY "Account does not exist."
                   NOT INVALID KEY
                       IF F-ACCT-TYPE = 'T' THEN
                           DISPLAY "Cards cannot be issued on a term"
                               " deposit."
                       ELSE IF F-ACCT-STATUS NOT = 'A' THEN
                           DISPLAY "Account is not active."
                       ELSE
                           MOVE 1 TO WS-FLAG
                       END-IF
               END-READ
               CLOSE FD-RECORD
           END-IF.


       STORE-NEW-CARD.
           MOVE WS-NEW-CARDNUM TO CD-CARDNUM
           MOVE WS-SAVE-ACCNUM TO CD-ACCNUM
           MOVE 'A' TO CD-STATUS
           MOVE WS-NEW-EXPIRY TO CD-EXPIRY
           MOVE WS-SAVE-CASH-LIMIT TO CD-CASH-LIMIT
           MOVE WS-SAVE-PURCH-LIMIT TO CD-PURCH-LIMIT
           MOVE WS-RUN-DATE TO CD-ISSUE-DATE
           MOVE 0 TO CD-REPLACED-BY
           MOVE 0 TO CD-USAGE-DATE
           MOVE 0 TO CD-CASH-USED
           MOVE 0 TO CD-PURCH-USED

           MOVE 0 TO WS-FLAG
           WRITE F-CARD
               INVALID KEY
                   DISPLAY "Card number is already on file."
               NOT INVALID KEY
                   MOVE 1 TO WS-FLAG
                   DISPLAY "Card " CD-CARDNUM " issued, expires "
                       CD-EXPIRY
                   PERFORM LOG-NEW-CARD
           END-WRITE.


       BLOCK-CARD.
           DISPLAY "Card number: "
           ACCEPT WS-ENTRY-CARDNUM

           PERFORM READ-CARD-FOR-UPDATE
           IF WS-FLAG = 1 THEN
               MOVE CD-STATUS TO WS-OLD-CARD-STATUS
               IF CD-STATUS = 'A' THEN
                   MOVE 'B' TO CD-STATUS
                   PERFORM REWRITE-CARD-STATUS
               ELSE IF CD-STATUS = 'B' THEN
                   MOVE 'A' TO CD-STATUS
                   PERFORM REWRITE-CARD-STATUS
               ELSE
                   PERFORM DESCRIBE-CARD-STATUS
                   DISPLAY "Card is " WS-STATUS-DESC
                       " and cannot be blocked or unblocked."
               END-IF
               END-IF
               CLOSE FD-CARDMAST
           END-IF.


       HOT-CARD.
           DISPLAY "Card number: "
           ACCEPT WS-ENTRY-CARDNUM

           PERFORM READ-CARD-FOR-UPDATE
           IF WS-FLAG = 1 THEN
               MOVE CD-STATUS TO WS-OLD-CARD-STATUS
               IF CD-STATUS = 'A' OR CD-STATUS = 'B' THEN
                   MOVE 'H' TO CD-STATUS
                   PERFORM REWRITE-CARD-STATUS
               ELSE
                   PERFORM DESCRIBE-CARD-STATUS
                   DISPLAY "Card is already " WS-STATUS-DESC "."
               END-IF
               CLOSE FD-CARDMAST
           END-IF.


       REPLACE-CARD.
           DISPLAY "Card number to replace: "
           ACCEPT WS-ENTRY-CARDNUM
           DISPLAY "New card number: "
           ACCEPT WS-NEW-CARDNUM

           IF WS-NEW-CARDNUM = 0
                   OR WS-NEW-CARDNUM = WS-ENTRY-CARDNUM THEN
               DISPLAY "Invalid new card number. No change made."
           ELSE
               PERFORM READ-CARD-FOR-UPDATE
               IF WS-FLAG = 1 THEN
                   IF CD-STATUS = 'R' OR CD-REPLACED-BY NOT = 0 THEN
                       DISPLAY "Card has already been replaced by "
                           CD-REPLACED-BY
                   ELSE
                       PERFORM ISSUE-REPLACEMENT
                   END-IF
                   CLOSE FD-CARDMAST
               END-IF
           END-IF.


       ISSUE-REPLACEMENT.
           MOVE CD-STATUS TO WS-OLD-CARD-STATUS
           MOVE CD-ACCNUM TO WS-SAVE-ACCNUM
           MOVE CD-CASH-LIMIT TO WS-SAVE-CASH-LIMIT
           MOVE CD-PURCH-LIMIT TO WS-SAVE-PURCH-LIMIT

           MOVE WS-SAVE-ACCNUM TO WS-ENTRY-ACCNUM
           PERFORM CHECK-CARD-ACCOUNT
           IF WS-FLAG = 1 THEN
               PERFORM STORE-NEW-CARD
           ELSE
               DISPLAY "No replacement card issued."
           END-IF

           IF WS-FLAG = 1 THEN
               MOVE WS-ENTRY-CARDNUM TO CD-CARDNUM
               READ FD-CARDMAST
                   INVALID KEY DISPLAY 'Invalid Key'
                   NOT INVALID KEY
                       MOVE WS-NEW-CARDNUM TO CD-REPLACED-BY
                       IF CD-STATUS NOT = 'H' THEN
                           MOVE 'R' TO CD-STATUS
                       END-IF
                       REWRITE F-CARD
                           INVALID KEY DISPLAY 'Invalid Key'
                           NOT INVALID KEY
                               DISPLAY "Card " CD-CARDNUM
                                   " replaced."
                               PERFORM SET-CARD-CHANGE-KEY
                               MOVE "CD-REPLACED-BY" TO WS-CHG-FIELD
                               MOVE SPACES TO WS-CHG-OLD
                               MOVE CD-REPLACED-BY TO WS-CHG-NEW
                               PERFORM WRITE-CHANGE-LOG
                               PERFORM LOG-CARD-STATUS
                       END-REWRITE
               END-READ
           END-IF.


       CHANGE-CARD-LIMITS.
           DISPLAY "Card number: "
           ACCEPT WS-ENTRY-CARDNUM

           PERFORM READ-CARD-FOR-UPDATE
           IF WS-FLAG = 1 THEN
               IF CD-STATUS NOT = 'A' AND CD-STATUS NOT = 'B' THEN
                   PERFORM DESCRIBE-CARD-STATUS
                   DISPLAY "Card is " WS-STATUS-DESC
                       ". No change made."
               ELSE
                   MOVE CD-CASH-LIMIT TO WS-CASH-DISP
                   MOVE CD-PURCH-LIMIT TO WS-PURCH-DISP
                   DISPLAY "Current cash limit    : " WS-CASH-DISP
                   DISPLAY "Current purchase limit: " WS-PURCH-DISP
                   DISPLAY "New daily cash limit: "
                   ACCEPT WS-ENTRY-CASH-LIMIT
                   DISPLAY "New daily purchase limit: "
                   ACCEPT WS-ENTRY-PURCH-LIMIT

                   MOVE CD-CASH-LIMIT TO WS-OLD-CASH-LIMIT
                   MOVE CD-PURCH-LIMIT TO WS-OLD-PURCH-LIMIT
                   MOVE WS-ENTRY-CASH-LIMIT TO CD-CASH-LIMIT
                   MOVE WS-ENTRY-PURCH-LIMIT TO CD-PURCH-LIMIT
                   REWRITE F-CARD
                       INVALID KEY DISPLAY 'Invalid Key'
                       NOT INVALID KEY
                           DISPLAY "Daily limits changed."
                           PERFORM LOG-CARD-LIMITS
                   END-REWRITE
               END-IF
               CLOSE FD-CARDMAST
           END-IF.


       READ-CARD-FOR-UPDATE.
           MOVE 0 TO WS-FLAG
           OPEN I-O FD-CARDMAST
           IF WS-CARD-STATUS NOT = 00 THEN
               DISPLAY "No card file found."
           ELSE
               MOVE WS-ENTRY-CARDNUM TO CD-CARDNUM
               READ FD-CARDMAST
                   INVALID KEY MOVE 0 TO WS-FLAG
                   NOT INVALID KEY MOVE 1 TO WS-FLAG
               END-READ
               IF WS-FLAG = 0 THEN
                   DISPLAY "Card does not exist."
                   CLOSE FD-CARDMAST
               END-IF
           END-IF.


       REWRITE-CARD-STATUS.
           REWRITE F-CARD
               INVALID KEY DISPLAY 'Invalid Key'
               NOT INVALID KEY
                   PERFORM DESCRIBE-CARD-STATUS
                   DISPLAY "Card status set to " WS-STATUS-DESC
                   PERFORM SET-CARD-CHANGE-KEY
                   PERFORM LOG-CARD-STATUS
           END-REWRITE.


       SET-CARD-CHANGE-KEY.
           MOVE "cardmast.dat" TO WS-CHG-FILE
           MOVE CD-CARDNUM TO WS-CHG-KEY.


       LOG-CARD-STATUS.
           IF CD-STATUS NOT = WS-OLD-CARD-STATUS THEN
               MOVE "CD-STATUS" TO WS-CHG-FIELD
               MOVE WS-OLD-CARD-STATUS TO WS-CHG-OLD
               MOVE CD-STATUS TO WS-CHG-NEW
               PERFORM WRITE-CHANGE-LOG
           END-IF.


       LOG-CARD-LIMITS.
           PERFORM SET-CARD-CHANGE-KEY

           IF CD-CASH-LIMIT NOT = WS-OLD-CASH-LIMIT THEN
               MOVE "CD-CASH-LIMIT" TO WS-CHG-FIELD
               MOVE WS-OLD-CASH-LIMIT TO WS-AMOUNT-DISP
               MOVE WS-AMOUNT-DISP TO WS-CHG-OLD
               MOVE CD-CASH-LIMIT TO WS-AMOUNT-DISP
               MOVE WS-AMOUNT-DISP TO WS-CHG-NEW
               PERFORM WRITE-CHANGE-LOG
           END-IF

           IF CD-PURCH-LIMIT NOT = WS-OLD-PURCH-LIMIT THEN
               MOVE "CD-PURCH-LIMIT" TO WS-CHG-FIELD
               MOVE WS-OLD-PURCH-LIMIT TO WS-AMOUNT-DISP
               MOVE WS-AMOUNT-DISP TO WS-CHG-OLD
               MOVE CD-PURCH-LIMIT TO WS-AMOUNT-DISP
               MOVE WS-AMOUNT-DISP TO WS-CHG-NEW
               PERFORM WRITE-CHANGE-LOG
           END-IF.


       LOG-NEW-CARD.
           PERFORM SET-CARD-CHANGE-KEY
           MOVE SPACES TO WS-CHG-OLD

           MOVE "CD-ACCNUM" TO WS-CHG-FIELD
           MOVE CD-ACCNUM TO WS-CHG-NEW
           PERFORM WRITE-CHANGE-LOG

           MOVE "CD-STATUS" TO WS-CHG-FIELD
           MOVE CD-STATUS TO WS-CHG-NEW
           PERFORM WRITE-CHANGE-LOG

           MOVE "CD-EXPIRY" TO WS-CHG-FIELD
           MOVE CD-EXPIRY TO WS-CHG-NEW
           PERFORM WRITE-CHANGE-LOG

           MOVE "CD-CASH-LIMIT" TO WS-CHG-FIELD
           MOVE CD-CASH-LIMIT TO WS-AMOUNT-DISP
           MOVE WS-AMOUNT-DISP TO WS-CHG-NEW
           PERFORM WRITE-CHANGE-LOG

           MOVE "CD-PURCH-LIMIT" TO WS-CHG-FIELD
           MOVE CD-PURCH-LIMIT TO WS-AMOUNT-DISP
           MOVE WS-AMOUNT-DISP TO WS-CHG-NEW
           PERFORM WRITE-CHANGE-LOG.


       FETCH-PARAMETER.
           MOVE 'N' TO WS-PARM-FOUND
           MOVE 0 TO WS-PARM-BEST-DATE

           MOVE 'N' TO WS-PARM-EOF
           OPEN INPUT FD-PARAMS
           IF WS-PARM-STATUS = 00 THEN
               PERFORM UNTIL WS-PARM-EOF = 'Y'
                   READ FD-PARAMS NEXT RECORD
                       AT END MOVE 'Y' TO WS-PARM-EOF
                       NOT AT END
                           IF P-NAME = WS-PARM-NAME
                                   AND P-ACCT-TYPE = WS-PARM-TYPE
                                   AND P-EFF-DATE NOT > WS-RUN-DATE
                                   AND P-EFF-DATE NOT <
                                       WS-PARM-BEST-DATE THEN
                               MOVE P-EFF-DATE TO WS-PARM-BEST-DATE
                               MOVE P-VALUE TO WS-PARM-VALUE
                               MOVE 'Y' TO WS-PARM-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-PARAMS
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
           MOVE 'CARDMNT' TO CL-PROGRAM
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
