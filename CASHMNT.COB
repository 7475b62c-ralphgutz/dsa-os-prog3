       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASH-DRAWER-MAINT.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-DRAWER ASSIGN TO 'C:\Cobol\BANK\drawer.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS DW-KEY
           FILE STATUS IS WS-DRAWER-STATUS.

           SELECT FD-JOURNAL ASSIGN TO 'C:\Cobol\BANK\journal.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS FJ-KEY
           FILE STATUS IS WS-FILESTATUS.

           SELECT FD-TELLER ASSIGN TO 'C:\Cobol\BANK\tellmast.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS T-TELLERID
           FILE STATUS IS WS-TELLER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FD-DRAWER.
       COPY DRAWREC.

       FD FD-JOURNAL.
       COPY JRNTRANS.

       FD FD-TELLER.
       COPY TELLMAST.

       WORKING-STORAGE SECTION.

       01 WS-FILESTATUS PIC XX.
       01 WS-DRAWER-STATUS PIC XX.
       01 WS-TELLER-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-DONE PIC X VALUE 'N'.
       01 WS-FLAG PIC 9.
       01 WS-OPERATION PIC 9.
       01 WS-WRITTEN PIC X.
       01 WS-RETRY-COUNT PIC 9(5).
       01 WS-CURRENT-DATE PIC X(21).
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-TELLER-ID PIC 9(4) VALUE 0.
       01 WS-TELLER-NAME PIC X(20).
       01 WS-TELLER-PASS-TEMP PIC 9(6).

       01 WS-ENTRY-TELLER PIC 9(4).
       01 WS-ENTRY-AMOUNT PIC 9(9)V99.
       01 WS-MOVE-KIND PIC X.
       01 WS-DRAWER-FOUND PIC X.
       01 WS-VAULT-FOUND PIC X.
       01 WS-VAULT-OPEN PIC X.
       01 WS-POSITION PIC S9(9)V99.
       01 WS-VAULT-POSITION PIC S9(9)V99.
       01 WS-OVER-SHORT PIC S9(9)V99.
       01 WS-VAULT-IN PIC 9(9)V99.
       01 WS-VAULT-OUT PIC 9(9)V99.
       01 WS-OPEN-DRAWERS PIC 9(3).

       01 WS-JRN-ACCNUM PIC 9(10).
       01 WS-JRN-TYPE PIC X(2).
       01 WS-JRN-REFNUM PIC 9(16).
       01 WS-JRN-AMOUNT PIC 9(7)V99.
       01 WS-JRN-TELLER PIC 9(4).

       01 WS-AMOUNT-DISP PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-POSITION-DISP PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-OVER-SHORT-DISP PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-STATUS-DESC PIC X(6).

       PROCEDURE DIVISION.
       CASH-MAINT-MAIN.
           DISPLAY "=== CASH DRAWER AND VAULT (SUPERVISOR) ===".


       SUPERVISOR-SIGNON.
           DISPLAY "Supervisor ID: "
           ACCEPT WS-TELLER-ID
           DISPLAY "Supervisor Passcode: "
           ACCEPT WS-TELLER-PASS-TEMP

           OPEN INPUT FD-TELLER
           IF WS-TELLER-STATUS NOT = 00 THEN
               DISPLAY "No teller file found. Ask the supervisor to"
               DISPLAY "register tellers before opening the vault."
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
           DISPLAY "Signed on: " WS-TELLER-NAME

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE.


       CASH-MAINT-LOOP.
           MOVE 'N' TO WS-DONE
           PERFORM HANDLE-ONE-REQUEST UNTIL WS-DONE = 'Y'

           STOP RUN.


       HANDLE-ONE-REQUEST.
           DISPLAY "1 - Open vault for the day"
           DISPLAY "2 - Open teller drawer"
           DISPLAY "3 - Buy cash from vault"
           DISPLAY "4 - Sell cash to vault"
           DISPLAY "5 - Close and count teller drawer"
           DISPLAY "6 - Close and count vault"
           DISPLAY "7 - Show drawer positions"
           DISPLAY "8 - Exit"
           DISPLAY "> "
           ACCEPT WS-OPERATION

           IF WS-OPERATION = 1 THEN
               PERFORM OPEN-VAULT
           ELSE IF WS-OPERATION = 2 THEN
               PERFORM OPEN-TELLER-DRAWER
           ELSE IF WS-OPERATION = 3 THEN
               MOVE 'B' TO WS-MOVE-KIND
               PERFORM MOVE-DRAWER-CASH
           ELSE IF WS-OPERATION = 4 THEN
               MOVE 'S' TO WS-MOVE-KIND
               PERFORM MOVE-DRAWER-CASH
           ELSE IF WS-OPERATION = 5 THEN
               PERFORM CLOSE-TELLER-DRAWER
           ELSE IF WS-OPERATION = 6 THEN
               PERFORM CLOSE-VAULT
           ELSE IF WS-OPERATION = 7 THEN
               PERFORM SHOW-POSITIONS
           ELSE IF WS-OPERATION = 8 THEN
               MOVE 'Y' TO WS-DONE
           ELSE
               DISPLAY "Invalid input."
           END-IF.


       OPEN-VAULT.
           PERFORM OPEN-DRAWER-FILE
           PERFORM READ-VAULT

           IF WS-VAULT-FOUND = 'Y' THEN
               DISPLAY "Vault is already open for " WS-RUN-DATE
           ELSE
               DISPLAY "Vault opening cash: "
               ACCEPT WS-ENTRY-AMOUNT

               MOVE WS-RUN-DATE TO DW-DATE
               MOVE 0 TO DW-TELLER
               PERFORM CLEAR-DRAWER-AMOUNTS
               MOVE WS-ENTRY-AMOUNT TO DW-OPENING
               WRITE F-DRAWER
                   INVALID KEY DISPLAY 'Invalid Key'
                   NOT INVALID KEY DISPLAY "Vault opened."
               END-WRITE
           END-IF

           CLOSE FD-DRAWER.


       OPEN-TELLER-DRAWER.
           DISPLAY "Teller ID: "
           ACCEPT WS-ENTRY-TELLER

           PERFORM CHECK-ENTRY-TELLER
           IF WS-FLAG = 0 THEN
               DISPLAY "Unknown or inactive teller."
           ELSE
               PERFORM OPEN-DRAWER-FILE
               PERFORM READ-VAULT
               PERFORM READ-ENTRY-DRAWER

               IF WS-VAULT-OPEN NOT = 'Y' THEN
                   DISPLAY "Vault is not open for " WS-RUN-DATE
               ELSE IF WS-DRAWER-FOUND = 'Y' THEN
                   DISPLAY "Drawer already opened today for teller "
                       WS-ENTRY-TELLER
               ELSE
                   DISPLAY "Starting cash from vault: "
                   ACCEPT WS-ENTRY-AMOUNT

                   IF WS-ENTRY-AMOUNT > WS-VAULT-POSITION THEN
                       MOVE WS-VAULT-POSITION TO WS-POSITION-DISP
                       DISPLAY "Vault holds only " WS-POSITION-DISP
                   ELSE
                       MOVE WS-RUN-DATE TO DW-DATE
                       MOVE WS-ENTRY-TELLER TO DW-TELLER
                       PERFORM CLEAR-DRAWER-AMOUNTS
                       MOVE WS-ENTRY-AMOUNT TO DW-OPENING
                       WRITE F-DRAWER
                           INVALID KEY DISPLAY 'Invalid Key'
                           NOT INVALID KEY
                               MOVE 0 TO WS-VAULT-IN
                               MOVE WS-ENTRY-AMOUNT TO WS-VAULT-OUT
                               PERFORM UPDATE-VAULT
                               DISPLAY "Drawer opened."
                       END-WRITE
                   END-IF
               END-IF
               END-IF
               CLOSE FD-DRAWER
           END-IF.


       MOVE-DRAWER-CASH.
           DISPLAY "Teller ID: "
           ACCEPT WS-ENTRY-TELLER

           PERFORM OPEN-DRAWER-FILE
           PERFORM READ-VAULT
           PERFORM READ-ENTRY-DRAWER

           IF WS-VAULT-OPEN NOT = 'Y' THEN
               DISPLAY "Vault is not open for " WS-RUN-DATE
           ELSE IF WS-DRAWER-FOUND NOT = 'Y' OR DW-STATUS NOT = 'O'
                   THEN
               DISPLAY "No open drawer for teller " WS-ENTRY-TELLER
           ELSE
               IF WS-MOVE-KIND = 'B' THEN
                   DISPLAY "Amount bought from vault: "
               ELSE
                   DISPLAY "Amount sold to vault: "
               END-IF
               ACCEPT WS-ENTRY-AMOUNT

               PERFORM COMPUTE-POSITION

               IF WS-MOVE-KIND = 'B'
                       AND WS-ENTRY-AMOUNT > WS-VAULT-POSITION THEN
                   MOVE WS-VAULT-POSITION TO WS-POSITION-DISP
                   DISPLAY "Vault holds only " WS-POSITION-DISP
               ELSE IF WS-MOVE-KIND = 'S'
                       AND WS-ENTRY-AMOUNT > WS-POSITION THEN
                   MOVE WS-POSITION TO WS-POSITION-DISP
                   DISPLAY "Drawer holds only " WS-POSITION-DISP
               ELSE
                   IF WS-MOVE-KIND = 'B' THEN
                       ADD WS-ENTRY-AMOUNT TO DW-BOUGHT
                       MOVE 0 TO WS-VAULT-IN
                       MOVE WS-ENTRY-AMOUNT TO WS-VAULT-OUT
                   ELSE
                       ADD WS-ENTRY-AMOUNT TO DW-SOLD
                       MOVE WS-ENTRY-AMOUNT TO WS-VAULT-IN
                       MOVE 0 TO WS-VAULT-OUT
                   END-IF
                   REWRITE F-DRAWER
                       INVALID KEY DISPLAY 'Invalid Key'
                       NOT INVALID KEY
                           PERFORM UPDATE-VAULT
                           DISPLAY "Drawer updated."
                   END-REWRITE
               END-IF
               END-IF
           END-IF
           END-IF

           CLOSE FD-DRAWER.


       CLOSE-TELLER-DRAWER.
           DISPLAY "Teller ID: "
           ACCEPT WS-ENTRY-TELLER

           PERFORM OPEN-DRAWER-FILE
           PERFORM READ-VAULT
           PERFORM READ-ENTRY-DRAWER

           IF WS-VAULT-OPEN NOT = 'Y' THEN
               DISPLAY "Vault is not open for " WS-RUN-DATE
           ELSE IF WS-DRAWER-FOUND NOT = 'Y' OR DW-STATUS NOT = 'O'
                   THEN
               DISPLAY "No open drawer for teller " WS-ENTRY-TELLER
           ELSE
               DISPLAY "Counted cash in drawer: "
               ACCEPT WS-ENTRY-AMOUNT

               PERFORM COMPUTE-POSITION
               COMPUTE WS-OVER-SHORT = WS-ENTRY-AMOUNT - WS-POSITION

               MOVE 'C' TO DW-STATUS
               MOVE WS-ENTRY-AMOUNT TO DW-COUNTED
               MOVE WS-OVER-SHORT TO DW-OVER-SHORT
               MOVE WS-TELLER-ID TO DW-CLOSED-BY
               REWRITE F-DRAWER
                   INVALID KEY DISPLAY 'Invalid Key'
                   NOT INVALID KEY
                       MOVE WS-ENTRY-AMOUNT TO WS-VAULT-IN
                       MOVE 0 TO WS-VAULT-OUT
                       PERFORM UPDATE-VAULT
                       PERFORM SHOW-CLOSE-RESULT
                       MOVE WS-ENTRY-TELLER TO WS-JRN-TELLER
                       PERFORM POST-OVER-SHORT
               END-REWRITE
           END-IF
           END-IF

           CLOSE FD-DRAWER.


       CLOSE-VAULT.
           PERFORM OPEN-DRAWER-FILE
           PERFORM COUNT-OPEN-DRAWERS
           PERFORM READ-VAULT

           IF WS-VAULT-OPEN NOT = 'Y' THEN
               DISPLAY "Vault is not open for " WS-RUN-DATE
           ELSE IF WS-OPEN-DRAWERS > 0 THEN
               DISPLAY WS-OPEN-DRAWERS " teller drawer(s) still open."
               DISPLAY "Close every drawer before counting the vault."
           ELSE
               DISPLAY "Counted cash in vault: "
               ACCEPT WS-ENTRY-AMOUNT

               MOVE WS-VAULT-POSITION TO WS-POSITION
               COMPUTE WS-OVER-SHORT = WS-ENTRY-AMOUNT - WS-POSITION

               MOVE 'C' TO DW-STATUS
               MOVE WS-ENTRY-AMOUNT TO DW-COUNTED
               MOVE WS-OVER-SHORT TO DW-OVER-SHORT
               MOVE WS-TELLER-ID TO DW-CLOSED-BY
               REWRITE F-DRAWER
                   INVALID KEY DISPLAY 'Invalid Key'
                   NOT INVALID KEY
                       MOVE 0 TO WS-ENTRY-TELLER
                       PERFORM SHOW-CLOSE-RESULT
                       MOVE WS-TELLER-ID TO WS-JRN-TELLER
                       PERFORM POST-OVER-SHORT
               END-REWRITE
           END-IF
           END-IF

           CLOSE FD-DRAWER.


       SHOW-CLOSE-RESULT.
           MOVE WS-POSITION TO WS-POSITION-DISP
           MOVE WS-ENTRY-AMOUNT TO WS-AMOUNT-DISP
           MOVE WS-OVER-SHORT TO WS-OVER-SHORT-DISP
           DISPLAY "Expected : " WS-POSITION-DISP
           DISPLAY "Counted  : " WS-AMOUNT-DISP
           IF WS-OVER-SHORT > 0 THEN
               DISPLAY "OVER     : " WS-OVER-SHORT-DISP
           ELSE IF WS-OVER-SHORT < 0 THEN
               DISPLAY "SHORT    : " WS-OVER-SHORT-DISP
           ELSE
               DISPLAY "Balanced."
           END-IF.


       POST-OVER-SHORT.
           IF WS-OVER-SHORT NOT = 0 THEN
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               MOVE 0 TO WS-JRN-ACCNUM
               COMPUTE WS-JRN-REFNUM =
                   WS-RUN-DATE * 10000 + WS-ENTRY-TELLER
               IF WS-OVER-SHORT > 0 THEN
                   MOVE 'CO' TO WS-JRN-TYPE
                   MOVE WS-OVER-SHORT TO WS-JRN-AMOUNT
               ELSE
                   MOVE 'CS' TO WS-JRN-TYPE
                   COMPUTE WS-JRN-AMOUNT = 0 - WS-OVER-SHORT
               END-IF
               PERFORM WRITE-JOURNAL-PARA
               DISPLAY "Over/short posted to cash suspense."
           END-IF.


       SHOW-POSITIONS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT FD-DRAWER
           IF WS-DRAWER-STATUS NOT = 00 THEN
               DISPLAY "No drawer file found."
           ELSE
               DISPLAY "TELLER  STATUS  EXPECTED/COUNTED   OVER/SHORT"
               MOVE WS-RUN-DATE TO DW-DATE
               MOVE 0 TO DW-TELLER
               START FD-DRAWER KEY IS NOT LESS THAN DW-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FD-DRAWER NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF DW-DATE NOT = WS-RUN-DATE THEN
                               MOVE 'Y' TO WS-EOF
                           ELSE
                               PERFORM SHOW-ONE-POSITION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-DRAWER
           END-IF.


       SHOW-ONE-POSITION.
           IF DW-STATUS = 'O' THEN
               MOVE "OPEN" TO WS-STATUS-DESC
               PERFORM COMPUTE-POSITION
               MOVE WS-POSITION TO WS-POSITION-DISP
               MOVE 0 TO WS-OVER-SHORT-DISP
           ELSE
               MOVE "CLOSED" TO WS-STATUS-DESC
               MOVE DW-COUNTED TO WS-POSITION-DISP
               MOVE DW-OVER-SHORT TO WS-OVER-SHORT-DISP
           END-IF

           IF DW-TELLER = 0 THEN
               DISPLAY "VAULT   " WS-STATUS-DESC
                   "  " WS-POSITION-DISP
                   "  " WS-OVER-SHORT-DISP
           ELSE
               DISPLAY DW-TELLER "    " WS-STATUS-DESC
                   "  " WS-POSITION-DISP
                   "  " WS-OVER-SHORT-DISP
           END-IF.


       OPEN-DRAWER-FILE.
           OPEN I-O FD-DRAWER
           IF WS-DRAWER-STATUS = 35 THEN
               OPEN OUTPUT FD-DRAWER
               CLOSE FD-DRAWER
               OPEN I-O FD-DRAWER
           END-IF.


       READ-VAULT.
           MOVE 'N' TO WS-VAULT-FOUND
           MOVE 'N' TO WS-VAULT-OPEN
           MOVE 0 TO WS-VAULT-POSITION

           MOVE WS-RUN-DATE TO DW-DATE
           MOVE 0 TO DW-TELLER
           READ FD-DRAWER
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-VAULT-FOUND
                   IF DW-STATUS = 'O' THEN
                       MOVE 'Y' TO WS-VAULT-OPEN
                   END-IF
                   PERFORM COMPUTE-POSITION
                   MOVE WS-POSITION TO WS-VAULT-POSITION
           END-READ.


       READ-ENTRY-DRAWER.
           MOVE 'N' TO WS-DRAWER-FOUND
           IF WS-ENTRY-TELLER NOT = 0 THEN
               MOVE WS-RUN-DATE TO DW-DATE
               MOVE WS-ENTRY-TELLER TO DW-TELLER
               READ FD-DRAWER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-DRAWER-FOUND
               END-READ
           END-IF.


       UPDATE-VAULT.
           MOVE WS-RUN-DATE TO DW-DATE
           MOVE 0 TO DW-TELLER
           READ FD-DRAWER
               INVALID KEY
                   DISPLAY "Vault record missing; vault not updated."
               NOT INVALID KEY
                   ADD WS-VAULT-IN TO DW-BOUGHT
                   ADD WS-VAULT-OUT TO DW-SOLD
                   REWRITE F-DRAWER
                       INVALID KEY DISPLAY 'Invalid Key'
                   END-REWRITE
           END-READ.


       COUNT-OPEN-DRAWERS.
           MOVE 0 TO WS-OPEN-DRAWERS
           MOVE 'N' TO WS-EOF
           MOVE WS-RUN-DATE TO DW-DATE
           MOVE 1 TO DW-TELLER
           START FD-DRAWER KEY IS NOT LESS THAN DW-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ FD-DRAWER NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DW-DATE NOT = WS-RUN-DATE THEN
                           MOVE 'Y' TO WS-EOF
                       ELSE IF DW-STATUS = 'O' THEN
                           ADD 1 TO WS-OPEN-DRAWERS
                       END-IF
               END-READ
           END-PERFORM.


       COMPUTE-POSITION.
           COMPUTE WS-POSITION = DW-OPENING + DW-BOUGHT - DW-SOLD
               + DW-CASH-IN - DW-CASH-OUT.


       CLEAR-DRAWER-AMOUNTS.
           MOVE 'O' TO DW-STATUS
           MOVE 0 TO DW-OPENING
           MOVE 0 TO DW-BOUGHT
           MOVE 0 TO DW-SOLD
           MOVE 0 TO DW-CASH-IN
           MOVE 0 TO DW-CASH-OUT
           MOVE 0 TO DW-IN-COUNT
           MOVE 0 TO DW-OUT-COUNT
           MOVE 0 TO DW-COUNTED
           MOVE 0 TO DW-OVER-SHORT
           MOVE 0 TO DW-CLOSED-BY.


       CHECK-ENTRY-TELLER.
           MOVE 0 TO WS-FLAG
           IF WS-ENTRY-TELLER NOT = 0 THEN
               OPEN INPUT FD-TELLER
               IF WS-TELLER-STATUS = 00 THEN
                   MOVE WS-ENTRY-TELLER TO T-TELLERID
                   READ FD-TELLER
                       INVALID KEY MOVE 0 TO WS-FLAG
                       NOT INVALID KEY
                           IF T-STATUS = 'A' THEN
                               MOVE 1 TO WS-FLAG
                           END-IF
                   END-READ
                   CLOSE FD-TELLER
               END-IF
           END-IF.


       WRITE-JOURNAL-PARA.
           OPEN I-O FD-JOURNAL
               IF WS-FILESTATUS = 35 THEN
                   OPEN OUTPUT FD-JOURNAL
               END-IF
               MOVE WS-JRN-ACCNUM TO FJ-ACCNUM
               MOVE WS-CURRENT-DATE(1:16) TO FJ-TIMESTAMP
               MOVE WS-JRN-TYPE TO FJ-TYPE
               MOVE WS-JRN-REFNUM TO FJ-REFNUM
               MOVE WS-JRN-AMOUNT TO FJ-AMOUNT
               MOVE SPACE TO FJ-STATUS
               MOVE WS-JRN-TELLER TO FJ-TELLER
               MOVE 0 TO FJ-SEQ
               MOVE 0 TO WS-RETRY-COUNT
               MOVE 'N' TO WS-WRITTEN
               PERFORM UNTIL WS-WRITTEN = 'Y'
                       OR WS-RETRY-COUNT > 9999
                   WRITE FJ-TRANSACTION
                       INVALID KEY
                           ADD 1 TO FJ-SEQ
                           ADD 1 TO WS-RETRY-COUNT
                       NOT INVALID KEY MOVE 'Y' TO WS-WRITTEN
                   END-WRITE
               END-PERFORM
               IF WS-WRITTEN NOT = 'Y' THEN
                   DISPLAY 'Unable to log journal entry'
               END-IF
           CLOSE FD-JOURNAL.
