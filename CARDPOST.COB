       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD-SETTLEMENT-BATCH.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-RECORD ASSIGN TO 'C:\Cobol\BANK\record.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS F-ACCNUM
           FILE STATUS IS WS-FILESTATUS.

           SELECT FD-CARDMAST ASSIGN TO 'C:\Cobol\BANK\cardmast.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CD-CARDNUM
           FILE STATUS IS WS-CARD-STATUS.

           SELECT FD-WITHDRAW ASSIGN TO 'C:\Cobol\BANK\withdraw.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS FW-KEY
           FILE STATUS IS WS-FILESTATUS.

           SELECT FD-JOURNAL ASSIGN TO 'C:\Cobol\BANK\journal.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS FJ-KEY
           FILE STATUS IS WS-FILESTATUS.

           SELECT FD-RUNCTL ASSIGN TO 'C:\Cobol\BANK\runctl.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS FR-KEY
           FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT FD-HOLDS ASSIGN TO 'C:\Cobol\BANK\holds.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS H-KEY
           FILE STATUS IS WS-HOLD-STATUS.

           SELECT FD-CARDTXN-IN ASSIGN TO
               'C:\Cobol\BANK\cardtxn.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CARDTXN-STATUS.

           SELECT FD-RETURN-OUT ASSIGN TO
               'C:\Cobol\BANK\cardret.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FD-RECORD.
       COPY ACCTREC.

       FD FD-CARDMAST.
       COPY CARDMAST.

       FD FD-WITHDRAW.
       COPY WDRTRANS.

       FD FD-JOURNAL.
       COPY JRNTRANS.

       FD FD-RUNCTL.
       COPY RUNCTL.

       FD FD-HOLDS.
       COPY HOLDREC.

       FD FD-CARDTXN-IN.
       COPY CARDTRN.

       FD FD-RETURN-OUT.
       01 RT-RECORD.
           05 RT-CARD-TXN PIC X(42).
           05 RT-REASON PIC X(30).

       WORKING-STORAGE SECTION.

       01 WS-FILESTATUS PIC XX.
       01 WS-CARD-STATUS PIC XX.
       01 WS-RUNCTL-STATUS PIC XX.
       01 WS-CARDTXN-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-FLAG PIC 9.
       01 WS-CARD-FLAG PIC 9.
       01 WS-CURRENT-DATE PIC X(21).
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-WRITTEN PIC X.
       01 WS-RETRY-COUNT PIC 9(5).
       01 WS-REWRITE-OK PIC X.
       01 WS-RUNCTL-FLAG PIC 9.
       01 WS-RUN-REFUSED PIC X VALUE 'N'.
       01 WS-RESTART-CKPT PIC 9(10) VALUE 0.
       01 WS-RECORDS-READ PIC 9(10) VALUE 0.
       01 WS-SINCE-CKPT PIC 9(4) VALUE 0.
       01 WS-CHECKPOINT-FREQ PIC 9(4) VALUE 10.
       01 WS-CARDTXN-MISSING PIC X VALUE 'N'.
       01 WS-CARDMAST-OK PIC X VALUE 'N'.

       01 WS-ACCOUNT.
           05 WS-ACCNUM PIC 9(10).
           05 WS-NAME.
               10 WS-FNAME PIC X(10).
               10 WS-LNAME PIC X(10).
           05 WS-PASSCODE PIC 9(6).
           05 WS-BALANCE PIC S9(7)V99.
           05 WS-ACCT-TYPE PIC X(1).
           05 WS-MIN-BALANCE PIC 9(7)V99.
           05 WS-FAIL-COUNT PIC 9(2).
           05 WS-LOCKED PIC X(1).
           05 WS-ACCT-STATUS PIC X(1).
           05 WS-OPEN-DATE PIC 9(8).
           05 WS-CUSTID PIC 9(8).
           05 WS-TERM-MONTHS PIC 9(3).
           05 WS-MATURITY-DATE PIC 9(8).
           05 WS-CONTRACT-RATE PIC 9V9(4).
           05 WS-ROLLOVER PIC X(1).
           05 WS-SETTLE-ACCNUM PIC 9(10).
           05 WS-OD-LIMIT PIC 9(7)V99.
           05 WS-OD-START-DATE PIC 9(8).

       01 WS-JRN-ACCNUM PIC 9(10).
       01 WS-JRN-TYPE PIC X(2).
       01 WS-JRN-REFNUM PIC 9(16).
       01 WS-JRN-AMOUNT PIC 9(7)V99.
       01 WS-POSTED-COUNT PIC 9(7) VALUE 0.
       01 WS-CASH-COUNT PIC 9(7) VALUE 0.
       01 WS-PURCH-COUNT PIC 9(7) VALUE 0.
       01 WS-CASH-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-PURCH-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-DISPLAY PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-RETURN-COUNT PIC 9(7) VALUE 0.
       01 WS-RETURN-REASON PIC X(30).
       01 WS-HOLD-STATUS PIC XX.
       01 WS-HOLD-EOF PIC X.
       01 WS-HELD-AMOUNT PIC 9(9)V99.
       01 WS-AVAILABLE PIC S9(9)V99.
       01 WS-CARD-LIMIT PIC 9(7)V99.
       01 WS-CARD-USED PIC 9(9)V99.

       PROCEDURE DIVISION.
       CARD-SETTLEMENT-MAIN.
           DISPLAY "=== CARD SETTLEMENT POSTING ==========="

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE

           PERFORM RUNCTL-START
           IF WS-RUN-REFUSED = 'Y' THEN
               DISPLAY "Card settlement already posted for "
                   WS-RUN-DATE
               STOP RUN
           END-IF

           IF WS-RESTART-CKPT > 0 THEN
               DISPLAY "Restarting after record " WS-RESTART-CKPT
           END-IF

           OPEN INPUT FD-CARDTXN-IN
           OPEN I-O FD-RECORD

           OPEN I-O FD-CARDMAST
           IF WS-CARD-STATUS = 00 THEN
               MOVE 'Y' TO WS-CARDMAST-OK
           ELSE
               DISPLAY "No card file found. All items will be returned."
           END-IF

           IF WS-RESTART-CKPT > 0 THEN
               OPEN EXTEND FD-RETURN-OUT
           ELSE
               OPEN OUTPUT FD-RETURN-OUT
           END-IF

           IF WS-CARDTXN-STATUS NOT = 00 THEN
               MOVE 'Y' TO WS-CARDTXN-MISSING
               DISPLAY "No card settlement file found. Nothing to post."
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FD-CARDTXN-IN
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM PROCESS-CARDTXN-RECORD
                   END-READ
               END-PERFORM
               CLOSE FD-CARDTXN-IN
           END-IF

           CLOSE FD-RECORD
           CLOSE FD-RETURN-OUT
           IF WS-CARDMAST-OK = 'Y' THEN
               CLOSE FD-CARDMAST
           END-IF

           IF WS-CARDTXN-MISSING = 'Y' THEN
               PERFORM RUNCTL-ABANDON
           ELSE
               PERFORM RUNCTL-COMPLETE
           END-IF

           DISPLAY "Items posted    : " WS-POSTED-COUNT
           MOVE WS-CASH-TOTAL TO WS-TOTAL-DISPLAY
           DISPLAY "  Cash          : " WS-CASH-COUNT
               "  " WS-TOTAL-DISPLAY
           MOVE WS-PURCH-TOTAL TO WS-TOTAL-DISPLAY
           DISPLAY "  Purchases     : " WS-PURCH-COUNT
               "  " WS-TOTAL-DISPLAY
           DISPLAY "Items returned  : " WS-RETURN-COUNT
           DISPLAY "Returns written to cardret.dat".

           STOP RUN.


       PROCESS-CARDTXN-RECORD.
           ADD 1 TO WS-RECORDS-READ
           IF WS-RECORDS-READ > WS-RESTART-CKPT THEN
               PERFORM POST-ONE-CARD-ITEM
               ADD 1 TO WS-SINCE-CKPT
               IF WS-SINCE-CKPT NOT LESS THAN WS-CHECKPOINT-FREQ THEN
                   PERFORM RUNCTL-CHECKPOINT
               END-IF
           END-IF.


       POST-ONE-CARD-ITEM.
           PERFORM READ-CARD-MASTER
           IF WS-CARD-FLAG = 0 THEN
               DISPLAY "RETURNED - unknown card: " CT-CARDNUM
               MOVE "CARD NOT ON FILE" TO WS-RETURN-REASON
               PERFORM WRITE-RETURN-RECORD
           ELSE IF CD-STATUS = 'H' THEN
               DISPLAY "RETURNED - hot card: " CT-CARDNUM
               MOVE "HOT CARD" TO WS-RETURN-REASON
               PERFORM WRITE-RETURN-RECORD
           ELSE IF CD-STATUS = 'B' THEN
               DISPLAY "RETURNED - card blocked: " CT-CARDNUM
               MOVE "CARD BLOCKED" TO WS-RETURN-REASON
               PERFORM WRITE-RETURN-RECORD
           ELSE IF CD-STATUS = 'R' THEN
               DISPLAY "RETURNED - card replaced: " CT-CARDNUM
               MOVE "CARD REPLACED" TO WS-RETURN-REASON
               PERFORM WRITE-RETURN-RECORD
           ELSE IF CD-STATUS NOT = 'A' THEN
               DISPLAY "RETURNED - card not active: " CT-CARDNUM
               MOVE "CARD NOT ACTIVE" TO WS-RETURN-REASON
               PERFORM WRITE-RETURN-RECORD
           ELSE IF CT-TXN-DATE(1:6) > CD-EXPIRY THEN
               DISPLAY "RETURNED - card expired: " CT-CARDNUM
               MOVE "CARD EXPIRED" TO WS-RETURN-REASON
               PERFORM WRITE-RETURN-RECORD
           ELSE IF CT-TXN-TYPE NOT = 'C' AND CT-TXN-TYPE NOT = 'P' THEN
               DISPLAY "RETURNED - invalid transaction type: "
                   CT-CARDNUM
               MOVE "INVALID TRANSACTION TYPE" TO WS-RETURN-REASON
               PERFORM WRITE-RETURN-RECORD
           ELSE
               PERFORM CHECK-CARD-LIMIT
               IF WS-CARD-USED + CT-AMOUNT > WS-CARD-LIMIT THEN
                   DISPLAY "RETURNED - daily card limit exceeded: "
                       CT-CARDNUM
                   MOVE "DAILY CARD LIMIT EXCEEDED"
                       TO WS-RETURN-REASON
                   PERFORM WRITE-RETURN-RECORD
               ELSE
                   PERFORM CHECK-CARD-ACCOUNT
               END-IF
           END-IF.


       READ-CARD-MASTER.
           MOVE 0 TO WS-CARD-FLAG
           IF WS-CARDMAST-OK = 'Y' THEN
               MOVE CT-CARDNUM TO CD-CARDNUM
               READ FD-CARDMAST
                   INVALID KEY MOVE 0 TO WS-CARD-FLAG
                   NOT INVALID KEY MOVE 1 TO WS-CARD-FLAG
               END-READ
           END-IF.


       CHECK-CARD-LIMIT.
           IF CD-USAGE-DATE NOT = CT-TXN-DATE THEN
               MOVE CT-TXN-DATE TO CD-USAGE-DATE
               MOVE 0 TO CD-CASH-USED
               MOVE 0 TO CD-PURCH-USED
           END-IF

           IF CT-TXN-TYPE = 'C' THEN
               MOVE CD-CASH-LIMIT TO WS-CARD-LIMIT
               MOVE CD-CASH-USED TO WS-CARD-USED
           ELSE
               MOVE CD-PURCH-LIMIT TO WS-CARD-LIMIT
               MOVE CD-PURCH-USED TO WS-CARD-USED
           END-IF.


       CHECK-CARD-ACCOUNT.
           MOVE CD-ACCNUM TO F-ACCNUM
           READ FD-RECORD INTO WS-ACCOUNT
               KEY IS F-ACCNUM
               INVALID KEY MOVE 0 TO WS-FLAG
               NOT INVALID KEY MOVE 1 TO WS-FLAG
           END-READ

           IF WS-FLAG = 0 THEN
               DISPLAY "RETURNED - unknown account: " CD-ACCNUM
               MOVE "ACCOUNT NOT FOUND" TO WS-RETURN-REASON
               PERFORM WRITE-RETURN-RECORD
           ELSE IF WS-ACCT-STATUS NOT = 'A' THEN
               DISPLAY "RETURNED - account not active: " CD-ACCNUM
               MOVE "ACCOUNT NOT ACTIVE" TO WS-RETURN-REASON
               PERFORM WRITE-RETURN-RECORD
           ELSE
               PERFORM SUM-OPEN-HOLDS
               COMPUTE WS-AVAILABLE = WS-BALANCE + WS-OD-LIMIT
                   - WS-HELD-AMOUNT
               IF CT-AMOUNT > WS-AVAILABLE THEN
                   DISPLAY "RETURNED - insufficient funds: "
                       CD-ACCNUM
                   MOVE "INSUFFICIENT FUNDS" TO WS-RETURN-REASON
                   PERFORM WRITE-RETURN-RECORD
               ELSE IF WS-OD-LIMIT = 0
                       AND WS-AVAILABLE - CT-AMOUNT
                       < WS-MIN-BALANCE THEN
                   DISPLAY "RETURNED - below minimum balance: "
                       CD-ACCNUM
                   MOVE "BELOW MINIMUM BALANCE" TO WS-RETURN-REASON
                   PERFORM WRITE-RETURN-RECORD
               ELSE
                   PERFORM POST-CARD-DEBIT
               END-IF
           END-IF.


       POST-CARD-DEBIT.
           COMPUTE WS-BALANCE = WS-BALANCE - CT-AMOUNT
           PERFORM NOTE-OVERDRAWN-DATE

           REWRITE F-ACCOUNT FROM WS-ACCOUNT
               INVALID KEY DISPLAY 'Invalid Key'
                   MOVE 'N' TO WS-REWRITE-OK
               NOT INVALID KEY MOVE 'Y' TO WS-REWRITE-OK
           END-REWRITE

           IF WS-REWRITE-OK NOT = 'Y' THEN
               DISPLAY "RETURNED - update failed for account: "
                   CD-ACCNUM
               MOVE "UNABLE TO POST" TO WS-RETURN-REASON
               PERFORM WRITE-RETURN-RECORD
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE

               OPEN I-O FD-WITHDRAW
                   IF WS-FILESTATUS = 35 THEN
                       OPEN OUTPUT FD-WITHDRAW
                   END-IF
                   MOVE WS-ACCNUM TO FW-ACCNUM
                   MOVE WS-CURRENT-DATE(1:16) TO FW-TIMESTAMP
                   MOVE CT-AMOUNT TO FW-AMOUNT
                   MOVE 0 TO FW-SEQ
                   MOVE 0 TO WS-RETRY-COUNT
                   MOVE 'N' TO WS-WRITTEN
                   PERFORM UNTIL WS-WRITTEN = 'Y'
                           OR WS-RETRY-COUNT > 9999
                       WRITE FW-TRANSACTION
                           INVALID KEY
                               ADD 1 TO FW-SEQ
                               ADD 1 TO WS-RETRY-COUNT
                           NOT INVALID KEY MOVE 'Y' TO WS-WRITTEN
                       END-WRITE
                   END-PERFORM
                   IF WS-WRITTEN NOT = 'Y' THEN
                       DISPLAY 'Unable to log withdrawal'
                   END-IF
               CLOSE FD-WITHDRAW

               MOVE WS-ACCNUM TO WS-JRN-ACCNUM
               IF CT-TXN-TYPE = 'C' THEN
                   MOVE 'AW' TO WS-JRN-TYPE
                   ADD CT-AMOUNT TO CD-CASH-USED
                   ADD 1 TO WS-CASH-COUNT
                   ADD CT-AMOUNT TO WS-CASH-TOTAL
               ELSE
                   MOVE 'CP' TO WS-JRN-TYPE
                   ADD CT-AMOUNT TO CD-PURCH-USED
                   ADD 1 TO WS-PURCH-COUNT
                   ADD CT-AMOUNT TO WS-PURCH-TOTAL
               END-IF
               MOVE CT-CARDNUM TO WS-JRN-REFNUM
               MOVE CT-AMOUNT TO WS-JRN-AMOUNT
               PERFORM WRITE-JOURNAL-PARA

               REWRITE F-CARD
                   INVALID KEY DISPLAY 'Unable to update card usage'
               END-REWRITE

               ADD 1 TO WS-POSTED-COUNT
           END-IF.


       WRITE-RETURN-RECORD.
           ADD 1 TO WS-RETURN-COUNT
           MOVE CT-RECORD TO RT-CARD-TXN
           MOVE WS-RETURN-REASON TO RT-REASON
           WRITE RT-RECORD.


       NOTE-OVERDRAWN-DATE.
           IF WS-BALANCE < 0 THEN
               IF WS-OD-START-DATE = 0 THEN
                   MOVE WS-RUN-DATE TO WS-OD-START-DATE
               END-IF
           ELSE
               MOVE 0 TO WS-OD-START-DATE
           END-IF.


       SUM-OPEN-HOLDS.
           MOVE 0 TO WS-HELD-AMOUNT
           MOVE 'N' TO WS-HOLD-EOF
           OPEN INPUT FD-HOLDS
           IF WS-HOLD-STATUS = 00 THEN
               MOVE WS-ACCNUM TO H-ACCNUM
               MOVE 0 TO H-SEQ
               START FD-HOLDS KEY IS NOT LESS THAN H-KEY
                   INVALID KEY MOVE 'Y' TO WS-HOLD-EOF
               END-START
               PERFORM UNTIL WS-HOLD-EOF = 'Y'
                   READ FD-HOLDS NEXT RECORD
                       AT END MOVE 'Y' TO WS-HOLD-EOF
                       NOT AT END
                           IF H-ACCNUM NOT = WS-ACCNUM THEN
                               MOVE 'Y' TO WS-HOLD-EOF
                           ELSE IF H-STATUS = 'O' THEN
                               ADD H-AMOUNT TO WS-HELD-AMOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-HOLDS
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
               MOVE 0 TO FJ-TELLER
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


       RUNCTL-START.
           MOVE 'N' TO WS-RUN-REFUSED
           MOVE 0 TO WS-RESTART-CKPT

           OPEN I-O FD-RUNCTL
           IF WS-RUNCTL-STATUS = 35 THEN
               OPEN OUTPUT FD-RUNCTL
               CLOSE FD-RUNCTL
               OPEN I-O FD-RUNCTL
           END-IF

           MOVE WS-RUN-DATE TO FR-RUN-DATE
           MOVE 'CARD' TO FR-JOB-CODE
           READ FD-RUNCTL
               INVALID KEY MOVE 0 TO WS-RUNCTL-FLAG
               NOT INVALID KEY MOVE 1 TO WS-RUNCTL-FLAG
           END-READ

           IF WS-RUNCTL-FLAG = 1 THEN
               IF FR-STATUS = 'C' THEN
                   MOVE 'Y' TO WS-RUN-REFUSED
                   CLOSE FD-RUNCTL
               ELSE
                   MOVE FR-CHECKPOINT TO WS-RESTART-CKPT
               END-IF
           ELSE
               MOVE WS-RUN-DATE TO FR-RUN-DATE
               MOVE 'CARD' TO FR-JOB-CODE
               MOVE 'S' TO FR-STATUS
               MOVE 0 TO FR-CHECKPOINT
               WRITE FR-RUNCTL
                   INVALID KEY DISPLAY 'Unable to register run'
               END-WRITE
           END-IF.


       RUNCTL-CHECKPOINT.
           MOVE WS-RUN-DATE TO FR-RUN-DATE
           MOVE 'CARD' TO FR-JOB-CODE
           MOVE 'S' TO FR-STATUS
           MOVE WS-RECORDS-READ TO FR-CHECKPOINT
           REWRITE FR-RUNCTL
               INVALID KEY DISPLAY 'Unable to write checkpoint'
           END-REWRITE
           MOVE 0 TO WS-SINCE-CKPT.


       RUNCTL-COMPLETE.
           MOVE WS-RUN-DATE TO FR-RUN-DATE
           MOVE 'CARD' TO FR-JOB-CODE
           MOVE 'C' TO FR-STATUS
           MOVE WS-RECORDS-READ TO FR-CHECKPOINT
           REWRITE FR-RUNCTL
               INVALID KEY DISPLAY 'Unable to mark run complete'
           END-REWRITE
           CLOSE FD-RUNCTL.


       RUNCTL-ABANDON.
           IF WS-RUNCTL-FLAG = 0 THEN
               MOVE WS-RUN-DATE TO FR-RUN-DATE
               MOVE 'CARD' TO FR-JOB-CODE
               DELETE FD-RUNCTL
                   INVALID KEY CONTINUE
               END-DELETE
           END-IF
           CLOSE FD-RUNCTL.
