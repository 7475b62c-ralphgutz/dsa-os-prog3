               'C:\Cobol\BANK\chkret.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FD-NOTICE-Q ASSIGN TO
               'C:\Cobol\BANK\noticeq.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FD-RECORD.
       FD FD-RETURN-OUT.
       01 RT-RECORD PIC X(25).

       FD FD-NOTICE-Q.
       COPY NOTEVENT.

       WORKING-STORAGE SECTION.

       01 WS-FILESTATUS PIC XX.
       01 WS-JRN-TYPE PIC X(2).
       01 WS-JRN-REFNUM PIC 9(16).
       01 WS-JRN-AMOUNT PIC 9(7)V99.
       01 WS-NTC-TYPE PIC X(2).
       01 WS-NTC-ACCNUM PIC 9(10).
       01 WS-NTC-EVENT-DATE PIC 9(8).
       01 WS-NTC-REFNUM PIC 9(16).
       01 WS-NTC-AMOUNT PIC 9(7)V99.
       01 WS-NTC-DETAIL PIC X(30).
       01 WS-PAID-COUNT PIC 9(7) VALUE 0.
       01 WS-RETURN-COUNT PIC 9(7) VALUE 0.
       01 WS-RETURN-REASON PIC X(30).
       01 WS-HOLD-STATUS PIC XX.
       01 WS-HOLD-EOF PIC X.
       01 WS-HELD-AMOUNT PIC 9(9)V99.

           IF WS-FLAG = 0 THEN
               DISPLAY "RETURNED - unknown account: " IC-ACCNUM
               MOVE "ACCOUNT NOT FOUND" TO WS-RETURN-REASON
               PERFORM WRITE-RETURN-RECORD
           ELSE IF WS-ACCT-STATUS NOT = 'A' THEN
               DISPLAY "RETURNED - account not active: " IC-ACCNUM
               MOVE "ACCOUNT NOT ACTIVE" TO WS-RETURN-REASON
               PERFORM WRITE-RETURN-RECORD
           ELSE IF WS-ACCT-TYPE = 'T'
                   AND WS-MATURITY-DATE > WS-RUN-DATE THEN
               DISPLAY "RETURNED - term deposit not matured: "
                   IC-ACCNUM
               MOVE "TERM DEPOSIT NOT MATURED" TO WS-RETURN-REASON
               PERFORM WRITE-RETURN-RECORD
           ELSE IF WS-CHECK-FLAG = 1 AND K-STATUS = 'S' THEN
               DISPLAY "RETURNED - stop payment on check "
                   IC-CHECKNO " account " IC-ACCNUM
               MOVE "PAYMENT STOPPED" TO WS-RETURN-REASON
               PERFORM WRITE-RETURN-RECORD
           ELSE IF WS-CHECK-FLAG = 1 AND K-STATUS = 'P' THEN
               DISPLAY "RETURNED - check already paid: "
                   IC-CHECKNO " account " IC-ACCNUM
               MOVE "CHECK ALREADY PAID" TO WS-RETURN-REASON
               PERFORM WRITE-RETURN-RECORD
           ELSE
               PERFORM SUM-OPEN-HOLDS
               IF IC-AMOUNT > WS-AVAILABLE THEN
                   DISPLAY "RETURNED - insufficient funds: "
                       IC-ACCNUM
                   MOVE "INSUFFICIENT FUNDS" TO WS-RETURN-REASON
                   PERFORM WRITE-RETURN-RECORD
               ELSE IF WS-OD-LIMIT = 0
                       AND WS-AVAILABLE - IC-AMOUNT
                       < WS-MIN-BALANCE THEN
                   DISPLAY "RETURNED - below minimum balance: "
                       IC-ACCNUM
                   MOVE "BELOW MINIMUM BALANCE" TO WS-RETURN-REASON
                   PERFORM WRITE-RETURN-RECORD
               ELSE
                   PERFORM PAY-ONE-CHECK
           IF WS-REWRITE-OK NOT = 'Y' THEN
               DISPLAY "RETURNED - update failed for account: "
                   IC-ACCNUM
               MOVE "UNABLE TO POST" TO WS-RETURN-REASON
               PERFORM WRITE-RETURN-RECORD
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       WRITE-RETURN-RECORD.
           ADD 1 TO WS-RETURN-COUNT
           WRITE RT-RECORD FROM IC-RECORD
           IF WS-FLAG = 1 THEN
               MOVE 'CR' TO WS-NTC-TYPE
               MOVE IC-ACCNUM TO WS-NTC-ACCNUM
               MOVE WS-RUN-DATE TO WS-NTC-EVENT-DATE
               MOVE IC-CHECKNO TO WS-NTC-REFNUM
               MOVE IC-AMOUNT TO WS-NTC-AMOUNT
               MOVE WS-RETURN-REASON TO WS-NTC-DETAIL
               PERFORM WRITE-NOTICE-EVENT
           END-IF
           IF WS-CHECK-FLAG = 1 AND K-STATUS = 'I' THEN
               MOVE 'R' TO K-STATUS
               REWRITE F-CHECK
           END-IF.


       WRITE-NOTICE-EVENT.
           OPEN EXTEND FD-NOTICE-Q
               MOVE WS-NTC-TYPE TO NQ-TYPE
               MOVE WS-NTC-ACCNUM TO NQ-ACCNUM
               MOVE WS-NTC-EVENT-DATE TO NQ-EVENT-DATE
               MOVE WS-NTC-REFNUM TO NQ-REFNUM
               MOVE WS-NTC-AMOUNT TO NQ-AMOUNT
               MOVE WS-NTC-DETAIL TO NQ-DETAIL
               WRITE NQ-RECORD
           CLOSE FD-NOTICE-Q.


       NOTE-OVERDRAWN-DATE.
           IF WS-BALANCE < 0 THEN
               IF WS-OD-START-DATE = 0 THEN
