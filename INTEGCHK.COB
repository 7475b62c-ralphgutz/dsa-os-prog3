       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRITY-CHECK.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-RECORD ASSIGN TO 'C:\Cobol\BANK\record.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS F-ACCNUM
           FILE STATUS IS WS-FILESTATUS.

           SELECT FD-CUSTMAST ASSIGN TO 'C:\Cobol\BANK\custmast.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS C-CUSTID
           FILE STATUS IS WS-CUST-STATUS.

           SELECT FD-TELLER ASSIGN TO 'C:\Cobol\BANK\tellmast.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS T-TELLERID
           FILE STATUS IS WS-TELLER-STATUS.

           SELECT FD-STANDORD ASSIGN TO 'C:\Cobol\BANK\standord.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS SO-KEY
           FILE STATUS IS WS-SCAN-STATUS.

           SELECT FD-HOLDS ASSIGN TO 'C:\Cobol\BANK\holds.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS H-KEY
           FILE STATUS IS WS-SCAN-STATUS.

           SELECT FD-CHECKREG ASSIGN TO 'C:\Cobol\BANK\checkreg.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS K-KEY
           FILE STATUS IS WS-SCAN-STATUS.

           SELECT FD-ACCTREL ASSIGN TO 'C:\Cobol\BANK\acctrel.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS R-KEY
           FILE STATUS IS WS-SCAN-STATUS.

           SELECT FD-LOANMAST ASSIGN TO 'C:\Cobol\BANK\loanmast.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS LN-LOANNUM
           FILE STATUS IS WS-SCAN-STATUS.

           SELECT FD-JOURNAL ASSIGN TO 'C:\Cobol\BANK\jrnday.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCAN-STATUS.

           SELECT FD-RUNCTL ASSIGN TO 'C:\Cobol\BANK\runctl.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS FR-KEY
           FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT FD-EXCEPTIONS ASSIGN TO 'C:\Cobol\BANK\intgwork.tmp'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS XW-KEY
           FILE STATUS IS WS-WORK-STATUS.

           SELECT FD-INTEG-RPT ASSIGN TO
               'C:\Cobol\BANK\integrity_report.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FD-RECORD.
       COPY ACCTREC.

       FD FD-CUSTMAST.
       COPY CUSTMAST.

       FD FD-TELLER.
       COPY TELLMAST.

       FD FD-STANDORD.
       COPY STORDREC.

       FD FD-HOLDS.
       COPY HOLDREC.

       FD FD-CHECKREG.
       COPY CHKREG.

       FD FD-ACCTREL.
       COPY RELREC.

       FD FD-LOANMAST.
       COPY LOANREC.

       FD FD-JOURNAL.
       COPY JRNTRANS.

       FD FD-RUNCTL.
       COPY RUNCTL.

       FD FD-EXCEPTIONS.
       01 XW-RECORD.
           05 XW-KEY.
               10 XW-SEVERITY PIC 9(1).
               10 XW-SEQ PIC 9(7).
           05 XW-CHECK PIC X(34).
           05 XW-FILE PIC X(12).
           05 XW-REF PIC X(22).
           05 XW-DETAIL PIC X(40).

       FD FD-INTEG-RPT.
       01 FR-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-FILESTATUS PIC XX.
       01 WS-CUST-STATUS PIC XX.
       01 WS-TELLER-STATUS PIC XX.
       01 WS-SCAN-STATUS PIC XX.
       01 WS-RUNCTL-STATUS PIC XX.
       01 WS-WORK-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-CURRENT-DATE PIC X(21).
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-RUNCTL-FLAG PIC 9.
       01 WS-DAY-EXTRACT-OK PIC X VALUE 'N'.

       01 WS-RECORD-OK PIC X VALUE 'N'.
       01 WS-CUST-OK PIC X VALUE 'N'.
       01 WS-TELLER-OK PIC X VALUE 'N'.
       01 WS-SCAN-ACCNUM PIC 9(10).

       01 WS-LOOK-ACCNUM PIC 9(10).
       01 WS-LOOK-FOUND PIC X.
       01 WS-LOOK-STATUS PIC X(1).
       01 WS-LOOK-CUSTID PIC 9(8).
       01 WS-CUST-FOUND PIC X.
       01 WS-LOOK-TELLER PIC 9(4).
       01 WS-TELLER-FOUND PIC X.
       01 WS-TELLER-ACTIVE PIC X.

       01 WS-EX-SEVERITY PIC 9(1).
       01 WS-EX-CHECK PIC X(34).
       01 WS-EX-FILE PIC X(12).
       01 WS-EX-REF PIC X(22).
       01 WS-EX-DETAIL PIC X(40).
       01 WS-EX-SEQ PIC 9(7) VALUE 0.

       01 WS-SEVERITY-TABLE.
           05 WS-SEV-COUNT PIC 9(7) OCCURS 3 TIMES.
       01 WS-SEVERITY-NAMES.
           05 FILLER PIC X(8) VALUE 'HIGH'.
           05 FILLER PIC X(8) VALUE 'MEDIUM'.
           05 FILLER PIC X(8) VALUE 'LOW'.
       01 WS-SEVERITY-NAME-TABLE REDEFINES WS-SEVERITY-NAMES.
           05 WS-SEV-NAME PIC X(8) OCCURS 3 TIMES.
       01 WS-SEV-IX PIC 9.
       01 WS-CUR-SEVERITY PIC 9 VALUE 0.
       01 WS-RETURN-STATUS PIC 9(2) VALUE 0.

       01 WS-TELLER-SEEN-TABLE.
           05 WS-TELLER-SEEN PIC 9(4) OCCURS 200 TIMES.
       01 WS-TELLER-SEEN-COUNT PIC 9(3) VALUE 0.
       01 WS-TX PIC 9(3).
       01 WS-SEEN-FLAG PIC X.

       01 WS-ACCOUNTS-READ PIC 9(7) VALUE 0.
       01 WS-ORDERS-READ PIC 9(7) VALUE 0.
       01 WS-HOLDS-READ PIC 9(7) VALUE 0.
       01 WS-CHECKS-READ PIC 9(7) VALUE 0.
       01 WS-RELATIONS-READ PIC 9(7) VALUE 0.
       01 WS-LOANS-READ PIC 9(7) VALUE 0.
       01 WS-JOURNAL-READ PIC 9(7) VALUE 0.
       01 WS-COUNT-DISP PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       INTEGRITY-MAIN.
           DISPLAY "=== REFERENTIAL INTEGRITY CHECK ==========="

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE

           PERFORM RUNCTL-START
           INITIALIZE WS-SEVERITY-TABLE

           OPEN OUTPUT FD-EXCEPTIONS
           CLOSE FD-EXCEPTIONS
           OPEN I-O FD-EXCEPTIONS

           OPEN INPUT FD-RECORD
           IF WS-FILESTATUS = 00 THEN
               MOVE 'Y' TO WS-RECORD-OK
           END-IF
           OPEN INPUT FD-CUSTMAST
           IF WS-CUST-STATUS = 00 THEN
               MOVE 'Y' TO WS-CUST-OK
           END-IF
           OPEN INPUT FD-TELLER
           IF WS-TELLER-STATUS = 00 THEN
               MOVE 'Y' TO WS-TELLER-OK
           END-IF

           IF WS-RECORD-OK = 'N' THEN
               MOVE 1 TO WS-EX-SEVERITY
               MOVE "ACCOUNT MASTER NOT FOUND" TO WS-EX-CHECK
               MOVE "record.dat" TO WS-EX-FILE
               MOVE SPACES TO WS-EX-REF
               MOVE "ACCOUNT LINKS NOT CHECKED" TO WS-EX-DETAIL
               PERFORM ADD-EXCEPTION
           END-IF
           IF WS-CUST-OK = 'N' THEN
               MOVE 1 TO WS-EX-SEVERITY
               MOVE "CUSTOMER MASTER NOT FOUND" TO WS-EX-CHECK
               MOVE "custmast.dat" TO WS-EX-FILE
               MOVE SPACES TO WS-EX-REF
               MOVE "CUSTOMER LINKS NOT CHECKED" TO WS-EX-DETAIL
               PERFORM ADD-EXCEPTION
           END-IF
           IF WS-TELLER-OK = 'N' THEN
               MOVE 1 TO WS-EX-SEVERITY
               MOVE "TELLER MASTER NOT FOUND" TO WS-EX-CHECK
               MOVE "tellmast.dat" TO WS-EX-FILE
               MOVE SPACES TO WS-EX-REF
               MOVE "TELLER LINKS NOT CHECKED" TO WS-EX-DETAIL
               PERFORM ADD-EXCEPTION
           END-IF

           IF WS-RECORD-OK = 'Y' THEN
               PERFORM CHECK-ACCOUNTS
               PERFORM CHECK-STANDING-ORDERS
               PERFORM CHECK-HOLDS
               PERFORM CHECK-CHECK-REGISTER
               PERFORM CHECK-LOANS
           END-IF
           PERFORM CHECK-RELATIONS
           PERFORM CHECK-JOURNAL-TELLERS

           IF WS-RECORD-OK = 'Y' THEN
               CLOSE FD-RECORD
           END-IF
           IF WS-CUST-OK = 'Y' THEN
               CLOSE FD-CUSTMAST
           END-IF
           IF WS-TELLER-OK = 'Y' THEN
               CLOSE FD-TELLER
           END-IF
           CLOSE FD-EXCEPTIONS

           IF WS-SEV-COUNT(1) > 0 THEN
               MOVE 8 TO WS-RETURN-STATUS
           ELSE IF WS-SEV-COUNT(2) > 0 THEN
               MOVE 4 TO WS-RETURN-STATUS
           ELSE
               MOVE 0 TO WS-RETURN-STATUS
           END-IF
           END-IF

           PERFORM WRITE-INTEGRITY-REPORT

           PERFORM RUNCTL-COMPLETE

           DISPLAY "High severity   : " WS-SEV-COUNT(1)
           DISPLAY "Medium severity : " WS-SEV-COUNT(2)
           DISPLAY "Low severity    : " WS-SEV-COUNT(3)
           DISPLAY "Return status   : " WS-RETURN-STATUS
           DISPLAY "Report written to integrity_report.txt"

           MOVE WS-RETURN-STATUS TO RETURN-CODE
           STOP RUN.


       CHECK-ACCOUNTS.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO F-ACCNUM
           START FD-RECORD KEY IS NOT LESS THAN F-ACCNUM
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = 'Y'
               READ FD-RECORD NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM CHECK-ONE-ACCOUNT
               END-READ
           END-PERFORM.


       CHECK-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-READ
           MOVE F-ACCNUM TO WS-SCAN-ACCNUM
           MOVE "record.dat" TO WS-EX-FILE
           MOVE SPACES TO WS-EX-REF
           STRING "ACCOUNT " F-ACCNUM DELIMITED BY SIZE
               INTO WS-EX-REF

           IF F-ACCT-STATUS NOT = 'A' AND F-ACCT-STATUS NOT = 'F'
                   AND F-ACCT-STATUS NOT = 'D' THEN
               MOVE 2 TO WS-EX-SEVERITY
               MOVE "UNKNOWN ACCOUNT STATUS" TO WS-EX-CHECK
               MOVE SPACES TO WS-EX-DETAIL
               STRING "F-ACCT-STATUS '" F-ACCT-STATUS "'"
                   DELIMITED BY SIZE
                   INTO WS-EX-DETAIL
               PERFORM ADD-EXCEPTION
           END-IF

           IF WS-CUST-OK = 'Y' THEN
               MOVE F-CUSTID TO WS-LOOK-CUSTID
               PERFORM LOOKUP-CUSTOMER
               IF WS-CUST-FOUND = 'N' THEN
                   MOVE 1 TO WS-EX-SEVERITY
                   MOVE "ACCOUNT CUSTOMER NOT ON FILE" TO WS-EX-CHECK
                   MOVE SPACES TO WS-EX-DETAIL
                   STRING "F-CUSTID " F-CUSTID DELIMITED BY SIZE
                       INTO WS-EX-DETAIL
                   PERFORM ADD-EXCEPTION
               END-IF
           END-IF

           IF F-ACCT-TYPE = 'T' AND F-ROLLOVER = 'S'
                   AND F-SETTLE-ACCNUM = 0 THEN
               MOVE 2 TO WS-EX-SEVERITY
               MOVE "SETTLEMENT ACCOUNT MISSING" TO WS-EX-CHECK
               MOVE "SETTLE AT MATURITY, NO ACCOUNT GIVEN"
                   TO WS-EX-DETAIL
               PERFORM ADD-EXCEPTION
           END-IF

           IF F-SETTLE-ACCNUM NOT = 0 THEN
               MOVE F-SETTLE-ACCNUM TO WS-LOOK-ACCNUM
               PERFORM LOOKUP-ACCOUNT
               MOVE SPACES TO WS-EX-DETAIL
               STRING "F-SETTLE-ACCNUM " WS-LOOK-ACCNUM
                   DELIMITED BY SIZE
                   INTO WS-EX-DETAIL
               IF WS-LOOK-FOUND = 'N' THEN
                   MOVE 1 TO WS-EX-SEVERITY
                   MOVE "SETTLEMENT ACCOUNT NOT ON FILE"
                       TO WS-EX-CHECK
                   PERFORM ADD-EXCEPTION
               ELSE IF WS-LOOK-STATUS NOT = 'A' THEN
                   MOVE 2 TO WS-EX-SEVERITY
                   MOVE "SETTLEMENT ACCOUNT NOT ACTIVE"
                       TO WS-EX-CHECK
                   PERFORM ADD-EXCEPTION
               END-IF
               END-IF

               MOVE WS-SCAN-ACCNUM TO F-ACCNUM
               START FD-RECORD KEY IS GREATER THAN F-ACCNUM
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
           END-IF.


       CHECK-STANDING-ORDERS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT FD-STANDORD
           IF WS-SCAN-STATUS = 00 THEN
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FD-STANDORD NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM CHECK-ONE-ORDER
                   END-READ
               END-PERFORM
               CLOSE FD-STANDORD
           END-IF.


       CHECK-ONE-ORDER.
           ADD 1 TO WS-ORDERS-READ
           MOVE "standord.dat" TO WS-EX-FILE
           MOVE SPACES TO WS-EX-REF
           STRING "ORDER " SO-ORDERNO DELIMITED BY SIZE
               INTO WS-EX-REF

           MOVE SO-SRC-ACCNUM TO WS-LOOK-ACCNUM
           PERFORM LOOKUP-ACCOUNT
           MOVE SPACES TO WS-EX-DETAIL
           STRING "SO-SRC-ACCNUM " SO-SRC-ACCNUM
               " STATUS " SO-STATUS
               DELIMITED BY SIZE
               INTO WS-EX-DETAIL
           PERFORM JUDGE-ORDER-ACCOUNT

           MOVE SO-DST-ACCNUM TO WS-LOOK-ACCNUM
           PERFORM LOOKUP-ACCOUNT
           MOVE SPACES TO WS-EX-DETAIL
           STRING "SO-DST-ACCNUM " SO-DST-ACCNUM
               " STATUS " SO-STATUS
               DELIMITED BY SIZE
               INTO WS-EX-DETAIL
           PERFORM JUDGE-ORDER-ACCOUNT.


       JUDGE-ORDER-ACCOUNT.
           IF WS-LOOK-FOUND = 'N' THEN
               IF SO-STATUS = 'A' THEN
                   MOVE 1 TO WS-EX-SEVERITY
                   MOVE "ACTIVE ORDER - ACCOUNT NOT ON FILE"
                       TO WS-EX-CHECK
               ELSE
                   MOVE 3 TO WS-EX-SEVERITY
                   MOVE "ENDED ORDER - ACCOUNT NOT ON FILE"
                       TO WS-EX-CHECK
               END-IF
               PERFORM ADD-EXCEPTION
           ELSE IF SO-STATUS = 'A' AND WS-LOOK-STATUS NOT = 'A' THEN
               MOVE 2 TO WS-EX-SEVERITY
               IF WS-LOOK-STATUS = 'F' THEN
                   MOVE "ACTIVE ORDER - ACCOUNT FROZEN" TO WS-EX-CHECK
               ELSE
                   MOVE "ACTIVE ORDER - ACCOUNT NOT ACTIVE"
                       TO WS-EX-CHECK
               END-IF
               PERFORM ADD-EXCEPTION
           END-IF.


       CHECK-HOLDS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT FD-HOLDS
           IF WS-SCAN-STATUS = 00 THEN
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FD-HOLDS NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM CHECK-ONE-HOLD
                   END-READ
               END-PERFORM
               CLOSE FD-HOLDS
           END-IF.


       CHECK-ONE-HOLD.
           ADD 1 TO WS-HOLDS-READ
           MOVE H-ACCNUM TO WS-LOOK-ACCNUM
           PERFORM LOOKUP-ACCOUNT

           IF WS-LOOK-FOUND = 'N' THEN
               MOVE "holds.dat" TO WS-EX-FILE
               MOVE SPACES TO WS-EX-REF
               STRING "HOLD " H-ACCNUM "/" H-SEQ DELIMITED BY SIZE
                   INTO WS-EX-REF
               MOVE SPACES TO WS-EX-DETAIL
               STRING "H-ACCNUM " H-ACCNUM " STATUS " H-STATUS
                   DELIMITED BY SIZE
                   INTO WS-EX-DETAIL
               IF H-STATUS = 'O' THEN
                   MOVE 1 TO WS-EX-SEVERITY
                   MOVE "OPEN HOLD - ACCOUNT NOT ON FILE"
                       TO WS-EX-CHECK
               ELSE
                   MOVE 3 TO WS-EX-SEVERITY
                   MOVE "RELEASED HOLD - ACCOUNT NOT ON FILE"
                       TO WS-EX-CHECK
               END-IF
               PERFORM ADD-EXCEPTION
           END-IF.


       CHECK-CHECK-REGISTER.
           MOVE 'N' TO WS-EOF
           OPEN INPUT FD-CHECKREG
           IF WS-SCAN-STATUS = 00 THEN
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FD-CHECKREG NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM CHECK-ONE-CHECK
                   END-READ
               END-PERFORM
               CLOSE FD-CHECKREG
           END-IF.


       CHECK-ONE-CHECK.
           ADD 1 TO WS-CHECKS-READ
           MOVE K-ACCNUM TO WS-LOOK-ACCNUM
           PERFORM LOOKUP-ACCOUNT

           MOVE "checkreg.dat" TO WS-EX-FILE
           MOVE SPACES TO WS-EX-REF
           STRING "CHECK " K-ACCNUM "/" K-CHECKNO DELIMITED BY SIZE
               INTO WS-EX-REF
           MOVE SPACES TO WS-EX-DETAIL
           STRING "K-ACCNUM " K-ACCNUM " STATUS " K-STATUS
               DELIMITED BY SIZE
               INTO WS-EX-DETAIL

           IF WS-LOOK-FOUND = 'N' THEN
               IF K-STATUS = 'I' THEN
                   MOVE 1 TO WS-EX-SEVERITY
                   MOVE "OUTSTANDING CHECK - NO ACCOUNT"
                       TO WS-EX-CHECK
               ELSE
                   MOVE 3 TO WS-EX-SEVERITY
                   MOVE "SETTLED CHECK - ACCOUNT NOT ON FILE"
                       TO WS-EX-CHECK
               END-IF
               PERFORM ADD-EXCEPTION
           ELSE IF K-STATUS = 'I' AND WS-LOOK-STATUS NOT = 'A' THEN
               MOVE 2 TO WS-EX-SEVERITY
               MOVE "OUTSTANDING CHECK - ACCT NOT ACTIVE"
                   TO WS-EX-CHECK
               PERFORM ADD-EXCEPTION
           END-IF.


       CHECK-LOANS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT FD-LOANMAST
           IF WS-SCAN-STATUS = 00 THEN
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FD-LOANMAST NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM CHECK-ONE-LOAN
                   END-READ
               END-PERFORM
               CLOSE FD-LOANMAST
           END-IF.


       CHECK-ONE-LOAN.
           ADD 1 TO WS-LOANS-READ
           MOVE "loanmast.dat" TO WS-EX-FILE
           MOVE SPACES TO WS-EX-REF
           STRING "LOAN " LN-LOANNUM DELIMITED BY SIZE
               INTO WS-EX-REF

           IF LN-STATUS = 'A' THEN
               MOVE LN-ACCNUM TO WS-LOOK-ACCNUM
               PERFORM LOOKUP-ACCOUNT
               MOVE SPACES TO WS-EX-DETAIL
               STRING "LN-ACCNUM " LN-ACCNUM DELIMITED BY SIZE
                   INTO WS-EX-DETAIL
               IF WS-LOOK-FOUND = 'N' THEN
                   MOVE 1 TO WS-EX-SEVERITY
                   MOVE "ACTIVE LOAN - ACCOUNT NOT ON FILE"
                       TO WS-EX-CHECK
                   PERFORM ADD-EXCEPTION
               ELSE IF WS-LOOK-STATUS NOT = 'A' THEN
                   MOVE 2 TO WS-EX-SEVERITY
                   MOVE "ACTIVE LOAN - ACCOUNT NOT ACTIVE"
                       TO WS-EX-CHECK
                   PERFORM ADD-EXCEPTION
               END-IF
               END-IF
           END-IF

           IF WS-CUST-OK = 'Y' THEN
               MOVE LN-CUSTID TO WS-LOOK-CUSTID
               PERFORM LOOKUP-CUSTOMER
               IF WS-CUST-FOUND = 'N' THEN
                   MOVE 1 TO WS-EX-SEVERITY
                   MOVE "LOAN CUSTOMER NOT ON FILE" TO WS-EX-CHECK
                   MOVE SPACES TO WS-EX-DETAIL
                   STRING "LN-CUSTID " LN-CUSTID DELIMITED BY SIZE
                       INTO WS-EX-DETAIL
                   PERFORM ADD-EXCEPTION
               END-IF
           END-IF.


       CHECK-RELATIONS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT FD-ACCTREL
           IF WS-SCAN-STATUS = 00 THEN
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FD-ACCTREL NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM CHECK-ONE-RELATION
                   END-READ
               END-PERFORM
               CLOSE FD-ACCTREL
           END-IF.


       CHECK-ONE-RELATION.
           ADD 1 TO WS-RELATIONS-READ
           MOVE "acctrel.dat" TO WS-EX-FILE
           MOVE SPACES TO WS-EX-REF
           STRING "OWNER " R-ACCNUM "/" R-CUSTID DELIMITED BY SIZE
               INTO WS-EX-REF

           IF WS-RECORD-OK = 'Y' THEN
               MOVE R-ACCNUM TO WS-LOOK-ACCNUM
               PERFORM LOOKUP-ACCOUNT
               IF WS-LOOK-FOUND = 'N' THEN
                   MOVE 1 TO WS-EX-SEVERITY
                   MOVE "OWNERSHIP - ACCOUNT NOT ON FILE"
                       TO WS-EX-CHECK
                   MOVE SPACES TO WS-EX-DETAIL
                   STRING "R-ACCNUM " R-ACCNUM " ROLE " R-ROLE
                       DELIMITED BY SIZE
                       INTO WS-EX-DETAIL
                   PERFORM ADD-EXCEPTION
               END-IF
           END-IF

           IF WS-CUST-OK = 'Y' THEN
               MOVE R-CUSTID TO WS-LOOK-CUSTID
               PERFORM LOOKUP-CUSTOMER
               IF WS-CUST-FOUND = 'N' THEN
                   MOVE 1 TO WS-EX-SEVERITY
                   MOVE "OWNERSHIP - CUSTOMER NOT ON FILE"
                       TO WS-EX-CHECK
                   MOVE SPACES TO WS-EX-DETAIL
                   STRING "R-CUSTID " R-CUSTID " ROLE " R-ROLE
                       DELIMITED BY SIZE
                       INTO WS-EX-DETAIL
                   PERFORM ADD-EXCEPTION
               END-IF
           END-IF.


       CHECK-JOURNAL-TELLERS.
           PERFORM CHECK-DAY-EXTRACT
           IF WS-DAY-EXTRACT-OK NOT = 'Y' THEN
               MOVE 3 TO WS-EX-SEVERITY
               MOVE "JOURNAL TELLER CHECK SKIPPED" TO WS-EX-CHECK
               MOVE "jrnday.dat" TO WS-EX-FILE
               MOVE SPACES TO WS-EX-REF
               MOVE "DAILY JOURNAL EXTRACT NOT BUILT"
                   TO WS-EX-DETAIL
               PERFORM ADD-EXCEPTION
           ELSE IF WS-TELLER-OK = 'Y' THEN
               MOVE 'N' TO WS-EOF
               OPEN INPUT FD-JOURNAL
               IF WS-SCAN-STATUS = 00 THEN
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ FD-JOURNAL NEXT RECORD
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END PERFORM CHECK-ONE-JOURNAL-TELLER
                       END-READ
                   END-PERFORM
                   CLOSE FD-JOURNAL
               END-IF
           END-IF.


       CHECK-ONE-JOURNAL-TELLER.
           ADD 1 TO WS-JOURNAL-READ
           IF FJ-TELLER NOT = 0 THEN
               MOVE 'N' TO WS-SEEN-FLAG
               MOVE 1 TO WS-TX
               PERFORM UNTIL WS-TX > WS-TELLER-SEEN-COUNT
                       OR WS-SEEN-FLAG = 'Y'
                   IF WS-TELLER-SEEN(WS-TX) = FJ-TELLER THEN
                       MOVE 'Y' TO WS-SEEN-FLAG
                   END-IF
                   ADD 1 TO WS-TX
               END-PERFORM

               IF WS-SEEN-FLAG = 'N' THEN
                   IF WS-TELLER-SEEN-COUNT < 200 THEN
                       ADD 1 TO WS-TELLER-SEEN-COUNT
                       MOVE FJ-TELLER
                           TO WS-TELLER-SEEN(WS-TELLER-SEEN-COUNT)
                   END-IF
                   PERFORM JUDGE-JOURNAL-TELLER
               END-IF
           END-IF.


       JUDGE-JOURNAL-TELLER.
           MOVE FJ-TELLER TO WS-LOOK-TELLER
           PERFORM LOOKUP-TELLER

           MOVE "jrnday.dat" TO WS-EX-FILE
           MOVE SPACES TO WS-EX-REF
           STRING "ENTRY " FJ-ACCNUM "/" FJ-SEQ DELIMITED BY SIZE
               INTO WS-EX-REF
           MOVE SPACES TO WS-EX-DETAIL
           STRING "FJ-TELLER " FJ-TELLER " TYPE " FJ-TYPE
               DELIMITED BY SIZE
               INTO WS-EX-DETAIL

           IF WS-TELLER-FOUND = 'N' THEN
               MOVE 1 TO WS-EX-SEVERITY
               MOVE "POSTING TELLER NOT ON FILE" TO WS-EX-CHECK
               PERFORM ADD-EXCEPTION
           ELSE IF WS-TELLER-ACTIVE = 'N' THEN
               MOVE 2 TO WS-EX-SEVERITY
               MOVE "POSTING TELLER NOT ACTIVE" TO WS-EX-CHECK
               PERFORM ADD-EXCEPTION
           END-IF.


       LOOKUP-ACCOUNT.
           MOVE 'N' TO WS-LOOK-FOUND
           MOVE SPACE TO WS-LOOK-STATUS
           IF WS-RECORD-OK = 'Y' THEN
               MOVE WS-LOOK-ACCNUM TO F-ACCNUM
               READ FD-RECORD
                   KEY IS F-ACCNUM
                   INVALID KEY MOVE 'N' TO WS-LOOK-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-LOOK-FOUND
                       MOVE F-ACCT-STATUS TO WS-LOOK-STATUS
               END-READ
           END-IF.


       LOOKUP-CUSTOMER.
           MOVE 'N' TO WS-CUST-FOUND
           IF WS-LOOK-CUSTID NOT = 0 THEN
               MOVE WS-LOOK-CUSTID TO C-CUSTID
               READ FD-CUSTMAST
                   INVALID KEY MOVE 'N' TO WS-CUST-FOUND
                   NOT INVALID KEY MOVE 'Y' TO WS-CUST-FOUND
               END-READ
           END-IF.


       LOOKUP-TELLER.
           MOVE 'N' TO WS-TELLER-FOUND
           MOVE 'N' TO WS-TELLER-ACTIVE
           MOVE WS-LOOK-TELLER TO T-TELLERID
           READ FD-TELLER
               INVALID KEY MOVE 'N' TO WS-TELLER-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-TELLER-FOUND
                   IF T-STATUS = 'A' THEN
                       MOVE 'Y' TO WS-TELLER-ACTIVE
                   END-IF
           END-READ.


       ADD-EXCEPTION.
           ADD 1 TO WS-EX-SEQ
           ADD 1 TO WS-SEV-COUNT(WS-EX-SEVERITY)
           MOVE WS-EX-SEVERITY TO XW-SEVERITY
           MOVE WS-EX-SEQ TO XW-SEQ
           MOVE WS-EX-CHECK TO XW-CHECK
           MOVE WS-EX-FILE TO XW-FILE
           MOVE WS-EX-REF TO XW-REF
           MOVE WS-EX-DETAIL TO XW-DETAIL
           WRITE XW-RECORD
               INVALID KEY DISPLAY 'Unable to record exception'
           END-WRITE.


       WRITE-INTEGRITY-REPORT.
           OPEN OUTPUT FD-INTEG-RPT

           MOVE SPACES TO FR-LINE
           STRING "REFERENTIAL INTEGRITY EXCEPTIONS FOR " WS-RUN-DATE
               DELIMITED BY SIZE
               INTO FR-LINE
           WRITE FR-LINE

           MOVE 0 TO WS-CUR-SEVERITY
           MOVE 'N' TO WS-EOF
           OPEN INPUT FD-EXCEPTIONS
           IF WS-WORK-STATUS = 00 THEN
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FD-EXCEPTIONS NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM WRITE-EXCEPTION-LINE
                   END-READ
               END-PERFORM
               CLOSE FD-EXCEPTIONS
           END-IF

           IF WS-EX-SEQ = 0 THEN
               MOVE SPACES TO FR-LINE
               WRITE FR-LINE
               MOVE "  No exceptions found." TO FR-LINE
               WRITE FR-LINE
           END-IF

           MOVE SPACES TO FR-LINE
           WRITE FR-LINE
           MOVE "--- RECORDS CHECKED ---" TO FR-LINE
           WRITE FR-LINE

           MOVE WS-ACCOUNTS-READ TO WS-COUNT-DISP
           MOVE SPACES TO FR-LINE
           STRING "Accounts          : " WS-COUNT-DISP
               DELIMITED BY SIZE
               INTO FR-LINE
           WRITE FR-LINE

           MOVE WS-ORDERS-READ TO WS-COUNT-DISP
           MOVE SPACES TO FR-LINE
           STRING "Standing orders   : " WS-COUNT-DISP
               DELIMITED BY SIZE
               INTO FR-LINE
           WRITE FR-LINE

           MOVE WS-HOLDS-READ TO WS-COUNT-DISP
           MOVE SPACES TO FR-LINE
           STRING "Holds             : " WS-COUNT-DISP
               DELIMITED BY SIZE
               INTO FR-LINE
           WRITE FR-LINE

           MOVE WS-CHECKS-READ TO WS-COUNT-DISP
           MOVE SPACES TO FR-LINE
           STRING "Registered checks : " WS-COUNT-DISP
               DELIMITED BY SIZE
               INTO FR-LINE
           WRITE FR-LINE

           MOVE WS-LOANS-READ TO WS-COUNT-DISP
           MOVE SPACES TO FR-LINE
           STRING "Loans             : " WS-COUNT-DISP
               DELIMITED BY SIZE
               INTO FR-LINE
           WRITE FR-LINE

           MOVE WS-RELATIONS-READ TO WS-COUNT-DISP
           MOVE SPACES TO FR-LINE
           STRING "Ownership records : " WS-COUNT-DISP
               DELIMITED BY SIZE
               INTO FR-LINE
           WRITE FR-LINE

           MOVE WS-JOURNAL-READ TO WS-COUNT-DISP
           MOVE SPACES TO FR-LINE
           STRING "Journal entries   : " WS-COUNT-DISP
               DELIMITED BY SIZE
               INTO FR-LINE
           WRITE FR-LINE

           MOVE SPACES TO FR-LINE
           WRITE FR-LINE
           MOVE 1 TO WS-SEV-IX
           PERFORM UNTIL WS-SEV-IX > 3
               MOVE WS-SEV-COUNT(WS-SEV-IX) TO WS-COUNT-DISP
               MOVE SPACES TO FR-LINE
               STRING WS-SEV-NAME(WS-SEV-IX) " SEVERITY   : "
                   WS-COUNT-DISP
                   DELIMITED BY SIZE
                   INTO FR-LINE
               WRITE FR-LINE
               ADD 1 TO WS-SEV-IX
           END-PERFORM

           MOVE SPACES TO FR-LINE
           STRING "RETURN STATUS     : " WS-RETURN-STATUS
               DELIMITED BY SIZE
               INTO FR-LINE
           WRITE FR-LINE

           CLOSE FD-INTEG-RPT.


       WRITE-EXCEPTION-LINE.
           IF XW-SEVERITY NOT = WS-CUR-SEVERITY THEN
               MOVE XW-SEVERITY TO WS-CUR-SEVERITY
               MOVE WS-SEV-COUNT(XW-SEVERITY) TO WS-COUNT-DISP
               MOVE SPACES TO FR-LINE
               WRITE FR-LINE
               MOVE SPACES TO FR-LINE
               STRING "--- " WS-SEV-NAME(XW-SEVERITY)
                   " SEVERITY - " WS-COUNT-DISP " EXCEPTIONS ---"
                   DELIMITED BY SIZE
                   INTO FR-LINE
               WRITE FR-LINE
               MOVE SPACES TO FR-LINE
               STRING "  CHECK                               "
                   "FILE          REFERENCE               DETAIL"
                   DELIMITED BY SIZE
                   INTO FR-LINE
               WRITE FR-LINE
           END-IF

           MOVE SPACES TO FR-LINE
           STRING "  " XW-CHECK
               "  " XW-FILE
               "  " XW-REF
               "  " XW-DETAIL
               DELIMITED BY SIZE
               INTO FR-LINE
           WRITE FR-LINE.


       CHECK-DAY-EXTRACT.
           MOVE 'N' TO WS-DAY-EXTRACT-OK
           MOVE WS-RUN-DATE TO FR-RUN-DATE
           MOVE 'JDAY' TO FR-JOB-CODE
           READ FD-RUNCTL
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF FR-STATUS = 'C' THEN
                       MOVE 'Y' TO WS-DAY-EXTRACT-OK
                   END-IF
           END-READ.


       RUNCTL-START.
           OPEN I-O FD-RUNCTL
           IF WS-RUNCTL-STATUS = 35 THEN
               OPEN OUTPUT FD-RUNCTL
               CLOSE FD-RUNCTL
               OPEN I-O FD-RUNCTL
           END-IF

           MOVE WS-RUN-DATE TO FR-RUN-DATE
           MOVE 'INTG' TO FR-JOB-CODE
           READ FD-RUNCTL
               INVALID KEY MOVE 0 TO WS-RUNCTL-FLAG
               NOT INVALID KEY MOVE 1 TO WS-RUNCTL-FLAG
           END-READ

           MOVE WS-RUN-DATE TO FR-RUN-DATE
           MOVE 'INTG' TO FR-JOB-CODE
           MOVE 'S' TO FR-STATUS
           MOVE 0 TO FR-CHECKPOINT
           IF WS-RUNCTL-FLAG = 1 THEN
               REWRITE FR-RUNCTL
                   INVALID KEY DISPLAY 'Unable to register run'
               END-REWRITE
           ELSE
               WRITE FR-RUNCTL
                   INVALID KEY DISPLAY 'Unable to register run'
               END-WRITE
           END-IF.


       RUNCTL-COMPLETE.
           MOVE WS-RUN-DATE TO FR-RUN-DATE
           MOVE 'INTG' TO FR-JOB-CODE
           MOVE 'C' TO FR-STATUS
           MOVE WS-RETURN-STATUS TO FR-CHECKPOINT
           REWRITE FR-RUNCTL
               INVALID KEY DISPLAY 'Unable to mark run complete'
           END-REWRITE
           CLOSE FD-RUNCTL.
