       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAILY-JOURNAL-EXTRACT.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-JOURNAL ASSIGN TO 'C:\Cobol\BANK\journal.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FJ-KEY
           FILE STATUS IS WS-FILESTATUS.

           SELECT FD-DEPOSIT ASSIGN TO 'C:\Cobol\BANK\deposit.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FD-KEY
           FILE STATUS IS WS-FILESTATUS.

           SELECT FD-WITHDRAW ASSIGN TO 'C:\Cobol\BANK\withdraw.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FW-KEY
           FILE STATUS IS WS-FILESTATUS.

           SELECT FD-RUNCTL ASSIGN TO 'C:\Cobol\BANK\runctl.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS FR-KEY
           FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT FD-DAY-JRN ASSIGN TO 'C:\Cobol\BANK\jrnday.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FD-DAY-DEP ASSIGN TO 'C:\Cobol\BANK\depday.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FD-DAY-WDR ASSIGN TO 'C:\Cobol\BANK\wdrday.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FD-JOURNAL.
       COPY JRNTRANS.

       FD FD-DEPOSIT.
       COPY DEPTRANS.

       FD FD-WITHDRAW.
       COPY WDRTRANS.

       FD FD-RUNCTL.
       COPY RUNCTL.

       FD FD-DAY-JRN.
       01 DJ-RECORD PIC X(62).

       FD FD-DAY-DEP.
       01 DD-RECORD PIC X(39).

       FD FD-DAY-WDR.
       01 DW-RECORD PIC X(39).

       WORKING-STORAGE SECTION.

       01 WS-FILESTATUS PIC XX.
       01 WS-RUNCTL-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-CURRENT-DATE PIC X(21).
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-DAY-START-TS PIC 9(16).
       01 WS-RUNCTL-FLAG PIC 9.
       01 WS-NEXT-ACCNUM PIC 9(10).

       01 WS-JRN-COUNT PIC 9(10) VALUE 0.
       01 WS-DEP-COUNT PIC 9(10) VALUE 0.
       01 WS-WDR-COUNT PIC 9(10) VALUE 0.
       01 WS-RECORDS-READ PIC 9(10) VALUE 0.
       01 WS-POSITIONS PIC 9(10) VALUE 0.

       PROCEDURE DIVISION.
       JRNDAY-MAIN.
           DISPLAY "=== DAILY JOURNAL EXTRACT ==========="

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE
           COMPUTE WS-DAY-START-TS = WS-RUN-DATE * 100000000

           PERFORM RUNCTL-START

           PERFORM EXTRACT-JOURNAL
           PERFORM EXTRACT-DEPOSITS
           PERFORM EXTRACT-WITHDRAWALS

           PERFORM RUNCTL-COMPLETE

           DISPLAY "Extract date         : " WS-RUN-DATE
           DISPLAY "Journal entries      : " WS-JRN-COUNT
           DISPLAY "Deposit records      : " WS-DEP-COUNT
           DISPLAY "Withdrawal records   : " WS-WDR-COUNT
           DISPLAY "Records read         : " WS-RECORDS-READ
           DISPLAY "Key positions        : " WS-POSITIONS
           DISPLAY "Extract written to jrnday.dat, depday.dat, "
               "wdrday.dat".

           STOP RUN.


       EXTRACT-JOURNAL.
           OPEN OUTPUT FD-DAY-JRN
           MOVE 'N' TO WS-EOF
           OPEN INPUT FD-JOURNAL
           IF WS-FILESTATUS = 00 THEN
               MOVE 0 TO WS-NEXT-ACCNUM
               PERFORM POSITION-JOURNAL
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FD-JOURNAL NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM TAKE-JOURNAL-ENTRY
                   END-READ
               END-PERFORM
               CLOSE FD-JOURNAL
           ELSE
               DISPLAY "No journal file found."
           END-IF
           CLOSE FD-DAY-JRN.


       TAKE-JOURNAL-ENTRY.
           ADD 1 TO WS-RECORDS-READ
           IF FJ-TIMESTAMP(1:8) = WS-RUN-DATE THEN
               WRITE DJ-RECORD FROM FJ-TRANSACTION
               ADD 1 TO WS-JRN-COUNT
           ELSE IF FJ-TIMESTAMP < WS-DAY-START-TS THEN
               MOVE FJ-ACCNUM TO WS-NEXT-ACCNUM
               PERFORM POSITION-JOURNAL
           ELSE IF FJ-ACCNUM = 9999999999 THEN
               MOVE 'Y' TO WS-EOF
           ELSE
               COMPUTE WS-NEXT-ACCNUM = FJ-ACCNUM + 1
               PERFORM POSITION-JOURNAL
           END-IF.


       POSITION-JOURNAL.
           ADD 1 TO WS-POSITIONS
           MOVE WS-NEXT-ACCNUM TO FJ-ACCNUM
           MOVE WS-DAY-START-TS TO FJ-TIMESTAMP
           MOVE 0 TO FJ-SEQ
           START FD-JOURNAL KEY IS NOT LESS THAN FJ-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.


       EXTRACT-DEPOSITS.
           OPEN OUTPUT FD-DAY-DEP
           MOVE 'N' TO WS-EOF
           OPEN INPUT FD-DEPOSIT
           IF WS-FILESTATUS = 00 THEN
               MOVE 0 TO WS-NEXT-ACCNUM
               PERFORM POSITION-DEPOSITS
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FD-DEPOSIT NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM TAKE-DEPOSIT-ENTRY
                   END-READ
               END-PERFORM
               CLOSE FD-DEPOSIT
           ELSE
               DISPLAY "No deposit file found."
           END-IF
           CLOSE FD-DAY-DEP.


       TAKE-DEPOSIT-ENTRY.
           ADD 1 TO WS-RECORDS-READ
           IF FD-TIMESTAMP(1:8) = WS-RUN-DATE THEN
               WRITE DD-RECORD FROM FD-TRANSACTION
               ADD 1 TO WS-DEP-COUNT
           ELSE IF FD-TIMESTAMP < WS-DAY-START-TS THEN
               MOVE FD-ACCNUM TO WS-NEXT-ACCNUM
               PERFORM POSITION-DEPOSITS
           ELSE IF FD-ACCNUM = 9999999999 THEN
               MOVE 'Y' TO WS-EOF
           ELSE
               COMPUTE WS-NEXT-ACCNUM = FD-ACCNUM + 1
               PERFORM POSITION-DEPOSITS
           END-IF.


       POSITION-DEPOSITS.
           ADD 1 TO WS-POSITIONS
           MOVE WS-NEXT-ACCNUM TO FD-ACCNUM
           MOVE WS-DAY-START-TS TO FD-TIMESTAMP
           MOVE 0 TO FD-SEQ
           START FD-DEPOSIT KEY IS NOT LESS THAN FD-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.


       EXTRACT-WITHDRAWALS.
           OPEN OUTPUT FD-DAY-WDR
           MOVE 'N' TO WS-EOF
           OPEN INPUT FD-WITHDRAW
           IF WS-FILESTATUS = 00 THEN
               MOVE 0 TO WS-NEXT-ACCNUM
               PERFORM POSITION-WITHDRAWALS
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FD-WITHDRAW NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM TAKE-WITHDRAWAL-ENTRY
                   END-READ
               END-PERFORM
               CLOSE FD-WITHDRAW
           ELSE
               DISPLAY "No withdrawal file found."
           END-IF
           CLOSE FD-DAY-WDR.


       TAKE-WITHDRAWAL-ENTRY.
           ADD 1 TO WS-RECORDS-READ
           IF FW-TIMESTAMP(1:8) = WS-RUN-DATE THEN
               WRITE DW-RECORD FROM FW-TRANSACTION
               ADD 1 TO WS-WDR-COUNT
           ELSE IF FW-TIMESTAMP < WS-DAY-START-TS THEN
               MOVE FW-ACCNUM TO WS-NEXT-ACCNUM
               PERFORM POSITION-WITHDRAWALS
           ELSE IF FW-ACCNUM = 9999999999 THEN
               MOVE 'Y' TO WS-EOF
           ELSE
               COMPUTE WS-NEXT-ACCNUM = FW-ACCNUM + 1
               PERFORM POSITION-WITHDRAWALS
           END-IF.


       POSITION-WITHDRAWALS.
           ADD 1 TO WS-POSITIONS
           MOVE WS-NEXT-ACCNUM TO FW-ACCNUM
           MOVE WS-DAY-START-TS TO FW-TIMESTAMP
           MOVE 0 TO FW-SEQ
           START FD-WITHDRAW KEY IS NOT LESS THAN FW-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.


       RUNCTL-START.
           OPEN I-O FD-RUNCTL
           IF WS-RUNCTL-STATUS = 35 THEN
               OPEN OUTPUT FD-RUNCTL
               CLOSE FD-RUNCTL
               OPEN I-O FD-RUNCTL
           END-IF

           MOVE WS-RUN-DATE TO FR-RUN-DATE
           MOVE 'JDAY' TO FR-JOB-CODE
           READ FD-RUNCTL
               INVALID KEY MOVE 0 TO WS-RUNCTL-FLAG
               NOT INVALID KEY MOVE 1 TO WS-RUNCTL-FLAG
           END-READ

           MOVE WS-RUN-DATE TO FR-RUN-DATE
           MOVE 'JDAY' TO FR-JOB-CODE
           MOVE 'S' TO FR-STATUS
           MOVE 0 TO FR-CHECKPOINT
           IF WS-RUNCTL-FLAG = 1 THEN
               DISPLAY "Rebuilding extract for " WS-RUN-DATE
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
           MOVE 'JDAY' TO FR-JOB-CODE
           MOVE 'C' TO FR-STATUS
           MOVE WS-JRN-COUNT TO FR-CHECKPOINT
           REWRITE FR-RUNCTL
               INVALID KEY DISPLAY 'Unable to mark run complete'
           END-REWRITE
           CLOSE FD-RUNCTL.
