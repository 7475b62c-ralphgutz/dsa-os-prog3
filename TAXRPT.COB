       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEREST-TAX-REPORT.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-JOURNAL ASSIGN TO 'C:\Cobol\BANK\journal.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS FJ-KEY
           FILE STATUS IS WS-FILESTATUS.

           SELECT OPTIONAL FD-ARCH-JRN ASSIGN TO
               'C:\Cobol\BANK\archjrn.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCH-FILESTATUS.

           SELECT FD-RECORD ASSIGN TO 'C:\Cobol\BANK\record.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS F-ACCNUM
           FILE STATUS IS WS-REC-STATUS.

           SELECT FD-CLOSED ASSIGN TO 'C:\Cobol\BANK\closacct.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CA-ACCNUM
           FILE STATUS IS WS-CLOSED-STATUS.

           SELECT FD-CUSTMAST ASSIGN TO 'C:\Cobol\BANK\custmast.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS C-CUSTID
           FILE STATUS IS WS-CUST-STATUS.

           SELECT FD-TAXWORK ASSIGN TO 'C:\Cobol\BANK\taxwork.tmp'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS TW-KEY
           FILE STATUS IS WS-WORK-STATUS.

           SELECT FD-RUNCTL ASSIGN TO 'C:\Cobol\BANK\runctl.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS FR-KEY
           FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT FD-PARAMS ASSIGN TO 'C:\Cobol\BANK\params.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS P-KEY
           FILE STATUS IS WS-PARM-STATUS.

           SELECT FD-TAX-RPT ASSIGN TO
               'C:\Cobol\BANK\tax_report.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FD-TAX-OUT ASSIGN TO
               'C:\Cobol\BANK\taxextract.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FD-JOURNAL.
       COPY JRNTRANS.

       FD FD-ARCH-JRN.
       01 AJ-RECORD PIC X(62).

       FD FD-RECORD.
       COPY ACCTREC.

       FD FD-CLOSED.
       COPY CLOSACCT.

       FD FD-CUSTMAST.
       COPY CUSTMAST.

       FD FD-TAXWORK.
       01 TW-RECORD.
           05 TW-KEY.
               10 TW-CUSTID PIC 9(8).
               10 TW-ACCNUM PIC 9(10).
           05 TW-DEP-INTEREST PIC S9(9)V99.
           05 TW-MAT-INTEREST PIC S9(9)V99.
           05 TW-OD-INTEREST PIC S9(9)V99.

       FD FD-RUNCTL.
       COPY RUNCTL.

       FD FD-PARAMS.
       COPY PARMREC.

       FD FD-TAX-RPT.
       01 FR-LINE PIC X(132).

       FD FD-TAX-OUT.
       COPY TAXEXTR.

       WORKING-STORAGE SECTION.

       01 WS-FILESTATUS PIC XX.
       01 WS-ARCH-FILESTATUS PIC XX.
       01 WS-REC-STATUS PIC XX.
       01 WS-CLOSED-STATUS PIC XX.
       01 WS-CUST-STATUS PIC XX.
       01 WS-WORK-STATUS PIC XX.
       01 WS-RUNCTL-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-CURRENT-DATE PIC X(21).
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-RUNCTL-FLAG PIC 9.
       01 WS-RUN-REFUSED PIC X VALUE 'N'.
       01 WS-FLAG PIC 9.

       01 WS-PARM-STATUS PIC XX.
       01 WS-PARM-EOF PIC X.
       01 WS-PARM-NAME PIC X(12).
       01 WS-PARM-TYPE PIC X(1).
       01 WS-PARM-VALUE PIC 9(7)V9(4).
       01 WS-PARM-FOUND PIC X.
       01 WS-PARM-BEST-DATE PIC 9(8).

       01 WS-TAX-YEAR PIC 9(4).
       01 WS-SCAN-PASS PIC X.
       01 WS-REC-FILE-OK PIC X VALUE 'N'.
       01 WS-CLOSED-FILE-OK PIC X VALUE 'N'.
       01 WS-CUST-FILE-OK PIC X VALUE 'N'.
       01 WS-LAST-ACCNUM PIC 9(10) VALUE 0.
       01 WS-OWNER-CUSTID PIC 9(8) VALUE 0.
       01 WS-SIGNED-AMOUNT PIC S9(9)V99.

       01 WS-SCAN-JRN.
           05 WJ-ACCNUM PIC 9(10).
           05 WJ-TIMESTAMP PIC 9(16).
           05 WJ-SEQ PIC 9(4).
           05 WJ-TYPE PIC X(2).
           05 WJ-REFNUM PIC 9(16).
           05 WJ-AMOUNT PIC 9(7)V99.
           05 WJ-STATUS PIC X(1).
           05 WJ-TELLER PIC 9(4).

       01 WS-REV-TABLE.
           05 WS-REV-ENTRY OCCURS 1000 TIMES.
               10 WR-ACCNUM PIC 9(10).
               10 WR-ORIG-TS PIC 9(16).
               10 WR-AMOUNT PIC 9(7)V99.
               10 WR-MATCHED PIC X.
       01 WS-REV-COUNT PIC 9(4) VALUE 0.
       01 WS-REV-OVERFLOW PIC 9(7) VALUE 0.
       01 WS-RX PIC 9(4).
       01 WS-REV-FOUND PIC X.

       01 WS-CONTROL-TABLE.
           05 WS-CONTROL-ENTRY OCCURS 3 TIMES.
               10 WS-CT-POSTED PIC S9(13)V99.
               10 WS-CT-POSTED-COUNT PIC 9(7).
               10 WS-CT-REVERSED PIC S9(13)V99.
               10 WS-CT-REVERSED-COUNT PIC 9(7).
               10 WS-CT-EXTRACTED PIC S9(13)V99.
               10 WS-CT-UNATTRIB PIC S9(13)V99.
       01 WS-CT-IX PIC 9.
       01 WS-CT-NET PIC S9(13)V99.
       01 WS-CONTROL-OK PIC X VALUE 'Y'.

       01 WS-IN-CUSTOMER PIC X VALUE 'N'.
       01 WS-CUR-CUSTID PIC 9(8).
       01 WS-CUR-NAME PIC X(40).
       01 WS-CUR-ADDRESS PIC X(40).
       01 WS-CUR-DEP PIC S9(11)V99.
       01 WS-CUR-MAT PIC S9(11)V99.
       01 WS-CUR-OD PIC S9(11)V99.
       01 WS-CUR-EARNED PIC S9(11)V99.
       01 WS-CUSTOMER-COUNT PIC 9(7) VALUE 0.
       01 WS-MISSING-CUST-COUNT PIC 9(7) VALUE 0.
       01 WS-UNATTRIB-ACCOUNTS PIC 9(7) VALUE 0.

       01 WS-COUNT-DISP PIC Z,ZZZ,ZZ9.
       01 WS-AMT-DISP-1 PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-AMT-DISP-2 PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-AMT-DISP-3 PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-AMT-DISP-4 PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-AMT-DISP-5 PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-TYPE-LABEL PIC X(20).

       PROCEDURE DIVISION.
       TAX-RPT-MAIN.
           DISPLAY "=== YEAR-END INTEREST TAX REPORTING ==========="

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE

           COMPUTE WS-TAX-YEAR = WS-RUN-DATE / 10000 - 1
           MOVE 'TAX-YEAR' TO WS-PARM-NAME
           MOVE '*' TO WS-PARM-TYPE
           PERFORM FETCH-PARAMETER
           IF WS-PARM-FOUND = 'Y' THEN
               MOVE WS-PARM-VALUE TO WS-TAX-YEAR
           END-IF
           DISPLAY "Tax year: " WS-TAX-YEAR

           PERFORM RUNCTL-START
           IF WS-RUN-REFUSED = 'Y' THEN
               DISPLAY "Tax reporting already produced for "
                   WS-RUN-DATE
               STOP RUN
           END-IF

           INITIALIZE WS-CONTROL-TABLE
           INITIALIZE WS-REV-TABLE

           OPEN OUTPUT FD-TAXWORK
           CLOSE FD-TAXWORK
           OPEN I-O FD-TAXWORK

           OPEN INPUT FD-RECORD
           IF WS-REC-STATUS = 00 THEN
               MOVE 'Y' TO WS-REC-FILE-OK
           END-IF
           OPEN INPUT FD-CLOSED
           IF WS-CLOSED-STATUS = 00 THEN
               MOVE 'Y' TO WS-CLOSED-FILE-OK
           END-IF

           MOVE 'A' TO WS-SCAN-PASS
           PERFORM SCAN-LIVE-JOURNAL
           PERFORM SCAN-ARCHIVED-JOURNAL

           MOVE 'B' TO WS-SCAN-PASS
           PERFORM SCAN-LIVE-JOURNAL
           PERFORM SCAN-ARCHIVED-JOURNAL

           IF WS-REC-FILE-OK = 'Y' THEN
               CLOSE FD-RECORD
           END-IF
           IF WS-CLOSED-FILE-OK = 'Y' THEN
               CLOSE FD-CLOSED
           END-IF
           CLOSE FD-TAXWORK

           OPEN INPUT FD-CUSTMAST
           IF WS-CUST-STATUS = 00 THEN
               MOVE 'Y' TO WS-CUST-FILE-OK
           END-IF

           OPEN OUTPUT FD-TAX-RPT
           OPEN OUTPUT FD-TAX-OUT

           MOVE 'H' TO TX-REC-TYPE
           MOVE SPACES TO TX-DETAIL
           MOVE WS-TAX-YEAR TO TX-H-TAX-YEAR
           MOVE WS-RUN-DATE TO TX-H-RUN-DATE
           WRITE TX-RECORD

           MOVE SPACES TO FR-LINE
           STRING "INTEREST TAX SUMMARY FOR TAX YEAR " WS-TAX-YEAR
               "   RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE
               INTO FR-LINE
           WRITE FR-LINE

           PERFORM WRITE-CUSTOMER-SUMMARIES
           PERFORM WRITE-CONTROL-TOTALS

           IF WS-CUST-FILE-OK = 'Y' THEN
               CLOSE FD-CUSTMAST
           END-IF
           CLOSE FD-TAX-RPT

           IF WS-CONTROL-OK = 'Y' THEN
               MOVE 'T' TO TX-REC-TYPE
               MOVE SPACES TO TX-DETAIL
               MOVE WS-CUSTOMER-COUNT TO TX-T-COUNT
               MOVE WS-CT-EXTRACTED(1) TO TX-T-DEP-TOTAL
               MOVE WS-CT-EXTRACTED(2) TO TX-T-MAT-TOTAL
               MOVE WS-CT-EXTRACTED(3) TO TX-T-OD-TOTAL
               WRITE TX-RECORD
               CLOSE FD-TAX-OUT

               PERFORM RUNCTL-COMPLETE

               DISPLAY "Customers extracted : " WS-CUSTOMER-COUNT
               DISPLAY "Summary written to tax_report.txt"
               DISPLAY "Extract written to taxextract.dat"
           ELSE
               CLOSE FD-TAX-OUT
               OPEN OUTPUT FD-TAX-OUT
               CLOSE FD-TAX-OUT
               PERFORM RUNCTL-ABANDON
               DISPLAY "CONTROL TOTALS DO NOT AGREE - extract not"
                   " released. See tax_report.txt"
           END-IF

           STOP RUN.


       SCAN-LIVE-JOURNAL.
           MOVE 'N' TO WS-EOF
           OPEN INPUT FD-JOURNAL
           IF WS-FILESTATUS = 00 THEN
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FD-JOURNAL NEXT RECORD INTO WS-SCAN-JRN
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM EXAMINE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE FD-JOURNAL
           ELSE
               IF WS-SCAN-PASS = 'A' THEN
                   DISPLAY "No journal file found."
               END-IF
           END-IF.


       SCAN-ARCHIVED-JOURNAL.
           MOVE 'N' TO WS-EOF
           OPEN INPUT FD-ARCH-JRN
           IF WS-ARCH-FILESTATUS = 00 THEN
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FD-ARCH-JRN INTO WS-SCAN-JRN
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM EXAMINE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE FD-ARCH-JRN
           ELSE
               IF WS-SCAN-PASS = 'A' THEN
                   DISPLAY "No journal archive found."
               END-IF
           END-IF.


       EXAMINE-ENTRY.
           IF WS-SCAN-PASS = 'A' THEN
               IF (WJ-TYPE = 'RV' OR WJ-TYPE = 'RR')
                       AND WJ-TIMESTAMP(1:4) = WS-TAX-YEAR THEN
                   PERFORM COLLECT-REVERSAL
               END-IF
           ELSE
               IF WJ-TYPE = 'IN' OR WJ-TYPE = 'MI'
                       OR WJ-TYPE = 'OI' THEN
                   PERFORM FIND-CONTROL-INDEX
                   IF WJ-TIMESTAMP(1:4) = WS-TAX-YEAR THEN
                       PERFORM POST-INTEREST-ENTRY
                   END-IF
                   PERFORM MATCH-REVERSAL
               END-IF
           END-IF.


       COLLECT-REVERSAL.
           IF WS-REV-COUNT < 1000 THEN
               ADD 1 TO WS-REV-COUNT
               MOVE WJ-ACCNUM TO WR-ACCNUM(WS-REV-COUNT)
               MOVE WJ-REFNUM TO WR-ORIG-TS(WS-REV-COUNT)
               MOVE WJ-AMOUNT TO WR-AMOUNT(WS-REV-COUNT)
               MOVE 'N' TO WR-MATCHED(WS-REV-COUNT)
           ELSE
               ADD 1 TO WS-REV-OVERFLOW
           END-IF.


       FIND-CONTROL-INDEX.
           IF WJ-TYPE = 'IN' THEN
               MOVE 1 TO WS-CT-IX
           ELSE IF WJ-TYPE = 'MI' THEN
               MOVE 2 TO WS-CT-IX
           ELSE
               MOVE 3 TO WS-CT-IX
           END-IF.


       POST-INTEREST-ENTRY.
           ADD WJ-AMOUNT TO WS-CT-POSTED(WS-CT-IX)
           ADD 1 TO WS-CT-POSTED-COUNT(WS-CT-IX)
           MOVE WJ-AMOUNT TO WS-SIGNED-AMOUNT
           PERFORM ADD-TO-WORKFILE.


       MATCH-REVERSAL.
           MOVE 'N' TO WS-REV-FOUND
           MOVE 1 TO WS-RX
           PERFORM UNTIL WS-RX > WS-REV-COUNT OR WS-REV-FOUND = 'Y'
               IF WR-ACCNUM(WS-RX) = WJ-ACCNUM
                       AND WR-ORIG-TS(WS-RX) = WJ-TIMESTAMP
                       AND WR-AMOUNT(WS-RX) = WJ-AMOUNT
                       AND WR-MATCHED(WS-RX) = 'N' THEN
                   MOVE 'Y' TO WS-REV-FOUND
                   MOVE 'Y' TO WR-MATCHED(WS-RX)
               ELSE
                   ADD 1 TO WS-RX
               END-IF
           END-PERFORM

           IF WS-REV-FOUND = 'Y' THEN
               ADD WJ-AMOUNT TO WS-CT-REVERSED(WS-CT-IX)
               ADD 1 TO WS-CT-REVERSED-COUNT(WS-CT-IX)
               COMPUTE WS-SIGNED-AMOUNT = 0 - WJ-AMOUNT
               PERFORM ADD-TO-WORKFILE
           END-IF.


       ADD-TO-WORKFILE.
           PERFORM FIND-ACCOUNT-OWNER

           MOVE WS-OWNER-CUSTID TO TW-CUSTID
           MOVE WJ-ACCNUM TO TW-ACCNUM
           READ FD-TAXWORK
               INVALID KEY
                   MOVE 0 TO WS-FLAG
                   MOVE 0 TO TW-DEP-INTEREST
                   MOVE 0 TO TW-MAT-INTEREST
                   MOVE 0 TO TW-OD-INTEREST
               NOT INVALID KEY MOVE 1 TO WS-FLAG
           END-READ

           IF WS-CT-IX = 1 THEN
               ADD WS-SIGNED-AMOUNT TO TW-DEP-INTEREST
           ELSE IF WS-CT-IX = 2 THEN
               ADD WS-SIGNED-AMOUNT TO TW-MAT-INTEREST
           ELSE
               ADD WS-SIGNED-AMOUNT TO TW-OD-INTEREST
           END-IF
           END-IF

           IF WS-FLAG = 0 THEN
               WRITE TW-RECORD
                   INVALID KEY DISPLAY 'Unable to write work record'
               END-WRITE
           ELSE
               REWRITE TW-RECORD
                   INVALID KEY DISPLAY 'Unable to update work record'
               END-REWRITE
           END-IF.


       FIND-ACCOUNT-OWNER.
           IF WJ-ACCNUM NOT = WS-LAST-ACCNUM THEN
               MOVE WJ-ACCNUM TO WS-LAST-ACCNUM
               MOVE 0 TO WS-OWNER-CUSTID
               IF WS-REC-FILE-OK = 'Y' THEN
                   MOVE WJ-ACCNUM TO F-ACCNUM
                   READ FD-RECORD
                       INVALID KEY MOVE 0 TO WS-OWNER-CUSTID
                       NOT INVALID KEY
                           MOVE F-CUSTID TO WS-OWNER-CUSTID
                   END-READ
               END-IF
               IF WS-OWNER-CUSTID = 0 AND WS-CLOSED-FILE-OK = 'Y' THEN
                   MOVE WJ-ACCNUM TO CA-ACCNUM
                   READ FD-CLOSED
                       INVALID KEY MOVE 0 TO WS-OWNER-CUSTID
                       NOT INVALID KEY
                           MOVE CA-CUSTID TO WS-OWNER-CUSTID
                   END-READ
               END-IF
           END-IF.


       WRITE-CUSTOMER-SUMMARIES.
           MOVE 'N' TO WS-EOF
           MOVE 'N' TO WS-IN-CUSTOMER
           OPEN INPUT FD-TAXWORK
           IF WS-WORK-STATUS = 00 THEN
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FD-TAXWORK NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-IN-CUSTOMER = 'Y'
                                   AND TW-CUSTID NOT = WS-CUR-CUSTID
                                   THEN
                               PERFORM FINISH-CUSTOMER
                           END-IF
                           IF WS-IN-CUSTOMER = 'N' THEN
                               PERFORM START-CUSTOMER
                           END-IF
                           PERFORM WRITE-ACCOUNT-LINE
                   END-READ
               END-PERFORM
               IF WS-IN-CUSTOMER = 'Y' THEN
                   PERFORM FINISH-CUSTOMER
               END-IF
               CLOSE FD-TAXWORK
           END-IF.


       START-CUSTOMER.
           MOVE 'Y' TO WS-IN-CUSTOMER
           MOVE TW-CUSTID TO WS-CUR-CUSTID
           MOVE 0 TO WS-CUR-DEP
           MOVE 0 TO WS-CUR-MAT
           MOVE 0 TO WS-CUR-OD
           MOVE SPACES TO WS-CUR-NAME
           MOVE SPACES TO WS-CUR-ADDRESS

           IF WS-CUR-CUSTID = 0 THEN
               MOVE "UNATTRIBUTED - ACCOUNT NO LONGER ON FILE"
                   TO WS-CUR-NAME
           ELSE
               MOVE 0 TO WS-FLAG
               IF WS-CUST-FILE-OK = 'Y' THEN
                   MOVE WS-CUR-CUSTID TO C-CUSTID
                   READ FD-CUSTMAST
                       INVALID KEY MOVE 0 TO WS-FLAG
                       NOT INVALID KEY MOVE 1 TO WS-FLAG
                   END-READ
               END-IF
               IF WS-FLAG = 1 THEN
                   STRING C-FIRST-NAME DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       C-LAST-NAME DELIMITED BY "  "
                       INTO WS-CUR-NAME
                   MOVE C-ADDRESS TO WS-CUR-ADDRESS
               ELSE
                   MOVE "CUSTOMER NOT ON FILE" TO WS-CUR-NAME
                   ADD 1 TO WS-MISSING-CUST-COUNT
               END-IF
           END-IF

           MOVE SPACES TO FR-LINE
           WRITE FR-LINE

           MOVE SPACES TO FR-LINE
           IF WS-CUR-CUSTID = 0 THEN
               STRING WS-CUR-NAME DELIMITED BY SIZE
                   INTO FR-LINE
           ELSE
               STRING "CUSTOMER " WS-CUR-CUSTID
                   "  " WS-CUR-NAME
                   DELIMITED BY SIZE
                   INTO FR-LINE
           END-IF
           WRITE FR-LINE

           IF WS-CUR-CUSTID NOT = 0 THEN
               MOVE SPACES TO FR-LINE
               STRING "  " WS-CUR-ADDRESS DELIMITED BY SIZE
                   INTO FR-LINE
               WRITE FR-LINE
           END-IF.


       WRITE-ACCOUNT-LINE.
           ADD TW-DEP-INTEREST TO WS-CUR-DEP
           ADD TW-MAT-INTEREST TO WS-CUR-MAT
           ADD TW-OD-INTEREST TO WS-CUR-OD

           IF WS-CUR-CUSTID = 0 THEN
               ADD 1 TO WS-UNATTRIB-ACCOUNTS
           END-IF

           MOVE TW-DEP-INTEREST TO WS-AMT-DISP-1
           MOVE TW-MAT-INTEREST TO WS-AMT-DISP-2
           MOVE TW-OD-INTEREST TO WS-AMT-DISP-3
           MOVE SPACES TO FR-LINE
           STRING "  ACCOUNT " TW-ACCNUM
               "  DEPOSIT INT " WS-AMT-DISP-1
               "  MATURITY INT " WS-AMT-DISP-2
               "  OD INT PAID " WS-AMT-DISP-3
               DELIMITED BY SIZE
               INTO FR-LINE
           WRITE FR-LINE.


       FINISH-CUSTOMER.
           MOVE 'N' TO WS-IN-CUSTOMER
           COMPUTE WS-CUR-EARNED = WS-CUR-DEP + WS-CUR-MAT

           MOVE WS-CUR-EARNED TO WS-AMT-DISP-1
           MOVE WS-CUR-OD TO WS-AMT-DISP-2
           MOVE SPACES TO FR-LINE
           STRING "  TOTAL INTEREST EARNED " WS-AMT-DISP-1
               "  TOTAL OVERDRAFT INTEREST PAID " WS-AMT-DISP-2
               DELIMITED BY SIZE
               INTO FR-LINE
           WRITE FR-LINE

           IF WS-CUR-CUSTID = 0 THEN
               ADD WS-CUR-DEP TO WS-CT-UNATTRIB(1)
               ADD WS-CUR-MAT TO WS-CT-UNATTRIB(2)
               ADD WS-CUR-OD TO WS-CT-UNATTRIB(3)
           ELSE
               MOVE 'D' TO TX-REC-TYPE
               MOVE SPACES TO TX-DETAIL
               MOVE WS-CUR-CUSTID TO TX-CUSTID
               MOVE WS-CUR-NAME TO TX-NAME
               MOVE WS-CUR-ADDRESS TO TX-ADDRESS
               MOVE WS-CUR-DEP TO TX-DEP-INTEREST
               MOVE WS-CUR-MAT TO TX-MAT-INTEREST
               MOVE WS-CUR-OD TO TX-OD-INTEREST
               WRITE TX-RECORD
               ADD 1 TO WS-CUSTOMER-COUNT
               ADD WS-CUR-DEP TO WS-CT-EXTRACTED(1)
               ADD WS-CUR-MAT TO WS-CT-EXTRACTED(2)
               ADD WS-CUR-OD TO WS-CT-EXTRACTED(3)
           END-IF.


       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO FR-LINE
           WRITE FR-LINE

           MOVE SPACES TO FR-LINE
           STRING "--- CONTROL TOTALS FOR TAX YEAR " WS-TAX-YEAR
               " ---"
               DELIMITED BY SIZE
               INTO FR-LINE
           WRITE FR-LINE

           MOVE SPACES TO FR-LINE
           STRING "TYPE                         POSTED"
               "           REVERSED                NET"
               "          EXTRACTED       UNATTRIBUTED"
               DELIMITED BY SIZE
               INTO FR-LINE
           WRITE FR-LINE

           MOVE 1 TO WS-CT-IX
           PERFORM UNTIL WS-CT-IX > 3
               PERFORM WRITE-ONE-CONTROL-LINE
               ADD 1 TO WS-CT-IX
           END-PERFORM

           MOVE WS-CUSTOMER-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO FR-LINE
           STRING "Customers extracted          : " WS-COUNT-DISP
               DELIMITED BY SIZE
               INTO FR-LINE
           WRITE FR-LINE

           MOVE WS-MISSING-CUST-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO FR-LINE
           STRING "Customers not on custmast    : " WS-COUNT-DISP
               DELIMITED BY SIZE
               INTO FR-LINE
           WRITE FR-LINE

           MOVE WS-UNATTRIB-ACCOUNTS TO WS-COUNT-DISP
           MOVE SPACES TO FR-LINE
           STRING "Accounts not on record.dat   : " WS-COUNT-DISP
               DELIMITED BY SIZE
               INTO FR-LINE
           WRITE FR-LINE

           IF WS-REV-OVERFLOW > 0 THEN
               MOVE 'N' TO WS-CONTROL-OK
               MOVE WS-REV-OVERFLOW TO WS-COUNT-DISP
               MOVE SPACES TO FR-LINE
               STRING "REVERSAL TABLE FULL - reversals not netted: "
                   WS-COUNT-DISP
                   DELIMITED BY SIZE
                   INTO FR-LINE
               WRITE FR-LINE
           END-IF

           MOVE SPACES TO FR-LINE
           IF WS-CONTROL-OK = 'Y' THEN
               STRING "CONTROL TOTALS AGREE - extract released."
                   DELIMITED BY SIZE
                   INTO FR-LINE
           ELSE
               STRING "CONTROL TOTALS DO NOT AGREE - extract withheld."
                   DELIMITED BY SIZE
                   INTO FR-LINE
           END-IF
           WRITE FR-LINE.


       WRITE-ONE-CONTROL-LINE.
           IF WS-CT-IX = 1 THEN
               MOVE "IN  DEPOSIT INTEREST" TO WS-TYPE-LABEL
           ELSE IF WS-CT-IX = 2 THEN
               MOVE "MI  MATURITY INT" TO WS-TYPE-LABEL
           ELSE
               MOVE "OI  OVERDRAFT INT" TO WS-TYPE-LABEL
           END-IF
           END-IF

           COMPUTE WS-CT-NET = WS-CT-POSTED(WS-CT-IX)
               - WS-CT-REVERSED(WS-CT-IX)

           IF WS-CT-NET NOT = WS-CT-EXTRACTED(WS-CT-IX)
                   + WS-CT-UNATTRIB(WS-CT-IX) THEN
               MOVE 'N' TO WS-CONTROL-OK
           END-IF

           MOVE WS-CT-POSTED(WS-CT-IX) TO WS-AMT-DISP-1
           MOVE WS-CT-REVERSED(WS-CT-IX) TO WS-AMT-DISP-2
           MOVE WS-CT-NET TO WS-AMT-DISP-3
           MOVE WS-CT-EXTRACTED(WS-CT-IX) TO WS-AMT-DISP-4
           MOVE WS-CT-UNATTRIB(WS-CT-IX) TO WS-AMT-DISP-5
           MOVE SPACES TO FR-LINE
           STRING WS-TYPE-LABEL
               WS-AMT-DISP-1 WS-AMT-DISP-2 WS-AMT-DISP-3
               WS-AMT-DISP-4 WS-AMT-DISP-5
               DELIMITED BY SIZE
               INTO FR-LINE
           WRITE FR-LINE

           MOVE WS-CT-POSTED-COUNT(WS-CT-IX) TO WS-COUNT-DISP
           MOVE SPACES TO FR-LINE
           STRING "      entries posted " WS-COUNT-DISP
               DELIMITED BY SIZE
               INTO FR-LINE
           WRITE FR-LINE

           MOVE WS-CT-REVERSED-COUNT(WS-CT-IX) TO WS-COUNT-DISP
           MOVE SPACES TO FR-LINE
           STRING "      entries reversed " WS-COUNT-DISP
               DELIMITED BY SIZE
               INTO FR-LINE
           WRITE FR-LINE.


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


       RUNCTL-START.
           MOVE 'N' TO WS-RUN-REFUSED

           OPEN I-O FD-RUNCTL
           IF WS-RUNCTL-STATUS = 35 THEN
               OPEN OUTPUT FD-RUNCTL
               CLOSE FD-RUNCTL
               OPEN I-O FD-RUNCTL
           END-IF

           MOVE WS-RUN-DATE TO FR-RUN-DATE
           MOVE 'TAXR' TO FR-JOB-CODE
           READ FD-RUNCTL
               INVALID KEY MOVE 0 TO WS-RUNCTL-FLAG
               NOT INVALID KEY MOVE 1 TO WS-RUNCTL-FLAG
           END-READ

           IF WS-RUNCTL-FLAG = 1 THEN
               IF FR-STATUS = 'C' THEN
                   MOVE 'Y' TO WS-RUN-REFUSED
                   CLOSE FD-RUNCTL
               END-IF
           ELSE
               MOVE WS-RUN-DATE TO FR-RUN-DATE
               MOVE 'TAXR' TO FR-JOB-CODE
               MOVE 'S' TO FR-STATUS
               MOVE 0 TO FR-CHECKPOINT
               WRITE FR-RUNCTL
                   INVALID KEY DISPLAY 'Unable to register run'
               END-WRITE
           END-IF.


       RUNCTL-COMPLETE.
           MOVE WS-RUN-DATE TO FR-RUN-DATE
           MOVE 'TAXR' TO FR-JOB-CODE
           MOVE 'C' TO FR-STATUS
           MOVE WS-CUSTOMER-COUNT TO FR-CHECKPOINT
           REWRITE FR-RUNCTL
               INVALID KEY DISPLAY 'Unable to mark run complete'
           END-REWRITE
           CLOSE FD-RUNCTL.


       RUNCTL-ABANDON.
           IF WS-RUNCTL-FLAG = 0 THEN
               MOVE WS-RUN-DATE TO FR-RUN-DATE
               MOVE 'TAXR' TO FR-JOB-CODE
               DELETE FD-RUNCTL
                   INVALID KEY CONTINUE
               END-DELETE
           END-IF
           CLOSE FD-RUNCTL.
