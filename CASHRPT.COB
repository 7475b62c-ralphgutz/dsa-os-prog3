       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASH-OVER-SHORT-REPORT.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-DRAWER ASSIGN TO 'C:\Cobol\BANK\drawer.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS DW-KEY
           FILE STATUS IS WS-DRAWER-STATUS.

           SELECT FD-TELLER ASSIGN TO 'C:\Cobol\BANK\tellmast.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS T-TELLERID
           FILE STATUS IS WS-TELLER-STATUS.

           SELECT FD-CASH-RPT ASSIGN TO
               'C:\Cobol\BANK\cash_report.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FD-DRAWER.
       COPY DRAWREC.

       FD FD-TELLER.
       COPY TELLMAST.

       FD FD-CASH-RPT.
       01 FR-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-DRAWER-STATUS PIC XX.
       01 WS-TELLER-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-CURRENT-DATE PIC X(21).
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-TELLER-FILE-OK PIC X VALUE 'N'.
       01 WS-TELLER-NAME PIC X(20).
       01 WS-STATUS-DESC PIC X(11).

       01 WS-POSITION PIC S9(9)V99.
       01 WS-DRAWER-COUNT PIC 9(5) VALUE 0.
       01 WS-OPEN-COUNT PIC 9(5) VALUE 0.
       01 WS-BALANCED-COUNT PIC 9(5) VALUE 0.
       01 WS-OVER-COUNT PIC 9(5) VALUE 0.
       01 WS-SHORT-COUNT PIC 9(5) VALUE 0.
       01 WS-OVER-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-SHORT-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-VAULT-SEEN PIC X VALUE 'N'.

       01 WS-COUNT-DISP PIC ZZ,ZZ9.
       01 WS-AMOUNT-DISP PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-AMOUNT-DISP-2 PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-AMOUNT-DISP-3 PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-SIGNED-DISP PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-DISP PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       CASH-RPT-MAIN.
           DISPLAY "=== CASH DRAWER OVER/SHORT REPORT ==========="

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE

           OPEN INPUT FD-TELLER
           IF WS-TELLER-STATUS = 00 THEN
               MOVE 'Y' TO WS-TELLER-FILE-OK
           END-IF

           OPEN OUTPUT FD-CASH-RPT

           MOVE SPACES TO FR-LINE
           STRING "CASH DRAWER AND VAULT OVER/SHORT FOR " WS-RUN-DATE
               DELIMITED BY SIZE
               INTO FR-LINE
           WRITE FR-LINE

           PERFORM SCAN-DRAWERS
           PERFORM WRITE-SUMMARY

           CLOSE FD-CASH-RPT
           IF WS-TELLER-FILE-OK = 'Y' THEN
               CLOSE FD-TELLER
           END-IF

           DISPLAY "Drawers reported : " WS-DRAWER-COUNT
           DISPLAY "Still open       : " WS-OPEN-COUNT
           DISPLAY "Report written to cash_report.txt".

           STOP RUN.


       SCAN-DRAWERS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT FD-DRAWER
           IF WS-DRAWER-STATUS = 00 THEN
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
                               PERFORM REPORT-ONE-DRAWER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-DRAWER
           ELSE
               DISPLAY "No drawer file found."
           END-IF

           IF WS-VAULT-SEEN = 'N' THEN
               MOVE SPACES TO FR-LINE
               STRING "VAULT WAS NOT OPENED FOR " WS-RUN-DATE
                   DELIMITED BY SIZE
                   INTO FR-LINE
               WRITE FR-LINE
           END-IF.


       REPORT-ONE-DRAWER.
           COMPUTE WS-POSITION = DW-OPENING + DW-BOUGHT - DW-SOLD
               + DW-CASH-IN - DW-CASH-OUT

           IF DW-TELLER = 0 THEN
               MOVE 'Y' TO WS-VAULT-SEEN
               MOVE "VAULT" TO WS-TELLER-NAME
           ELSE
               ADD 1 TO WS-DRAWER-COUNT
               PERFORM LOOK-UP-TELLER-NAME
           END-IF

           PERFORM CLASSIFY-DRAWER-RESULT

           MOVE SPACES TO FR-LINE
           WRITE FR-LINE

           MOVE SPACES TO FR-LINE
           IF DW-TELLER = 0 THEN
               STRING "VAULT"
                   "  " WS-STATUS-DESC
                   "  CLOSED BY " DW-CLOSED-BY
                   DELIMITED BY SIZE
                   INTO FR-LINE
           ELSE
               STRING "TELLER " DW-TELLER
                   "  " WS-TELLER-NAME
                   "  " WS-STATUS-DESC
                   "  CLOSED BY " DW-CLOSED-BY
                   DELIMITED BY SIZE
                   INTO FR-LINE
           END-IF
           WRITE FR-LINE

           MOVE DW-OPENING TO WS-AMOUNT-DISP
           MOVE DW-BOUGHT TO WS-AMOUNT-DISP-2
           MOVE DW-SOLD TO WS-AMOUNT-DISP-3
           MOVE SPACES TO FR-LINE
           IF DW-TELLER = 0 THEN
               STRING "  Opening cash : " WS-AMOUNT-DISP
                   "  From drawers : " WS-AMOUNT-DISP-2
                   "  To drawers   : " WS-AMOUNT-DISP-3
                   DELIMITED BY SIZE
                   INTO FR-LINE
           ELSE
               STRING "  Opening cash : " WS-AMOUNT-DISP
                   "  Bought       : " WS-AMOUNT-DISP-2
                   "  Sold         : " WS-AMOUNT-DISP-3
                   DELIMITED BY SIZE
                   INTO FR-LINE
           END-IF
           WRITE FR-LINE

           IF DW-TELLER NOT = 0 THEN
               MOVE DW-IN-COUNT TO WS-COUNT-DISP
               MOVE DW-CASH-IN TO WS-AMOUNT-DISP
               MOVE SPACES TO FR-LINE
               STRING "  Cash in      : " WS-AMOUNT-DISP
                   "  Items: " WS-COUNT-DISP
                   DELIMITED BY SIZE
                   INTO FR-LINE
               WRITE FR-LINE

               MOVE DW-OUT-COUNT TO WS-COUNT-DISP
               MOVE DW-CASH-OUT TO WS-AMOUNT-DISP
               MOVE SPACES TO FR-LINE
               STRING "  Cash out     : " WS-AMOUNT-DISP
                   "  Items: " WS-COUNT-DISP
                   DELIMITED BY SIZE
                   INTO FR-LINE
               WRITE FR-LINE
           END-IF

           MOVE WS-POSITION TO WS-SIGNED-DISP
           MOVE SPACES TO FR-LINE
           IF DW-STATUS = 'O' THEN
               STRING "  Expected     : " WS-SIGNED-DISP
                   "  Counted      :  NOT COUNTED"
                   DELIMITED BY SIZE
                   INTO FR-LINE
           ELSE
               MOVE DW-COUNTED TO WS-AMOUNT-DISP
               STRING "  Expected     : " WS-SIGNED-DISP
                   "  Counted      : " WS-AMOUNT-DISP
                   DELIMITED BY SIZE
                   INTO FR-LINE
           END-IF
           WRITE FR-LINE

           IF DW-STATUS NOT = 'O' THEN
               MOVE DW-OVER-SHORT TO WS-SIGNED-DISP
               MOVE SPACES TO FR-LINE
               STRING "  Over/short   : " WS-SIGNED-DISP
                   DELIMITED BY SIZE
                   INTO FR-LINE
               WRITE FR-LINE
           END-IF.


       CLASSIFY-DRAWER-RESULT.
           IF DW-STATUS = 'O' THEN
               MOVE "NOT COUNTED" TO WS-STATUS-DESC
               ADD 1 TO WS-OPEN-COUNT
           ELSE IF DW-OVER-SHORT > 0 THEN
               MOVE "OVER" TO WS-STATUS-DESC
               ADD 1 TO WS-OVER-COUNT
               ADD DW-OVER-SHORT TO WS-OVER-TOTAL
           ELSE IF DW-OVER-SHORT < 0 THEN
               MOVE "SHORT" TO WS-STATUS-DESC
               ADD 1 TO WS-SHORT-COUNT
               SUBTRACT DW-OVER-SHORT FROM WS-SHORT-TOTAL
           ELSE
               MOVE "BALANCED" TO WS-STATUS-DESC
               ADD 1 TO WS-BALANCED-COUNT
           END-IF.


       WRITE-SUMMARY.
           MOVE SPACES TO FR-LINE
           WRITE FR-LINE

           MOVE SPACES TO FR-LINE
           STRING "--- SUMMARY (DRAWERS AND VAULT) ---"
               DELIMITED BY SIZE
               INTO FR-LINE
           WRITE FR-LINE

           MOVE WS-DRAWER-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO FR-LINE
           STRING "  Teller drawers   : " WS-COUNT-DISP
               DELIMITED BY SIZE
               INTO FR-LINE
           WRITE FR-LINE

           MOVE WS-BALANCED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO FR-LINE
           STRING "  Balanced         : " WS-COUNT-DISP
               DELIMITED BY SIZE
               INTO FR-LINE
           WRITE FR-LINE

           MOVE WS-OVER-COUNT TO WS-COUNT-DISP
           MOVE WS-OVER-TOTAL TO WS-TOTAL-DISP
           MOVE SPACES TO FR-LINE
           STRING "  Over             : " WS-COUNT-DISP
               "  Total: " WS-TOTAL-DISP
               DELIMITED BY SIZE
               INTO FR-LINE
           WRITE FR-LINE

           MOVE WS-SHORT-COUNT TO WS-COUNT-DISP
           MOVE WS-SHORT-TOTAL TO WS-TOTAL-DISP
           MOVE SPACES TO FR-LINE
           STRING "  Short            : " WS-COUNT-DISP
               "  Total: " WS-TOTAL-DISP
               DELIMITED BY SIZE
               INTO FR-LINE
           WRITE FR-LINE

           MOVE WS-OPEN-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO FR-LINE
           STRING "  Not yet counted  : " WS-COUNT-DISP
               DELIMITED BY SIZE
               INTO FR-LINE
           WRITE FR-LINE.


       LOOK-UP-TELLER-NAME.
           IF WS-TELLER-FILE-OK = 'Y' THEN
               MOVE DW-TELLER TO T-TELLERID
               READ FD-TELLER
                   INVALID KEY
                       MOVE "UNKNOWN TELLER" TO WS-TELLER-NAME
                   NOT INVALID KEY
                       MOVE T-NAME TO WS-TELLER-NAME
               END-READ
           ELSE
               MOVE "UNKNOWN TELLER" TO WS-TELLER-NAME
           END-IF.
