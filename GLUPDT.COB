       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-POSTING-BATCH.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-GLMAST ASSIGN TO 'C:\Cobol\BANK\glmast.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS G-GLACCT
           FILE STATUS IS WS-GL-STATUS.

           SELECT FD-RECORD ASSIGN TO 'C:\Cobol\BANK\record.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS F-ACCNUM
           FILE STATUS IS WS-FILESTATUS.

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

           SELECT FD-GL-IN ASSIGN TO
               'C:\Cobol\BANK\glextract.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GL-IN-STATUS.

           SELECT FD-TRIAL-RPT ASSIGN TO
               'C:\Cobol\BANK\trial_balance.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FD-PROOF-RPT ASSIGN TO
               'C:\Cobol\BANK\gl_proof.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FD-GLMAST.
       COPY GLMAST.

       FD FD-RECORD.
       COPY ACCTREC.

       FD FD-RUNCTL.
       COPY RUNCTL.

       FD FD-PARAMS.
       COPY PARMREC.

       FD FD-GL-IN.
       COPY GLPOST.

       FD FD-TRIAL-RPT.
       01 FR-LINE PIC X(132).

       FD FD-PROOF-RPT.
       01 FP-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-FILESTATUS PIC XX.
       01 WS-GL-STATUS PIC XX.
       01 WS-GL-IN-STATUS PIC XX.
       01 WS-RUNCTL-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-FLAG PIC 9.
       01 WS-CURRENT-DATE PIC X(21).
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-RUNCTL-FLAG PIC 9.
       01 WS-RUN-REFUSED PIC X VALUE 'N'.
       01 WS-RESTART-CKPT PIC 9(10) VALUE 0.
       01 WS-RECORDS-READ PIC 9(10) VALUE 0.
       01 WS-SINCE-CKPT PIC 9(4) VALUE 0.
       01 WS-CHECKPOINT-FREQ PIC 9(4) VALUE 10.
       01 WS-GL-EXTRACT-OK PIC X VALUE 'N'.

       01 WS-PARM-STATUS PIC XX.
       01 WS-PARM-EOF PIC X.
       01 WS-PARM-NAME PIC X(12).
       01 WS-PARM-TYPE PIC X(1).
       01 WS-PARM-VALUE PIC 9(7)V9(4).
       01 WS-PARM-FOUND PIC X.
       01 WS-PARM-BEST-DATE PIC 9(8).

       01 WS-EXTRACT-OK PIC X VALUE 'Y'.
       01 WS-HEADER-SEEN PIC X VALUE 'N'.
       01 WS-TRAILER-SEEN PIC X VALUE 'N'.
       01 WS-EXT-COUNT PIC 9(7) VALUE 0.
       01 WS-EXT-DR-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-EXT-CR-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-TRL-COUNT PIC 9(7) VALUE 0.
       01 WS-TRL-DR-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-TRL-CR-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-UNKNOWN-GL-COUNT PIC 9(7) VALUE 0.
       01 WS-POSTED-COUNT PIC 9(7) VALUE 0.

       01 WS-TB-ACCOUNTS PIC 9(7) VALUE 0.
       01 WS-TB-DAY-DR PIC 9(13)V99 VALUE 0.
       01 WS-TB-DAY-CR PIC 9(13)V99 VALUE 0.
       01 WS-TB-DR-BALANCE PIC 9(13)V99 VALUE 0.
       01 WS-TB-CR-BALANCE PIC 9(13)V99 VALUE 0.
       01 WS-TB-OUT-OF-BALANCE PIC X VALUE 'N'.
       01 WS-DAY-DR PIC 9(11)V99.
       01 WS-DAY-CR PIC 9(11)V99.

       01 WS-PROOF-TYPE-LIST.
           05 FILLER PIC X(4) VALUE 'BPT '.
       01 WS-PROOF-TYPE-TABLE REDEFINES WS-PROOF-TYPE-LIST.
           05 WS-PROOF-TYPE PIC X(1) OCCURS 4 TIMES.
       01 WS-PROOF-TOTALS.
           05 WS-PROOF-ENTRY OCCURS 4 TIMES.
               10 WS-PROOF-COUNT PIC 9(7).
               10 WS-PROOF-BALANCE PIC S9(13)V99.
       01 WS-IX PIC 9(2).
       01 WS-TYPE-IX PIC 9(2).
       01 WS-SUBLEDGER-COUNT PIC 9(7) VALUE 0.
       01 WS-SUBLEDGER-TOTAL PIC S9(13)V99 VALUE 0.
       01 WS-CTRL-GLACCT PIC 9(7) VALUE 0.
       01 WS-CTRL-FOUND PIC X VALUE 'N'.
       01 WS-CTRL-DESC PIC X(30).
       01 WS-CTRL-BALANCE PIC S9(13)V99 VALUE 0.
       01 WS-PROOF-DIFFERENCE PIC S9(13)V99 VALUE 0.
       01 WS-PROOF-AGREES PIC X VALUE 'N'.
       01 WS-TYPE-LABEL PIC X(12).

       01 WS-COUNT-DISP PIC Z,ZZZ,ZZ9.
       01 WS-AMOUNT-DISP PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-AMOUNT-DISP-2 PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-AMOUNT-DISP-3 PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-AMOUNT-DISP-4 PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-SIGNED-DISP PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       GL-POSTING-MAIN.
           DISPLAY "=== GENERAL LEDGER POSTING ==========="

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE

           PERFORM RUNCTL-START
           IF WS-RUN-REFUSED = 'Y' THEN
               DISPLAY "GL extract already posted for " WS-RUN-DATE
               STOP RUN
           END-IF

           PERFORM CHECK-GL-EXTRACT
           IF WS-GL-EXTRACT-OK NOT = 'Y' THEN
               DISPLAY "GL extract not released for " WS-RUN-DATE
               PERFORM RUNCTL-ABANDON
               STOP RUN
           END-IF

           IF WS-RESTART-CKPT > 0 THEN
               DISPLAY "Restarting after record " WS-RESTART-CKPT
           END-IF

           PERFORM VALIDATE-EXTRACT
           IF WS-EXTRACT-OK NOT = 'Y' THEN
               PERFORM RUNCTL-ABANDON
               DISPLAY "REJECTED - glextract.dat not posted."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM POST-EXTRACT
           PERFORM RUNCTL-CHECKPOINT

           DISPLAY "Postings applied : " WS-POSTED-COUNT
           DISPLAY "Debit total      : " WS-EXT-DR-TOTAL
           DISPLAY "Credit total     : " WS-EXT-CR-TOTAL

           PERFORM WRITE-TRIAL-BALANCE
           PERFORM WRITE-PROOF-REPORT

           PERFORM RUNCTL-COMPLETE

           IF WS-TB-OUT-OF-BALANCE = 'Y' OR WS-PROOF-AGREES = 'N' THEN
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "Trial balance written to trial_balance.txt"
           DISPLAY "Proof written to gl_proof.txt"

           STOP RUN.


       VALIDATE-EXTRACT.
           MOVE 'Y' TO WS-EXTRACT-OK

           OPEN INPUT FD-GLMAST
           IF WS-GL-STATUS NOT = 00 THEN
               DISPLAY "REJECT - no GL account file found."
               MOVE 'N' TO WS-EXTRACT-OK
           ELSE
               MOVE 'N' TO WS-EOF
               OPEN INPUT FD-GL-IN
               IF WS-GL-IN-STATUS NOT = 00 THEN
                   DISPLAY "REJECT - no GL extract file found."
                   MOVE 'N' TO WS-EXTRACT-OK
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ FD-GL-IN
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END PERFORM CHECK-EXTRACT-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE FD-GL-IN
                   PERFORM CHECK-EXTRACT-CONTROLS
               END-IF
               CLOSE FD-GLMAST
           END-IF.


       CHECK-EXTRACT-RECORD.
           IF WS-TRAILER-SEEN = 'Y' THEN
               DISPLAY "REJECT - records follow the trailer."
               MOVE 'N' TO WS-EXTRACT-OK
           ELSE IF GP-REC-TYPE = 'H' THEN
               IF WS-HEADER-SEEN = 'Y' OR WS-EXT-COUNT > 0 THEN
                   DISPLAY "REJECT - header out of place."
                   MOVE 'N' TO WS-EXTRACT-OK
               ELSE IF GP-H-DATE NOT = WS-RUN-DATE THEN
                   DISPLAY "REJECT - extract is dated " GP-H-DATE
                   MOVE 'N' TO WS-EXTRACT-OK
               END-IF
               END-IF
               MOVE 'Y' TO WS-HEADER-SEEN
           ELSE IF GP-REC-TYPE = 'D' THEN
               IF WS-HEADER-SEEN NOT = 'Y' THEN
                   DISPLAY "REJECT - detail before header."
                   MOVE 'N' TO WS-EXTRACT-OK
               END-IF
               ADD 1 TO WS-EXT-COUNT
               IF GP-DR-CR = 'D' THEN
                   ADD GP-AMOUNT TO WS-EXT-DR-TOTAL
               ELSE IF GP-DR-CR = 'C' THEN
                   ADD GP-AMOUNT TO WS-EXT-CR-TOTAL
               ELSE
                   DISPLAY "REJECT - invalid debit/credit flag on "
                       "GL account " GP-GL-ACCOUNT
                   MOVE 'N' TO WS-EXTRACT-OK
               END-IF
               END-IF
               MOVE GP-GL-ACCOUNT TO G-GLACCT
               READ FD-GLMAST
                   INVALID KEY
                       ADD 1 TO WS-UNKNOWN-GL-COUNT
                       DISPLAY "REJECT - GL account not on master: "
                           GP-GL-ACCOUNT " type " GP-SOURCE-TYPE
               END-READ
           ELSE IF GP-REC-TYPE = 'T' THEN
               MOVE 'Y' TO WS-TRAILER-SEEN
               MOVE GP-T-COUNT TO WS-TRL-COUNT
               MOVE GP-T-DR-TOTAL TO WS-TRL-DR-TOTAL
               MOVE GP-T-CR-TOTAL TO WS-TRL-CR-TOTAL
           ELSE
               DISPLAY "REJECT - unknown record type '"
                   GP-REC-TYPE "'"
               MOVE 'N' TO WS-EXTRACT-OK
           END-IF.


       CHECK-EXTRACT-CONTROLS.
           IF WS-HEADER-SEEN NOT = 'Y' THEN
               DISPLAY "REJECT - no header record."
               MOVE 'N' TO WS-EXTRACT-OK
           END-IF

           IF WS-TRAILER-SEEN NOT = 'Y' THEN
               DISPLAY "REJECT - no trailer record."
               MOVE 'N' TO WS-EXTRACT-OK
           ELSE
               IF WS-EXT-COUNT NOT = WS-TRL-COUNT THEN
                   DISPLAY "REJECT - record count " WS-EXT-COUNT
                       " trailer " WS-TRL-COUNT
                   MOVE 'N' TO WS-EXTRACT-OK
               END-IF
               IF WS-EXT-DR-TOTAL NOT = WS-TRL-DR-TOTAL THEN
                   DISPLAY "REJECT - debit total " WS-EXT-DR-TOTAL
                       " trailer " WS-TRL-DR-TOTAL
                   MOVE 'N' TO WS-EXTRACT-OK
               END-IF
               IF WS-EXT-CR-TOTAL NOT = WS-TRL-CR-TOTAL THEN
                   DISPLAY "REJECT - credit total " WS-EXT-CR-TOTAL
                       " trailer " WS-TRL-CR-TOTAL
                   MOVE 'N' TO WS-EXTRACT-OK
               END-IF
           END-IF

           IF WS-EXT-DR-TOTAL NOT = WS-EXT-CR-TOTAL THEN
               DISPLAY "REJECT - debits do not equal credits."
               MOVE 'N' TO WS-EXTRACT-OK
           END-IF

           IF WS-UNKNOWN-GL-COUNT > 0 THEN
               DISPLAY "REJECT - " WS-UNKNOWN-GL-COUNT
                   " postings to GL accounts not on master."
               MOVE 'N' TO WS-EXTRACT-OK
           END-IF.


       POST-EXTRACT.
           OPEN I-O FD-GLMAST
           OPEN INPUT FD-GL-IN

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FD-GL-IN
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM PROCESS-GL-RECORD
               END-READ
           END-PERFORM

           CLOSE FD-GL-IN
           CLOSE FD-GLMAST.


       PROCESS-GL-RECORD.
           ADD 1 TO WS-RECORDS-READ
           IF WS-RECORDS-READ > WS-RESTART-CKPT
                   AND GP-REC-TYPE = 'D' THEN
               PERFORM POST-ONE-GL-ENTRY
               ADD 1 TO WS-SINCE-CKPT
               IF WS-SINCE-CKPT NOT LESS THAN WS-CHECKPOINT-FREQ THEN
                   PERFORM RUNCTL-CHECKPOINT
               END-IF
           END-IF.


       POST-ONE-GL-ENTRY.
           MOVE GP-GL-ACCOUNT TO G-GLACCT
           READ FD-GLMAST
               INVALID KEY MOVE 0 TO WS-FLAG
               NOT INVALID KEY MOVE 1 TO WS-FLAG
           END-READ

           IF WS-FLAG = 0 THEN
               DISPLAY "GL account not on master: " GP-GL-ACCOUNT
           ELSE
               IF G-POST-DATE NOT = WS-RUN-DATE THEN
                   MOVE WS-RUN-DATE TO G-POST-DATE
                   MOVE 0 TO G-DAY-DR
                   MOVE 0 TO G-DAY-CR
               END-IF

               IF GP-DR-CR = 'D' THEN
                   ADD GP-AMOUNT TO G-BALANCE
                   ADD GP-AMOUNT TO G-DAY-DR
               ELSE
                   SUBTRACT GP-AMOUNT FROM G-BALANCE
                   ADD GP-AMOUNT TO G-DAY-CR
               END-IF

               REWRITE F-GLACCT
                   INVALID KEY DISPLAY 'Unable to post GL account '
                       G-GLACCT
                   NOT INVALID KEY ADD 1 TO WS-POSTED-COUNT
               END-REWRITE
           END-IF.


       WRITE-TRIAL-BALANCE.
           OPEN OUTPUT FD-TRIAL-RPT

           MOVE SPACES TO FR-LINE
           STRING "GENERAL LEDGER TRIAL BALANCE FOR " WS-RUN-DATE
               DELIMITED BY SIZE
               INTO FR-LINE
           WRITE FR-LINE

           MOVE WS-EXT-COUNT TO WS-COUNT-DISP
           MOVE WS-EXT-DR-TOTAL TO WS-AMOUNT-DISP
           MOVE WS-EXT-CR-TOTAL TO WS-AMOUNT-DISP-2
           MOVE SPACES TO FR-LINE
           STRING "Postings from glextract.dat: " WS-COUNT-DISP
               "  Debits: " WS-AMOUNT-DISP
               "  Credits: " WS-AMOUNT-DISP-2
               DELIMITED BY SIZE
               INTO FR-LINE
           WRITE FR-LINE

           MOVE SPACES TO FR-LINE
           WRITE FR-LINE
           MOVE SPACES TO FR-LINE
           STRING "GL ACCT  DESCRIPTION                     T"
               "          DAY DEBITS         DAY CREDITS"
               "       DEBIT BALANCE      CREDIT BALANCE"
               DELIMITED BY SIZE
               INTO FR-LINE
           WRITE FR-LINE

           MOVE 'N' TO WS-EOF
           OPEN INPUT FD-GLMAST
           IF WS-GL-STATUS = 00 THEN
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FD-GLMAST NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM WRITE-TRIAL-LINE
                   END-READ
               END-PERFORM
               CLOSE FD-GLMAST
           END-IF

           PERFORM WRITE-TRIAL-TOTALS

           CLOSE FD-TRIAL-RPT.


       WRITE-TRIAL-LINE.
           ADD 1 TO WS-TB-ACCOUNTS

           IF G-POST-DATE = WS-RUN-DATE THEN
               MOVE G-DAY-DR TO WS-DAY-DR
               MOVE G-DAY-CR TO WS-DAY-CR
           ELSE
               MOVE 0 TO WS-DAY-DR
               MOVE 0 TO WS-DAY-CR
           END-IF
           ADD WS-DAY-DR TO WS-TB-DAY-DR
           ADD WS-DAY-CR TO WS-TB-DAY-CR
           MOVE WS-DAY-DR TO WS-AMOUNT-DISP
           MOVE WS-DAY-CR TO WS-AMOUNT-DISP-2

           IF G-BALANCE < 0 THEN
               MOVE 0 TO WS-AMOUNT-DISP-3
               COMPUTE WS-AMOUNT-DISP-4 = 0 - G-BALANCE
               SUBTRACT G-BALANCE FROM WS-TB-CR-BALANCE
           ELSE
               MOVE G-BALANCE TO WS-AMOUNT-DISP-3
               MOVE 0 TO WS-AMOUNT-DISP-4
               ADD G-BALANCE TO WS-TB-DR-BALANCE
           END-IF

           MOVE SPACES TO FR-LINE
           STRING G-GLACCT
               "  " G-DESC
               "  " G-TYPE
               "  " WS-AMOUNT-DISP
               "  " WS-AMOUNT-DISP-2
               "  " WS-AMOUNT-DISP-3
               "  " WS-AMOUNT-DISP-4
               DELIMITED BY SIZE
               INTO FR-LINE
           WRITE FR-LINE.


       WRITE-TRIAL-TOTALS.
           MOVE SPACES TO FR-LINE
           WRITE FR-LINE

           MOVE WS-TB-DAY-DR TO WS-AMOUNT-DISP
           MOVE WS-TB-DAY-CR TO WS-AMOUNT-DISP-2
           MOVE WS-TB-DR-BALANCE TO WS-AMOUNT-DISP-3
           MOVE WS-TB-CR-BALANCE TO WS-AMOUNT-DISP-4
           MOVE SPACES TO FR-LINE
           STRING "TOTALS                                      "
               WS-AMOUNT-DISP
               "  " WS-AMOUNT-DISP-2
               "  " WS-AMOUNT-DISP-3
               "  " WS-AMOUNT-DISP-4
               DELIMITED BY SIZE
               INTO FR-LINE
           WRITE FR-LINE

           MOVE WS-TB-ACCOUNTS TO WS-COUNT-DISP
           MOVE SPACES TO FR-LINE
           STRING "GL accounts: " WS-COUNT-DISP
               DELIMITED BY SIZE
               INTO FR-LINE
           WRITE FR-LINE

           IF WS-TB-DAY-DR NOT = WS-TB-DAY-CR
                   OR WS-TB-DR-BALANCE NOT = WS-TB-CR-BALANCE THEN
               MOVE 'Y' TO WS-TB-OUT-OF-BALANCE
               COMPUTE WS-SIGNED-DISP =
                   WS-TB-DR-BALANCE - WS-TB-CR-BALANCE
               MOVE SPACES TO FR-LINE
               STRING "*** TRIAL BALANCE OUT OF BALANCE ***"
                   "  Difference: " WS-SIGNED-DISP
                   DELIMITED BY SIZE
                   INTO FR-LINE
               WRITE FR-LINE
               DISPLAY "TRIAL BALANCE OUT OF BALANCE"
           ELSE
               MOVE "TRIAL BALANCE IN BALANCE" TO FR-LINE
               WRITE FR-LINE
           END-IF.


       WRITE-PROOF-REPORT.
           PERFORM SUM-SUBLEDGER
           PERFORM READ-CONTROL-ACCOUNT

           OPEN OUTPUT FD-PROOF-RPT

           MOVE SPACES TO FP-LINE
           STRING "DEPOSIT LIABILITY PROOF FOR " WS-RUN-DATE
               DELIMITED BY SIZE
               INTO FP-LINE
           WRITE FP-LINE

           MOVE SPACES TO FP-LINE
           WRITE FP-LINE
           MOVE SPACES TO FP-LINE
           STRING "ACCOUNT TYPE     ACCOUNTS      LEDGER BALANCE"
               DELIMITED BY SIZE
               INTO FP-LINE
           WRITE FP-LINE

           MOVE 1 TO WS-IX
           PERFORM UNTIL WS-IX > 4
               PERFORM WRITE-PROOF-TYPE-LINE
               ADD 1 TO WS-IX
           END-PERFORM

           MOVE WS-SUBLEDGER-COUNT TO WS-COUNT-DISP
           MOVE WS-SUBLEDGER-TOTAL TO WS-SIGNED-DISP
           MOVE SPACES TO FP-LINE
           STRING "TOTAL         " WS-COUNT-DISP
               "  " WS-SIGNED-DISP
               DELIMITED BY SIZE
               INTO FP-LINE
           WRITE FP-LINE

           MOVE SPACES TO FP-LINE
           WRITE FP-LINE

           IF WS-CTRL-GLACCT = 0 THEN
               MOVE "*** NO CONTROL ACCOUNT SET (PARAMETER GL-DEP-CTRL)"
                   TO FP-LINE
               WRITE FP-LINE
               MOVE 'N' TO WS-PROOF-AGREES
               DISPLAY "PROOF NOT DONE - no deposit control account."
           ELSE IF WS-CTRL-FOUND NOT = 'Y' THEN
               MOVE SPACES TO FP-LINE
               STRING "*** CONTROL ACCOUNT " WS-CTRL-GLACCT
                   " NOT ON GL MASTER"
                   DELIMITED BY SIZE
                   INTO FP-LINE
               WRITE FP-LINE
               MOVE 'N' TO WS-PROOF-AGREES
               DISPLAY "PROOF NOT DONE - control account "
                   WS-CTRL-GLACCT " not on GL master."
           ELSE
               PERFORM WRITE-PROOF-RESULT
           END-IF
           END-IF

           CLOSE FD-PROOF-RPT.


       WRITE-PROOF-TYPE-LINE.
           IF WS-PROOF-TYPE(WS-IX) = SPACE THEN
               MOVE "OTHER" TO WS-TYPE-LABEL
           ELSE
               MOVE SPACES TO WS-TYPE-LABEL
               STRING "TYPE " WS-PROOF-TYPE(WS-IX)
                   DELIMITED BY SIZE
                   INTO WS-TYPE-LABEL
           END-IF

           MOVE WS-PROOF-COUNT(WS-IX) TO WS-COUNT-DISP
           MOVE WS-PROOF-BALANCE(WS-IX) TO WS-SIGNED-DISP
           MOVE SPACES TO FP-LINE
           STRING WS-TYPE-LABEL
               "  " WS-COUNT-DISP
               "  " WS-SIGNED-DISP
               DELIMITED BY SIZE
               INTO FP-LINE
           WRITE FP-LINE.


       WRITE-PROOF-RESULT.
           MOVE SPACES TO FP-LINE
           STRING "GL CONTROL " WS-CTRL-GLACCT
               "  " WS-CTRL-DESC
               DELIMITED BY SIZE
               INTO FP-LINE
           WRITE FP-LINE

           MOVE WS-CTRL-BALANCE TO WS-SIGNED-DISP
           MOVE SPACES TO FP-LINE
           STRING "  GL balance (credit)     : " WS-SIGNED-DISP
               DELIMITED BY SIZE
               INTO FP-LINE
           WRITE FP-LINE

           MOVE WS-SUBLEDGER-TOTAL TO WS-SIGNED-DISP
           MOVE SPACES TO FP-LINE
           STRING "  Sum of account balances : " WS-SIGNED-DISP
               DELIMITED BY SIZE
               INTO FP-LINE
           WRITE FP-LINE

           COMPUTE WS-PROOF-DIFFERENCE =
               WS-SUBLEDGER-TOTAL - WS-CTRL-BALANCE
           MOVE WS-PROOF-DIFFERENCE TO WS-SIGNED-DISP
           MOVE SPACES TO FP-LINE
           STRING "  Difference              : " WS-SIGNED-DISP
               DELIMITED BY SIZE
               INTO FP-LINE
           WRITE FP-LINE

           MOVE SPACES TO FP-LINE
           WRITE FP-LINE

           IF WS-PROOF-DIFFERENCE = 0 THEN
               MOVE 'Y' TO WS-PROOF-AGREES
               MOVE "PROOF AGREES" TO FP-LINE
               WRITE FP-LINE
               DISPLAY "Deposit proof agrees."
           ELSE
               MOVE 'N' TO WS-PROOF-AGREES
               MOVE "*** PROOF DIFFERENCE - INVESTIGATE ***" TO FP-LINE
               WRITE FP-LINE
               DISPLAY "PROOF DIFFERENCE: " WS-SIGNED-DISP
           END-IF.


       SUM-SUBLEDGER.
           MOVE 1 TO WS-IX
           PERFORM UNTIL WS-IX > 4
               MOVE 0 TO WS-PROOF-COUNT(WS-IX)
               MOVE 0 TO WS-PROOF-BALANCE(WS-IX)
               ADD 1 TO WS-IX
           END-PERFORM

           MOVE 'N' TO WS-EOF
           OPEN INPUT FD-RECORD
           IF WS-FILESTATUS = 00 THEN
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FD-RECORD NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM ADD-SUBLEDGER-ACCOUNT
                   END-READ
               END-PERFORM
               CLOSE FD-RECORD
           ELSE
               DISPLAY "No account file found."
           END-IF.


       ADD-SUBLEDGER-ACCOUNT.
           MOVE 4 TO WS-TYPE-IX
           MOVE 1 TO WS-IX
           PERFORM UNTIL WS-IX > 3
               IF WS-PROOF-TYPE(WS-IX) = F-ACCT-TYPE THEN
                   MOVE WS-IX TO WS-TYPE-IX
               END-IF
               ADD 1 TO WS-IX
           END-PERFORM

           ADD 1 TO WS-PROOF-COUNT(WS-TYPE-IX)
           ADD F-BALANCE TO WS-PROOF-BALANCE(WS-TYPE-IX)
           ADD 1 TO WS-SUBLEDGER-COUNT
           ADD F-BALANCE TO WS-SUBLEDGER-TOTAL.


       READ-CONTROL-ACCOUNT.
           MOVE 'N' TO WS-CTRL-FOUND
           MOVE 0 TO WS-CTRL-GLACCT

           MOVE 'GL-DEP-CTRL' TO WS-PARM-NAME
           MOVE '*' TO WS-PARM-TYPE
           PERFORM FETCH-PARAMETER
           IF WS-PARM-FOUND = 'Y' THEN
               MOVE WS-PARM-VALUE TO WS-CTRL-GLACCT
           END-IF

           IF WS-CTRL-GLACCT NOT = 0 THEN
               OPEN INPUT FD-GLMAST
               IF WS-GL-STATUS = 00 THEN
                   MOVE WS-CTRL-GLACCT TO G-GLACCT
                   READ FD-GLMAST
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-CTRL-FOUND
                           MOVE G-DESC TO WS-CTRL-DESC
                           COMPUTE WS-CTRL-BALANCE = 0 - G-BALANCE
                   END-READ
                   CLOSE FD-GLMAST
               END-IF
           END-IF.


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


       CHECK-GL-EXTRACT.
           MOVE 'N' TO WS-GL-EXTRACT-OK
           MOVE WS-RUN-DATE TO FR-RUN-DATE
           MOVE 'GLEX' TO FR-JOB-CODE
           READ FD-RUNCTL
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF FR-STATUS = 'C' THEN
                       MOVE 'Y' TO WS-GL-EXTRACT-OK
                   END-IF
           END-READ.


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
           MOVE 'GLPS' TO FR-JOB-CODE
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
               MOVE 'GLPS' TO FR-JOB-CODE
               MOVE 'S' TO FR-STATUS
               MOVE 0 TO FR-CHECKPOINT
               WRITE FR-RUNCTL
                   INVALID KEY DISPLAY 'Unable to register run'
               END-WRITE
           END-IF.


       RUNCTL-CHECKPOINT.
           MOVE WS-RUN-DATE TO FR-RUN-DATE
           MOVE 'GLPS' TO FR-JOB-CODE
           MOVE 'S' TO FR-STATUS
           MOVE WS-RECORDS-READ TO FR-CHECKPOINT
           REWRITE FR-RUNCTL
               INVALID KEY DISPLAY 'Unable to write checkpoint'
           END-REWRITE
           MOVE 0 TO WS-SINCE-CKPT.


       RUNCTL-COMPLETE.
           MOVE WS-RUN-DATE TO FR-RUN-DATE
           MOVE 'GLPS' TO FR-JOB-CODE
           MOVE 'C' TO FR-STATUS
           MOVE WS-RECORDS-READ TO FR-CHECKPOINT
           REWRITE FR-RUNCTL
               INVALID KEY DISPLAY 'Unable to mark run complete'
           END-REWRITE
           CLOSE FD-RUNCTL.


       RUNCTL-ABANDON.
           IF WS-RUNCTL-FLAG = 0 THEN
               MOVE WS-RUN-DATE TO FR-RUN-DATE
               MOVE 'GLPS' TO FR-JOB-CODE
               DELETE FD-RUNCTL
                   INVALID KEY CONTINUE
               END-DELETE
           END-IF
           CLOSE FD-RUNCTL.
