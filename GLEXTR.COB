       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-JOURNAL ASSIGN TO 'C:\Cobol\BANK\jrnday.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS.

           SELECT FD-RUNCTL ASSIGN TO 'C:\Cobol\BANK\runctl.dat'
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-RUNCTL-FLAG PIC 9.
       01 WS-RUN-REFUSED PIC X VALUE 'N'.
       01 WS-DAY-EXTRACT-OK PIC X VALUE 'N'.

       01 WS-PARM-STATUS PIC XX.
       01 WS-PARM-EOF PIC X.
       01 WS-PARM-BEST-DATE PIC 9(8).

       01 WS-GL-TYPE-LIST.
           05 FILLER PIC X(48) VALUE
               'DPWDTOTIINBDBWSOSIRVRRCKFSFMFXMIOILDLPLICOCSAWCP'.
       01 WS-GL-TYPE-TABLE REDEFINES WS-GL-TYPE-LIST.
           05 WS-GL-TYPE PIC X(2) OCCURS 24 TIMES.
       01 WS-GL-MAP.
           05 WS-GL-ENTRY OCCURS 24 TIMES.
               10 WS-GL-DR-ACCT PIC 9(7).
               10 WS-GL-CR-ACCT PIC 9(7).
               10 WS-GL-MAPPED PIC X.
               STOP RUN
           END-IF

           PERFORM CHECK-DAY-EXTRACT
           IF WS-DAY-EXTRACT-OK NOT = 'Y' THEN
               DISPLAY "Daily journal extract not built for "
                   WS-RUN-DATE
               PERFORM RUNCTL-ABANDON
               STOP RUN
           END-IF

           PERFORM LOAD-GL-MAP

           OPEN OUTPUT FD-GL-OUT
       FIND-TYPE-INDEX.
           MOVE 0 TO WS-TYPE-IX
           MOVE 1 TO WS-IX
           PERFORM UNTIL WS-IX > 24 OR WS-TYPE-IX > 0
               IF WS-GL-TYPE(WS-IX) = FJ-TYPE THEN
                   MOVE WS-IX TO WS-TYPE-IX
               END-IF

       LOAD-GL-MAP.
           MOVE 1 TO WS-IX
           PERFORM UNTIL WS-IX > 24
               MOVE 'N' TO WS-GL-MAPPED(WS-IX)
               MOVE 0 TO WS-GL-DR-ACCT(WS-IX)
               MOVE 0 TO WS-GL-CR-ACCT(WS-IX)
           END-IF.


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
           MOVE 'N' TO WS-RUN-REFUSED

