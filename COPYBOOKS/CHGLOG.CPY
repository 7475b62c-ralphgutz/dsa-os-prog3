       01 CL-CHANGE-REC.
           05 CL-KEY.
               10 CL-TIMESTAMP PIC 9(16).
               10 CL-SEQ PIC 9(4).
           05 CL-FILE PIC X(12).
           05 CL-REC-KEY PIC X(24).
           05 CL-FIELD PIC X(16).
           05 CL-OLD-VALUE PIC X(40).
           05 CL-NEW-VALUE PIC X(40).
           05 CL-OPERATOR PIC 9(4).
           05 CL-PROGRAM PIC X(8).
