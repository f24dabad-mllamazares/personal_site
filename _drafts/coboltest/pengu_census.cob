       01  REVIEW-IN-REC               PIC X(100).

       FD  REJECT-IN.
       01  REJECT-IN-REC               PIC X(250).

       FD  CSV-FILE.
       01  CSV-RECORD                  PIC X(200).
