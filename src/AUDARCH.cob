           COPY EXCREC.

       FD  EXCNEW-FILE.
       01  EXCNEW-RECORD                  PIC X(104).

       FD  EXCARC-FILE.
       01  EXCARC-RECORD                  PIC X(104).

       FD  REPORT-FILE.
       01  REPORT-RECORD                  PIC X(90).
