       01 TERM-ARCHIVE-REC.
           05 TA-TERM PIC X(5).
           05 FILLER PIC X.
           05 TA-DATA PIC X(207).

       FD STUDENT-MASTER.
       COPY STUDMAST.
