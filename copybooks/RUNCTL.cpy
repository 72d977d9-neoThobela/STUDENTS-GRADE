      * Written by STUDENT-MAINT at end of job with the master record
      * count, grade total and transaction counts; re-counted and
      * checked by SORT-PROGRAM before the grade report is produced.
      * Withdrawals and re-enrollments leave the record on the master,
      * so they are counted apart from RC-DELETE-COUNT (which counts
      * only records physically removed) and do not move the count.
      ******************************************************************
       01 RUN-CONTROL-REC.
           05 RC-RUN-DATE PIC X(10).
           05 RC-DELETE-COUNT PIC 9(5).
           05 FILLER PIC X.
           05 RC-REJECT-COUNT PIC 9(5).
           05 FILLER PIC X.
           05 RC-WITHDRAW-COUNT PIC 9(5).
           05 FILLER PIC X.
           05 RC-REENROLL-COUNT PIC 9(5).
