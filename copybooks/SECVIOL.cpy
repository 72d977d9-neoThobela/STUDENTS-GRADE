      ******************************************************************
      * SECVIOL - Security violation record layout.
      * One record per transaction a maintenance program refused
      * because the keying operator was missing, unknown, inactive
      * or not authorized for the transaction code or class, or
      * because a supervisor tried to approve a suspense entry they
      * keyed themselves. STUDENT-MAINT, CLASS-MAINT, SCALE-MAINT and
      * OPER-MAINT append to secviol.txt; SECVIOL-RPT lists it by
      * operator and date. SV-KEY is the record the transaction was
      * aimed at (student ID, class code, grade letter or operator).
      ******************************************************************
       01 SECURITY-VIOLATION-REC.
           05 SV-DATE PIC X(10).
           05 FILLER PIC X.
           05 SV-TIME PIC 9(8).
           05 FILLER PIC X.
           05 SV-PROGRAM PIC X(8).
           05 FILLER PIC X.
           05 SV-OPERATOR PIC X(9).
           05 FILLER PIC X.
           05 SV-TRAN-CODE PIC X(1).
           05 FILLER PIC X.
           05 SV-KEY PIC X(9).
           05 FILLER PIC X.
           05 SV-CLASS PIC X(8).
           05 FILLER PIC X.
           05 SV-REASON PIC X(25).
