      ******************************************************************
      * CREDSTAT - Credit audit status record layout.
      * One record per student on STUDENT-MASTER, rebuilt by every
      * CREDIT-AUDIT run: the audit date, whether the student has met
      * every GRAD-REQUIREMENTS area (C), is on track (T), is off
      * track (O) or is in a final class and still short (S), the
      * credits earned against the credits required, and the area
      * codes still short. TERM-ROLLOVER holds a final-class passer
      * on the master instead of graduating them unless the status
      * is C.
      ******************************************************************
       01 CREDIT-STATUS-REC.
           05 CS-STUDENT-ID PIC X(9).
           05 CS-AUDIT-DATE PIC X(10).
           05 CS-STATUS PIC X(1).
               88 CS-REQUIREMENTS-MET VALUE "C".
               88 CS-ON-TRACK VALUE "T".
               88 CS-OFF-TRACK VALUE "O".
               88 CS-FINAL-SHORT VALUE "S".
           05 CS-EARNED-TOTAL PIC 9(3).
           05 CS-REQUIRED-TOTAL PIC 9(3).
           05 CS-SHORT-AREAS PIC X(18).
           05 FILLER PIC X(4).
