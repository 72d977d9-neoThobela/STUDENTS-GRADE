      ******************************************************************
      * OPERSEC - Operator security record layout.
      * One record per operator ID, keyed on OS-OPERATOR-ID and kept
      * by OPER-MAINT. Each maintenance program looks the keying
      * operator up here and rejects any transaction code not in
      * that operator's list for the program: STUDENT-MAINT checks
      * OS-STUDENT-CODE, CLASS-MAINT OS-CLASS-CODE, SCALE-MAINT
      * OS-SCALE-CODE and OPER-MAINT itself OS-SECURITY-CODE. A
      * teacher may post (G) or remove (R) subject grades only for
      * the class codes listed in OS-TEACH-CLASS. Batch jobs that
      * generate transactions (LMS-IMPORT, ROSTER-IMPORT,
      * WAITLIST-SEAT) key them under their load-module alias, which
      * is set up here with role B.
      ******************************************************************
       01 OPERATOR-SECURITY-REC.
           05 OS-OPERATOR-ID PIC X(9).
           05 OS-OPERATOR-NAME PIC X(30).
           05 OS-ROLE PIC X(1).
               88 OS-ADMINISTRATOR VALUE "A".
               88 OS-BATCH-JOB VALUE "B".
               88 OS-REGISTRAR VALUE "R".
               88 OS-SUPERVISOR VALUE "S".
               88 OS-TEACHER VALUE "T".
               88 OS-VALID-ROLE VALUE "A" "B" "R" "S" "T".
           05 OS-STATUS PIC X(1).
               88 OS-ACTIVE VALUE "A".
               88 OS-INACTIVE VALUE "I".
           05 OS-STUDENT-CODES.
               10 OS-STUDENT-CODE PIC X(1) OCCURS 10 TIMES.
           05 OS-CLASS-CODES.
               10 OS-CLASS-CODE PIC X(1) OCCURS 3 TIMES.
           05 OS-SCALE-CODES.
               10 OS-SCALE-CODE PIC X(1) OCCURS 3 TIMES.
           05 OS-SECURITY-CODES.
               10 OS-SECURITY-CODE PIC X(1) OCCURS 3 TIMES.
           05 OS-TEACH-CLASSES.
               10 OS-TEACH-CLASS PIC X(8) OCCURS 10 TIMES.
           05 FILLER PIC X(10).
