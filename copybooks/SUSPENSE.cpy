      * than the GRADE-SUSPEND-LIMIT threshold. STUDENT-MAINT holds
      * the grade here instead of applying it and rewrites the file
      * each run as supervisors release (P) or reject (J) entries;
      * SUSP-RPT ages what is still sitting in it. SU-OPERATOR is
      * the operator who keyed the change, who may not approve it.
      ******************************************************************
       01 SUSPENSE-REC.
           05 SU-DATE PIC X(10).
           05 SU-NEW-GRADE PIC 9(3).
           05 FILLER PIC X.
           05 SU-TERM PIC X(5).
           05 FILLER PIC X.
           05 SU-OPERATOR PIC X(9).
