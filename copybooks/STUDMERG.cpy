      ******************************************************************
      * STUDMERG - Student merge redirect record layout.
      * One record per student ID retired by an M (merge) transaction
      * in STUDENT-MAINT, naming the surviving ID its grades,
      * attendance, schedule, history, suspense and waitlist records
      * were moved to. STUDENT-MAINT, ATTEND-MAINT, LMS-IMPORT and
      * ROSTER-IMPORT read it so a feed that still sends the old ID
      * is posted to the survivor. A survivor that is later merged
      * itself leaves a chain, which the readers follow to its end.
      ******************************************************************
       01 STUDENT-MERGE-REC.
           05 MG-OLD-ID PIC X(9).
           05 MG-NEW-ID PIC X(9).
           05 MG-MERGE-DATE PIC X(10).
           05 MG-OPERATOR PIC X(9).
           05 MG-OLD-NAME PIC X(50).
           05 FILLER PIC X(13).
