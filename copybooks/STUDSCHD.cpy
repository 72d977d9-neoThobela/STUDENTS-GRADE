      ******************************************************************
      * STUDSCHD - Student schedule record layout.
      * One record per student per section per term - the sections
      * a student actually sits in, as opposed to the single home
      * class carried in SM-CLASS-CODE. Added and dropped by
      * SCHED-MAINT, which checks the section's CM-PERIOD against the
      * student's other sections and its CM-ENROLL-CAP against the
      * count of schedule records for the section and term. Printed
      * by SCHED-RPT; read by ATTEND-MAINT and STUDENT-MAINT (G
      * transactions) so nothing is posted to a section the student
      * is not scheduled into. STUDENT-MAINT also writes it: a
      * withdrawal (D) deletes the student's rows for the current
      * CALENDAR term, and a merge (M) re-keys the retired ID's rows
      * to the survivor.
      ******************************************************************
       01 STUDENT-SCHEDULE-REC.
           05 SS-KEY.
               10 SS-STUDENT-ID PIC X(9).
               10 SS-CLASS-CODE PIC X(8).
               10 SS-TERM PIC X(5).
           05 SS-ADD-DATE PIC X(10).
           05 FILLER PIC X(8).
