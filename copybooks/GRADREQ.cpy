      ******************************************************************
      * GRADREQ - Graduation requirement record layout.
      * One record per subject area: the area code carried on
      * CM-SUBJECT-AREA, its name, the credits a diploma requires in
      * the area, and the credits a student normally earns in it in
      * one class year (used to judge whether the shortfall can still
      * be made up). Area ** holds the overall credit total; when it
      * is absent the total is the sum of the areas. Maintained by
      * GRADREQ-MAINT; read by CREDIT-AUDIT.
      ******************************************************************
       01 GRAD-REQUIREMENT-REC.
           05 GQ-AREA PIC X(2).
               88 GQ-TOTAL-AREA VALUE "**".
           05 GQ-AREA-NAME PIC X(20).
           05 GQ-REQ-CREDITS PIC 9(3).
           05 GQ-YEAR-CREDITS PIC 9(2).
           05 FILLER PIC X(5).
