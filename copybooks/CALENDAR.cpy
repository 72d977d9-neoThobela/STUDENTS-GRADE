      ******************************************************************
      * CALENDAR - School calendar record layout.
      * One record per school-calendar day, keyed on the date in the
      * same YYYY-MM-DD form the attendance file uses, carrying the
      * term code the day belongs to, whether it is an instructional
      * day, and the holiday or closure reason when it is not.
      * Maintained by CAL-MAINT. ATTEND-MAINT rejects attendance
      * posted on a weekend, a non-instructional day or a day outside
      * the current term; TERM-ROLLOVER, ATTEND-RPT, GPA-REPORT,
      * REPORT-CARD and SCHED-RPT take the term the run date falls in
      * as the default for their term switch.
      ******************************************************************
       01 CALENDAR-REC.
           05 CA-DATE PIC X(10).
           05 CA-TERM PIC X(5).
           05 CA-INSTR-SW PIC X(1).
               88 CA-INSTRUCTIONAL-DAY VALUE "Y".
               88 CA-NO-SCHOOL-DAY VALUE "N".
           05 CA-REASON PIC X(30).
           05 FILLER PIC X(4).
