      ******************************************************************
      * STUDJRNL - Student master journal record layout.
      * One record per add (A), rewrite (C) or delete (D) made to
      * STUDENT-MASTER, appended to studjrnl.txt by STUDENT-MAINT,
      * TERM-ROLLOVER and STUDENT-RELOAD with the date and clock time
      * of the change, the program's load-module alias, and the
      * whole master record before and after the change (spaces for
      * the before image of an add and the after image of a delete).
      * A reload writes an R record (master rebuilt) followed by an
      * L record carrying each record it loaded. STUDENT-RELOAD rolls
      * the journal forward over a backup to a chosen point in time;
      * JOURNAL-RPT lists it by student ID. SJ-OPERATOR is the
      * operator who keyed a STUDENT-MAINT transaction.
      ******************************************************************
       01 STUDENT-JOURNAL-REC.
           05 SJ-DATE PIC X(10).
           05 FILLER PIC X.
           05 SJ-TIME PIC 9(8).
           05 FILLER PIC X.
           05 SJ-PROGRAM PIC X(8).
           05 FILLER PIC X.
           05 SJ-ACTION PIC X(1).
               88 SJ-ADD VALUE "A".
               88 SJ-CHANGE VALUE "C".
               88 SJ-DELETE VALUE "D".
               88 SJ-RELOAD VALUE "R".
               88 SJ-LOAD VALUE "L".
           05 FILLER PIC X.
           05 SJ-STUDENT-ID PIC X(9).
           05 FILLER PIC X.
           05 SJ-BEFORE-IMAGE PIC X(207).
           05 FILLER PIC X.
           05 SJ-AFTER-IMAGE PIC X(207).
           05 FILLER PIC X.
           05 SJ-OPERATOR PIC X(9).
