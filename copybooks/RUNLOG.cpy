      ******************************************************************
      * RUNLOG - Shared run-log record layout.
      * One line per program event. STUDENT-MAINT, SORT-PROGRAM,
      * ATTEND-MAINT, ATTEND-RPT, SCHED-MAINT, TERM-ROLLOVER,
      * LMS-IMPORT, ROSTER-IMPORT, WAITLIST-SEAT and FILE-AUDIT each
      * write a START record when they begin and an END record with
      * their status (OK on a clean run) and counts when they
      * finish, under their load-module name. BATCH-MON reads the log
      * against the batch schedule (BATCHSCH) every morning and
      * flags missing, unfinished and failed runs and counts far off
      * each program's trailing average.
      * RL-COUNT-5 is left blank by programs with only four figures
      * to report; STUDENT-MAINT carries the section seats its
      * withdrawals released there.
      ******************************************************************
       01 RUN-LOG-REC.
           05 RL-PROGRAM PIC X(8).
           05 RL-COUNT-3 PIC 9(7).
           05 FILLER PIC X.
           05 RL-COUNT-4 PIC 9(7).
           05 FILLER PIC X.
           05 RL-COUNT-5 PIC 9(7).
