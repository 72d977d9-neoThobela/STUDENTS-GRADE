      ******************************************************************
      * BATCHSCH - Batch schedule record layout.
      * One line per batch program BATCH-MON watches, keyed by the
      * load-module name the program writes to the run log (RUNLOG).
      * BS-RUN-DAYS holds Y under each day of the week, Sunday first,
      * the program is due to run. BS-COUNT-ROLE says how each of the
      * run log's four END counts is judged against the program's
      * trailing average:
      *   V  volume - part of the run's size; a run with none, or
      *      far more than usual, is flagged
      *   A  activity - part of the run's size, and flagged when it
      *      is zero on an otherwise normal-sized day
      *   R  rejects - flagged when far above the usual count
      *   space - not judged
      * BS-COUNT-LABEL names each count on the monitor report. Lines
      * starting with * are comments.
      ******************************************************************
       01 BATCH-SCHEDULE-REC.
           05 BS-PROGRAM PIC X(8).
           05 FILLER PIC X.
           05 BS-RUN-DAYS PIC X(7).
           05 BS-RUN-DAY-TABLE REDEFINES BS-RUN-DAYS.
               10 BS-RUN-DAY PIC X(1) OCCURS 7 TIMES.
                   88 BS-DUE-DAY VALUE "Y".
           05 FILLER PIC X.
           05 BS-COUNT-ROLES.
               10 BS-COUNT-ROLE PIC X(1) OCCURS 4 TIMES.
                   88 BS-VOLUME-COUNT VALUE "V".
                   88 BS-ACTIVITY-COUNT VALUE "A".
                   88 BS-REJECT-COUNT VALUE "R".
           05 FILLER PIC X.
           05 BS-COUNT-LABELS.
               10 BS-COUNT-LABEL PIC X(10) OCCURS 4 TIMES.
           05 FILLER PIC X.
           05 BS-DESCRIPTION PIC X(30).
