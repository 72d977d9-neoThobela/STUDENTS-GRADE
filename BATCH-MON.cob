      ******************************************************************
      * Author:
      * Date:
      * Purpose: Batch operations monitor. Reads the shared run log
      *          (runlog.txt) against the batch schedule (BATCHSCH,
      *          batchsched.txt) for MONITOR-DATE - the run date when
      *          unset - and reports, per scheduled program, any
      *          program due that day with no START record, any START
      *          without a matching END, and any END with a status
      *          other than OK. Each OK run that day is also judged
      *          against the program's trailing average over its last
      *          MONITOR-TRAIL-RUNS OK runs before that date (default
      *          10, at most 30; at least 3 needed): a run of no size,
      *          or more than MONITOR-SWING-FACTOR (default 3) times
      *          the usual size, an activity count of zero on a
      *          normal-sized day, or a reject count more than the
      *          factor times usual, is flagged. Programs on the log
      *          for the day but not on the schedule are listed for
      *          information. The run ends with return code 8 when
      *          anything is flagged, so the scheduler can page the
      *          on-call analyst.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-MON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-FILE ASSIGN TO 'batchsched.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCHEDULE-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO 'runlog.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT MONITOR-REPORT-FILE ASSIGN TO MONRPT
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD SCHEDULE-FILE.
       COPY BATCHSCH.

       FD RUN-LOG-FILE.
       COPY RUNLOG.

       FD MONITOR-REPORT-FILE.
       01 MONITOR-REPORT-REC PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-SCHEDULE-STATUS PIC XX.
       01 WS-RUNLOG-STATUS PIC XX.

       01 WS-MON-DATE-NAME PIC X(12) VALUE "MONITOR-DATE".
       01 WS-MON-DATE PIC X(10) VALUE SPACES.
       01 WS-TRAIL-NAME PIC X(18) VALUE "MONITOR-TRAIL-RUNS".
       01 WS-TRAIL-IN PIC X(3) VALUE SPACES.
       01 WS-TRAIL-RUNS PIC 9(3) VALUE 10.
       01 WS-TRAIL-MAX PIC 9(3) VALUE 30.
       01 WS-FACTOR-NAME PIC X(20) VALUE "MONITOR-SWING-FACTOR".
       01 WS-FACTOR-IN PIC X(3) VALUE SPACES.
       01 WS-SWING-FACTOR PIC 9(3) VALUE 3.
       01 WS-MIN-HISTORY PIC 9(3) VALUE 3.

       01 WS-EDIT-DATE-8.
           05 WS-EDIT-YYYY PIC 9(4).
           05 WS-EDIT-MM PIC 9(2).
           05 WS-EDIT-DD PIC 9(2).
       01 WS-EDIT-DATE-N REDEFINES WS-EDIT-DATE-8 PIC 9(8).

       01 WS-DAY-INT PIC 9(7).
       01 WS-WEEK-QUOT PIC 9(7).
       01 WS-WEEKDAY PIC 9(1).
       01 WS-DAY-SUB PIC 9(1).
       01 WS-DAY-NAMES PIC X(21) VALUE "SUNMONTUEWEDTHUFRISAT".
       01 WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
           05 WS-DAY-NAME PIC X(3) OCCURS 7 TIMES.

       01 WS-READ-SW PIC X VALUE "N".
           88 WS-NO-MORE-RECS VALUE "Y".

       01 WS-RUNLOG-OPEN-SW PIC X VALUE "N".
           88 WS-RUNLOG-OPEN VALUE "Y".

       01 WS-FOUND-SW PIC X VALUE "N".
           88 WS-FOUND VALUE "Y".
           88 WS-NOT-FOUND VALUE "N".

       01 WS-SIZE-SW PIC X VALUE "N".
           88 WS-HAS-SIZE VALUE "Y".

       01 WS-NORMAL-SW PIC X VALUE "N".
           88 WS-NORMAL-DAY VALUE "Y".

       01 WS-PG-MAX PIC 9(2) VALUE 50.
       01 WS-PG-COUNT PIC 9(2) VALUE ZERO.
       01 WS-PG-SUB PIC 9(2).
       01 WS-PG-DROPPED PIC 9(5) VALUE ZERO.
       01 WS-PG-TABLE.
           05 WS-PG-ENTRY OCCURS 50 TIMES.
               10 WS-PG-NAME PIC X(8).
               10 WS-PG-DESC PIC X(30).
               10 WS-PG-DAYS PIC X(7).
               10 WS-PG-ROLES.
                   15 WS-PG-ROLE PIC X(1) OCCURS 4 TIMES.
               10 WS-PG-LABELS.
                   15 WS-PG-LABEL PIC X(10) OCCURS 4 TIMES.
               10 WS-PG-STARTS PIC 9(3).
               10 WS-PG-ENDS PIC 9(3).
               10 WS-PG-HIST-COUNT PIC 9(7).
               10 WS-PG-HIST-RUN OCCURS 30 TIMES.
                   15 WS-PG-HIST-VAL PIC 9(7) OCCURS 4 TIMES.

       01 WS-TD-MAX PIC 9(3) VALUE 200.
       01 WS-TD-COUNT PIC 9(3) VALUE ZERO.
       01 WS-TD-SUB PIC 9(3).
       01 WS-TD-DROPPED PIC 9(5) VALUE ZERO.
       01 WS-TD-TABLE.
           05 WS-TD-ENTRY OCCURS 200 TIMES.
               10 WS-TD-PG PIC 9(2).
               10 WS-TD-STATUS PIC X(12).
               10 WS-TD-VAL PIC 9(7) OCCURS 4 TIMES.

       01 WS-UN-MAX PIC 9(2) VALUE 20.
       01 WS-UN-COUNT PIC 9(2) VALUE ZERO.
       01 WS-UN-SUB PIC 9(2).
       01 WS-UN-TABLE.
           05 WS-UN-ENTRY OCCURS 20 TIMES.
               10 WS-UN-NAME PIC X(8).
               10 WS-UN-RECS PIC 9(3).

       01 WS-FL-MAX PIC 9(2) VALUE 20.
       01 WS-FL-COUNT PIC 9(2) VALUE ZERO.
       01 WS-FL-SUB PIC 9(2).
       01 WS-FL-TABLE.
           05 WS-FL-TEXT PIC X(100) OCCURS 20 TIMES.
       01 WS-FLAG-WORK PIC X(100).

       01 WS-CNT-SUB PIC 9(1).
       01 WS-RUN-SUB PIC 9(2).
       01 WS-SLOT PIC 9(2).
       01 WS-SLOT-QUOT PIC 9(7).
       01 WS-HIST-USED PIC 9(3).
       01 WS-SUM-TABLE.
           05 WS-SUM PIC 9(9) OCCURS 4 TIMES.
       01 WS-AVG-TABLE.
           05 WS-AVG PIC 9(7)V99 OCCURS 4 TIMES.
       01 WS-RUN-SIZE PIC 9(9).
       01 WS-AVG-SIZE PIC 9(9)V99.
       01 WS-LIMIT PIC 9(9)V99.
       01 WS-THIS-COUNT PIC 9(7).

       01 WS-LAST-STATUS PIC X(12).
       01 WS-LAST-TABLE.
           05 WS-LAST-VAL PIC 9(7) OCCURS 4 TIMES.

       01 WS-NUM-EDIT PIC Z(8)9.
       01 WS-AVG-EDIT PIC Z(8)9.9.
       01 WS-FACTOR-EDIT PIC ZZ9.
       01 WS-ENDS-EDIT PIC ZZ9.

       01 WS-LOG-RECS PIC 9(7) VALUE ZERO.
       01 WS-LOG-BAD PIC 9(7) VALUE ZERO.
       01 WS-DUE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-RAN-COUNT PIC 9(3) VALUE ZERO.
       01 WS-FLAGGED-COUNT PIC 9(3) VALUE ZERO.
       01 WS-FLAG-TOTAL PIC 9(5) VALUE ZERO.

       01 WS-RUN-DATE-8.
           05 WS-RUN-YYYY-IN PIC 9(4).
           05 WS-RUN-MM-IN PIC 9(2).
           05 WS-RUN-DD-IN PIC 9(2).
       01 WS-RUN-DATE-FMT.
           05 WS-RUN-YYYY PIC 9(4).
           05 FILLER PIC X VALUE "-".
           05 WS-RUN-MM PIC 9(2).
           05 FILLER PIC X VALUE "-".
           05 WS-RUN-DD PIC 9(2).

       01 WS-PAGE-NUMBER PIC 9(3) VALUE ZERO.
       01 WS-LINE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 50.
       01 WS-SAVE-REPORT-REC PIC X(132).

       01 WS-TITLE-LINE.
           05 FILLER PIC X(26) VALUE "BATCH OPERATIONS MONITOR".
           05 FILLER PIC X(6) VALUE "DATE: ".
           05 TL-MON-DATE PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 TL-DAY PIC X(3).
           05 FILLER PIC X(17) VALUE "  TRAILING RUNS: ".
           05 TL-TRAIL PIC ZZ9.
           05 FILLER PIC X(16) VALUE "  SWING FACTOR: ".
           05 TL-FACTOR PIC ZZ9.
           05 FILLER PIC X(47) VALUE SPACES.

       01 WS-RUN-INFO-LINE.
           05 FILLER PIC X(10) VALUE "RUN DATE: ".
           05 RI-RUN-DATE PIC X(10).
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "PAGE: ".
           05 RI-PAGE PIC ZZ9.
           05 FILLER PIC X(93) VALUE SPACES.

       01 WS-COLUMN-HEADING-LINE.
           05 FILLER PIC X(10) VALUE "PROGRAM".
           05 FILLER PIC X(31) VALUE "DESCRIPTION".
           05 FILLER PIC X(5) VALUE "DUE".
           05 FILLER PIC X(5) VALUE "STR".
           05 FILLER PIC X(5) VALUE "END".
           05 FILLER PIC X(13) VALUE "LAST STATUS".
           05 FILLER PIC X(41) VALUE
               "  COUNT-1   COUNT-2   COUNT-3   COUNT-4".
           05 FILLER PIC X(22) VALUE "RESULT".

       01 WS-PROGRAM-LINE.
           05 PL-PROGRAM PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PL-DESC PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 PL-DUE PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PL-STARTS PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PL-ENDS PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PL-STATUS PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 PL-COUNT-CELL OCCURS 4 TIMES.
               10 PL-COUNT PIC Z(8)9.
               10 FILLER PIC X VALUE SPACE.
           05 FILLER PIC X VALUE SPACE.
           05 PL-RESULT PIC X(8).
           05 FILLER PIC X(14) VALUE SPACES.

       01 WS-LABEL-LINE.
           05 FILLER PIC X(69) VALUE SPACES.
           05 LB-LABEL-CELL OCCURS 4 TIMES.
               10 LB-LABEL PIC X(10).
           05 FILLER PIC X(23) VALUE SPACES.

       01 WS-AVERAGE-LINE.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "TRAILING AVERAGE OF ".
           05 AL-RUNS PIC ZZ9.
           05 FILLER PIC X(5) VALUE " RUNS".
           05 FILLER PIC X(31) VALUE SPACES.
           05 AL-AVG-CELL OCCURS 4 TIMES.
               10 AL-AVG PIC Z(8)9.
               10 FILLER PIC X VALUE SPACE.
           05 FILLER PIC X(23) VALUE SPACES.

       01 WS-SHORT-HISTORY-LINE.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "TRAILING HISTORY OF ".
           05 SH-RUNS PIC ZZ9.
           05 FILLER PIC X(36) VALUE
               " RUNS - TOO SHORT FOR SWING CHECKS".
           05 FILLER PIC X(63) VALUE SPACES.

       01 WS-FLAG-LINE.
           05 FILLER PIC X(10) VALUE "    ***   ".
           05 FG-TEXT PIC X(100).
           05 FILLER PIC X(22) VALUE SPACES.

       01 WS-UNSCHEDULED-LINE.
           05 FILLER PIC X(28) VALUE "ON RUN LOG, NOT SCHEDULED: ".
           05 UL-PROGRAM PIC X(8).
           05 FILLER PIC X(10) VALUE "  RECORDS ".
           05 UL-RECS PIC ZZ9.
           05 FILLER PIC X(83) VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER PIC X(20) VALUE "PROGRAMS SCHEDULED: ".
           05 SL-SCHEDULED PIC ZZ9.
           05 FILLER PIC X(13) VALUE "  DUE TODAY: ".
           05 SL-DUE PIC ZZ9.
           05 FILLER PIC X(7) VALUE "  RAN: ".
           05 SL-RAN PIC ZZ9.
           05 FILLER PIC X(20) VALUE "  PROGRAMS FLAGGED: ".
           05 SL-FLAGGED PIC ZZ9.
           05 FILLER PIC X(9) VALUE "  FLAGS: ".
           05 SL-FLAGS PIC ZZZZ9.
           05 FILLER PIC X(46) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-GET-RUN-DATE
           PERFORM 0060-GET-MONITOR-DATE
           PERFORM 0070-GET-LIMITS
           PERFORM 0100-OPEN-FILES
           PERFORM 1000-LOAD-SCHEDULE
           IF WS-RUNLOG-OPEN
               PERFORM 1500-READ-RUN-LOG
           END-IF
           PERFORM 2000-CHECK-PROGRAM
               VARYING WS-PG-SUB FROM 1 BY 1
               UNTIL WS-PG-SUB > WS-PG-COUNT
           PERFORM 2900-LIST-UNSCHEDULED
               VARYING WS-UN-SUB FROM 1 BY 1
               UNTIL WS-UN-SUB > WS-UN-COUNT
           PERFORM 2950-WRITE-SUMMARY
           PERFORM 0900-CLOSE-FILES
           DISPLAY "BATCH-MON COMPLETE - DATE " WS-MON-DATE
               " SCHEDULED: " WS-PG-COUNT
               " DUE: " WS-DUE-COUNT
               " RAN: " WS-RAN-COUNT
           DISPLAY "PROGRAMS FLAGGED: " WS-FLAGGED-COUNT
               " FLAGS: " WS-FLAG-TOTAL
               " RUN LOG RECORDS: " WS-LOG-RECS
           IF WS-FLAG-TOTAL > 0
               DISPLAY "*** BATCH EXCEPTIONS FLAGGED - SEE MONRPT ***"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-LOG-BAD > 0
               DISPLAY "WARNING - UNREADABLE RUN LOG RECORDS SKIPPED: "
                   WS-LOG-BAD
           END-IF
           IF WS-PG-DROPPED > 0
               DISPLAY "WARNING - SCHEDULE ENTRIES BEYOND TABLE LIMIT: "
                   WS-PG-DROPPED " - NOT MONITORED"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-TD-DROPPED > 0
               DISPLAY "WARNING - END RECORDS BEYOND TABLE LIMIT: "
                   WS-TD-DROPPED " - NOT CHECKED"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       0050-GET-RUN-DATE.
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD
           MOVE WS-RUN-YYYY-IN TO WS-RUN-YYYY
           MOVE WS-RUN-MM-IN TO WS-RUN-MM
           MOVE WS-RUN-DD-IN TO WS-RUN-DD.

       0060-GET-MONITOR-DATE.
           ACCEPT WS-MON-DATE FROM ENVIRONMENT WS-MON-DATE-NAME
           IF WS-MON-DATE = SPACES
               MOVE WS-RUN-DATE-FMT TO WS-MON-DATE
           END-IF
           IF WS-MON-DATE (1:4) IS NOT NUMERIC
               OR WS-MON-DATE (5:1) NOT = "-"
               OR WS-MON-DATE (6:2) IS NOT NUMERIC
               OR WS-MON-DATE (8:1) NOT = "-"
               OR WS-MON-DATE (9:2) IS NOT NUMERIC
               DISPLAY "MONITOR-DATE " WS-MON-DATE
                   " NOT YYYY-MM-DD - MONITOR NOT RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-MON-DATE (1:4) TO WS-EDIT-YYYY
           MOVE WS-MON-DATE (6:2) TO WS-EDIT-MM
           MOVE WS-MON-DATE (9:2) TO WS-EDIT-DD
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-EDIT-DATE-N) NOT = 0
               DISPLAY "MONITOR-DATE " WS-MON-DATE
                   " NOT A CALENDAR DATE - MONITOR NOT RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-EDIT-DATE-N)
           DIVIDE WS-DAY-INT BY 7 GIVING WS-WEEK-QUOT
               REMAINDER WS-WEEKDAY
           COMPUTE WS-DAY-SUB = WS-WEEKDAY + 1.

       0070-GET-LIMITS.
           ACCEPT WS-TRAIL-IN FROM ENVIRONMENT WS-TRAIL-NAME
           IF WS-TRAIL-IN NOT = SPACES
               IF WS-TRAIL-IN IS NUMERIC
                   MOVE WS-TRAIL-IN TO WS-TRAIL-RUNS
               ELSE
                   DISPLAY "MONITOR-TRAIL-RUNS NOT NUMERIC "
                       "(ZERO-PAD TO 3 DIGITS) - USING "
                       WS-TRAIL-RUNS
               END-IF
           END-IF
           IF WS-TRAIL-RUNS > WS-TRAIL-MAX
               DISPLAY "MONITOR-TRAIL-RUNS " WS-TRAIL-RUNS
                   " OVER TABLE LIMIT - USING " WS-TRAIL-MAX
               MOVE WS-TRAIL-MAX TO WS-TRAIL-RUNS
           END-IF
           IF WS-TRAIL-RUNS < WS-MIN-HISTORY
               DISPLAY "MONITOR-TRAIL-RUNS " WS-TRAIL-RUNS
                   " UNDER MINIMUM HISTORY - USING " WS-MIN-HISTORY
               MOVE WS-MIN-HISTORY TO WS-TRAIL-RUNS
           END-IF
           ACCEPT WS-FACTOR-IN FROM ENVIRONMENT WS-FACTOR-NAME
           IF WS-FACTOR-IN NOT = SPACES
               IF WS-FACTOR-IN IS NUMERIC
                   MOVE WS-FACTOR-IN TO WS-SWING-FACTOR
               ELSE
                   DISPLAY "MONITOR-SWING-FACTOR NOT NUMERIC "
                       "(ZERO-PAD TO 3 DIGITS) - USING "
                       WS-SWING-FACTOR
               END-IF
           END-IF
           IF WS-SWING-FACTOR < 2
               DISPLAY "MONITOR-SWING-FACTOR " WS-SWING-FACTOR
                   " TOO SMALL - USING 002"
               MOVE 2 TO WS-SWING-FACTOR
           END-IF
           MOVE WS-SWING-FACTOR TO WS-FACTOR-EDIT.

       0100-OPEN-FILES.
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS NOT = "00"
               DISPLAY "BATCH SCHEDULE OPEN FAILED, STATUS = "
                   WS-SCHEDULE-STATUS
               DISPLAY "OPERATOR: RERUN BATCHMON ONCE THE BATCH "
                   "SCHEDULE IS AVAILABLE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT RUN-LOG-FILE
           IF WS-RUNLOG-STATUS = "00"
               SET WS-RUNLOG-OPEN TO TRUE
           ELSE
               DISPLAY "RUN LOG OPEN FAILED, STATUS = "
                   WS-RUNLOG-STATUS
                   " - EVERY PROGRAM DUE WILL SHOW AS NEVER RUN"
           END-IF
           OPEN OUTPUT MONITOR-REPORT-FILE
           MOVE WS-MON-DATE TO TL-MON-DATE
           MOVE WS-DAY-NAME (WS-DAY-SUB) TO TL-DAY
           MOVE WS-TRAIL-RUNS TO TL-TRAIL
           MOVE WS-SWING-FACTOR TO TL-FACTOR
           PERFORM 2600-WRITE-PAGE-HEADERS.

       0900-CLOSE-FILES.
           IF WS-RUNLOG-OPEN
               CLOSE RUN-LOG-FILE
           END-IF
           CLOSE MONITOR-REPORT-FILE.

       1000-LOAD-SCHEDULE.
           MOVE "N" TO WS-READ-SW
           PERFORM UNTIL WS-NO-MORE-RECS
               READ SCHEDULE-FILE
                   AT END
                       SET WS-NO-MORE-RECS TO TRUE
                   NOT AT END
                       PERFORM 1010-STORE-SCHEDULE
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE.

       1010-STORE-SCHEDULE.
           IF BS-PROGRAM = SPACES OR BS-PROGRAM (1:1) = "*"
               CONTINUE
           ELSE
               IF WS-PG-COUNT < WS-PG-MAX
                   ADD 1 TO WS-PG-COUNT
                   INITIALIZE WS-PG-ENTRY (WS-PG-COUNT)
                   MOVE BS-PROGRAM TO WS-PG-NAME (WS-PG-COUNT)
                   MOVE BS-DESCRIPTION TO WS-PG-DESC (WS-PG-COUNT)
                   MOVE BS-RUN-DAYS TO WS-PG-DAYS (WS-PG-COUNT)
                   MOVE BS-COUNT-ROLES TO WS-PG-ROLES (WS-PG-COUNT)
                   MOVE BS-COUNT-LABELS TO WS-PG-LABELS (WS-PG-COUNT)
               ELSE
                   ADD 1 TO WS-PG-DROPPED
               END-IF
           END-IF.

       1500-READ-RUN-LOG.
           MOVE "N" TO WS-READ-SW
           PERFORM UNTIL WS-NO-MORE-RECS
               READ RUN-LOG-FILE
                   AT END
                       SET WS-NO-MORE-RECS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LOG-RECS
                       PERFORM 1510-POST-LOG-RECORD
               END-READ
           END-PERFORM.

       1510-POST-LOG-RECORD.
           IF RL-DATE > WS-MON-DATE
               CONTINUE
           ELSE
               IF RL-EVENT = "END"
                   AND (RL-COUNT-1 IS NOT NUMERIC
                     OR RL-COUNT-2 IS NOT NUMERIC
                     OR RL-COUNT-3 IS NOT NUMERIC
                     OR RL-COUNT-4 IS NOT NUMERIC)
                   ADD 1 TO WS-LOG-BAD
               ELSE
                   PERFORM 1520-FIND-PROGRAM
                   EVALUATE TRUE
                       WHEN WS-NOT-FOUND
                           IF RL-DATE = WS-MON-DATE
                               PERFORM 1530-NOTE-UNSCHEDULED
                           END-IF
                       WHEN RL-DATE = WS-MON-DATE
                           PERFORM 1540-POST-TODAY
                       WHEN RL-EVENT = "END" AND RL-STATUS = "OK"
                           PERFORM 1560-STORE-HISTORY
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

       1520-FIND-PROGRAM.
           SET WS-NOT-FOUND TO TRUE
           PERFORM VARYING WS-PG-SUB FROM 1 BY 1
               UNTIL WS-PG-SUB > WS-PG-COUNT OR WS-FOUND
               IF WS-PG-NAME (WS-PG-SUB) = RL-PROGRAM
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FOUND
               SUBTRACT 1 FROM WS-PG-SUB
           END-IF.

       1530-NOTE-UNSCHEDULED.
           PERFORM VARYING WS-UN-SUB FROM 1 BY 1
               UNTIL WS-UN-SUB > WS-UN-COUNT
                  OR WS-UN-NAME (WS-UN-SUB) = RL-PROGRAM
               CONTINUE
           END-PERFORM
           IF WS-UN-SUB > WS-UN-COUNT
               IF WS-UN-COUNT < WS-UN-MAX
                   ADD 1 TO WS-UN-COUNT
                   MOVE WS-UN-COUNT TO WS-UN-SUB
                   MOVE RL-PROGRAM TO WS-UN-NAME (WS-UN-SUB)
                   MOVE ZERO TO WS-UN-RECS (WS-UN-SUB)
               END-IF
           END-IF
           IF WS-UN-SUB NOT > WS-UN-COUNT
               ADD 1 TO WS-UN-RECS (WS-UN-SUB)
           END-IF.

       1540-POST-TODAY.
           EVALUATE RL-EVENT
               WHEN "START"
                   ADD 1 TO WS-PG-STARTS (WS-PG-SUB)
               WHEN "END"
                   ADD 1 TO WS-PG-ENDS (WS-PG-SUB)
                   IF WS-TD-COUNT < WS-TD-MAX
                       ADD 1 TO WS-TD-COUNT
                       MOVE WS-PG-SUB TO WS-TD-PG (WS-TD-COUNT)
                       MOVE RL-STATUS TO WS-TD-STATUS (WS-TD-COUNT)
                       MOVE RL-COUNT-1 TO WS-TD-VAL (WS-TD-COUNT, 1)
                       MOVE RL-COUNT-2 TO WS-TD-VAL (WS-TD-COUNT, 2)
                       MOVE RL-COUNT-3 TO WS-TD-VAL (WS-TD-COUNT, 3)
                       MOVE RL-COUNT-4 TO WS-TD-VAL (WS-TD-COUNT, 4)
                   ELSE
                       ADD 1 TO WS-TD-DROPPED
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-LOG-BAD
           END-EVALUATE.

       1560-STORE-HISTORY.
           DIVIDE WS-PG-HIST-COUNT (WS-PG-SUB) BY WS-TRAIL-RUNS
               GIVING WS-SLOT-QUOT REMAINDER WS-SLOT
           ADD 1 TO WS-SLOT
           MOVE RL-COUNT-1 TO WS-PG-HIST-VAL (WS-PG-SUB, WS-SLOT, 1)
           MOVE RL-COUNT-2 TO WS-PG-HIST-VAL (WS-PG-SUB, WS-SLOT, 2)
           MOVE RL-COUNT-3 TO WS-PG-HIST-VAL (WS-PG-SUB, WS-SLOT, 3)
           MOVE RL-COUNT-4 TO WS-PG-HIST-VAL (WS-PG-SUB, WS-SLOT, 4)
           ADD 1 TO WS-PG-HIST-COUNT (WS-PG-SUB).

       2000-CHECK-PROGRAM.
           MOVE ZERO TO WS-FL-COUNT
           MOVE SPACES TO WS-LAST-STATUS
           MOVE ZEROS TO WS-LAST-TABLE
           PERFORM 2100-COMPUTE-AVERAGES
           IF WS-PG-DAYS (WS-PG-SUB) (WS-DAY-SUB:1) = "Y"
               ADD 1 TO WS-DUE-COUNT
               MOVE "YES" TO PL-DUE
               IF WS-PG-STARTS (WS-PG-SUB) = 0
                   MOVE "DUE TODAY - NEVER RAN" TO WS-FLAG-WORK
                   PERFORM 2400-ADD-FLAG
               END-IF
           ELSE
               MOVE "NO" TO PL-DUE
           END-IF
           IF WS-PG-STARTS (WS-PG-SUB) > 0
               ADD 1 TO WS-RAN-COUNT
           END-IF
           IF WS-PG-STARTS (WS-PG-SUB) > WS-PG-ENDS (WS-PG-SUB)
               MOVE WS-PG-STARTS (WS-PG-SUB) TO WS-NUM-EDIT
               MOVE WS-PG-ENDS (WS-PG-SUB) TO WS-ENDS-EDIT
               MOVE SPACES TO WS-FLAG-WORK
               STRING "STARTED WITHOUT AN END - "
                   FUNCTION TRIM(WS-NUM-EDIT) " START(S), "
                   FUNCTION TRIM(WS-ENDS-EDIT) " END(S)"
                   DELIMITED BY SIZE INTO WS-FLAG-WORK
               END-STRING
               PERFORM 2400-ADD-FLAG
           END-IF
           PERFORM 2200-CHECK-RUN
               VARYING WS-TD-SUB FROM 1 BY 1
               UNTIL WS-TD-SUB > WS-TD-COUNT
           PERFORM 2500-WRITE-PROGRAM
           IF WS-FL-COUNT > 0
               ADD 1 TO WS-FLAGGED-COUNT
               ADD WS-FL-COUNT TO WS-FLAG-TOTAL
           END-IF.

       2100-COMPUTE-AVERAGES.
           IF WS-PG-HIST-COUNT (WS-PG-SUB) > WS-TRAIL-RUNS
               MOVE WS-TRAIL-RUNS TO WS-HIST-USED
           ELSE
               MOVE WS-PG-HIST-COUNT (WS-PG-SUB) TO WS-HIST-USED
           END-IF
           MOVE ZEROS TO WS-SUM-TABLE
           MOVE ZEROS TO WS-AVG-TABLE
           PERFORM 2110-SUM-RUN
               VARYING WS-RUN-SUB FROM 1 BY 1
               UNTIL WS-RUN-SUB > WS-HIST-USED
           IF WS-HIST-USED > 0
               PERFORM 2120-AVERAGE-COUNT
                   VARYING WS-CNT-SUB FROM 1 BY 1
                   UNTIL WS-CNT-SUB > 4
           END-IF.

       2110-SUM-RUN.
           ADD WS-PG-HIST-VAL (WS-PG-SUB, WS-RUN-SUB, 1) TO WS-SUM (1)
           ADD WS-PG-HIST-VAL (WS-PG-SUB, WS-RUN-SUB, 2) TO WS-SUM (2)
           ADD WS-PG-HIST-VAL (WS-PG-SUB, WS-RUN-SUB, 3) TO WS-SUM (3)
           ADD WS-PG-HIST-VAL (WS-PG-SUB, WS-RUN-SUB, 4) TO WS-SUM (4).

       2120-AVERAGE-COUNT.
           COMPUTE WS-AVG (WS-CNT-SUB) ROUNDED =
               WS-SUM (WS-CNT-SUB) / WS-HIST-USED.

       2200-CHECK-RUN.
           IF WS-TD-PG (WS-TD-SUB) = WS-PG-SUB
               MOVE WS-TD-STATUS (WS-TD-SUB) TO WS-LAST-STATUS
               MOVE WS-TD-VAL (WS-TD-SUB, 1) TO WS-LAST-VAL (1)
               MOVE WS-TD-VAL (WS-TD-SUB, 2) TO WS-LAST-VAL (2)
               MOVE WS-TD-VAL (WS-TD-SUB, 3) TO WS-LAST-VAL (3)
               MOVE WS-TD-VAL (WS-TD-SUB, 4) TO WS-LAST-VAL (4)
               IF WS-TD-STATUS (WS-TD-SUB) NOT = "OK"
                   MOVE SPACES TO WS-FLAG-WORK
                   STRING "ENDED WITH STATUS "
                       WS-TD-STATUS (WS-TD-SUB)
                       DELIMITED BY SIZE INTO WS-FLAG-WORK
                   END-STRING
                   PERFORM 2400-ADD-FLAG
               ELSE
                   IF WS-HIST-USED NOT < WS-MIN-HISTORY
                       PERFORM 2300-CHECK-SWINGS
                   END-IF
               END-IF
           END-IF.

       2300-CHECK-SWINGS.
           MOVE ZERO TO WS-RUN-SIZE
           MOVE ZERO TO WS-AVG-SIZE
           MOVE "N" TO WS-SIZE-SW
           MOVE "N" TO WS-NORMAL-SW
           PERFORM 2310-ADD-SIZE
               VARYING WS-CNT-SUB FROM 1 BY 1
               UNTIL WS-CNT-SUB > 4
           IF WS-HAS-SIZE AND WS-AVG-SIZE > 0
               IF WS-RUN-SIZE = 0
                   MOVE WS-AVG-SIZE TO WS-AVG-EDIT
                   MOVE SPACES TO WS-FLAG-WORK
                   STRING "NO VOLUME - TRAILING AVERAGE "
                       FUNCTION TRIM(WS-AVG-EDIT)
                       DELIMITED BY SIZE INTO WS-FLAG-WORK
                   END-STRING
                   PERFORM 2400-ADD-FLAG
               END-IF
               COMPUTE WS-LIMIT = WS-AVG-SIZE * WS-SWING-FACTOR
               IF WS-RUN-SIZE > WS-LIMIT
                   MOVE WS-RUN-SIZE TO WS-NUM-EDIT
                   MOVE WS-AVG-SIZE TO WS-AVG-EDIT
                   MOVE SPACES TO WS-FLAG-WORK
                   STRING "VOLUME " FUNCTION TRIM(WS-NUM-EDIT)
                       " OVER " FUNCTION TRIM(WS-FACTOR-EDIT)
                       " TIMES TRAILING AVERAGE "
                       FUNCTION TRIM(WS-AVG-EDIT)
                       DELIMITED BY SIZE INTO WS-FLAG-WORK
                   END-STRING
                   PERFORM 2400-ADD-FLAG
               END-IF
               COMPUTE WS-LIMIT = WS-RUN-SIZE * 2
               IF WS-RUN-SIZE > 0 AND WS-LIMIT NOT < WS-AVG-SIZE
                   SET WS-NORMAL-DAY TO TRUE
               END-IF
           END-IF
           PERFORM 2320-CHECK-COUNT
               VARYING WS-CNT-SUB FROM 1 BY 1
               UNTIL WS-CNT-SUB > 4.

       2310-ADD-SIZE.
           IF WS-PG-ROLE (WS-PG-SUB, WS-CNT-SUB) = "V" OR "A"
               SET WS-HAS-SIZE TO TRUE
               ADD WS-TD-VAL (WS-TD-SUB, WS-CNT-SUB) TO WS-RUN-SIZE
               ADD WS-AVG (WS-CNT-SUB) TO WS-AVG-SIZE
           END-IF.

       2320-CHECK-COUNT.
           MOVE WS-TD-VAL (WS-TD-SUB, WS-CNT-SUB) TO WS-THIS-COUNT
           EVALUATE WS-PG-ROLE (WS-PG-SUB, WS-CNT-SUB)
               WHEN "A"
                   IF WS-NORMAL-DAY AND WS-THIS-COUNT = 0
                       AND WS-AVG (WS-CNT-SUB) NOT < 1
                       MOVE WS-AVG (WS-CNT-SUB) TO WS-AVG-EDIT
                       MOVE SPACES TO WS-FLAG-WORK
                       STRING "ZERO "
                           FUNCTION TRIM(WS-PG-LABEL
                               (WS-PG-SUB, WS-CNT-SUB))
                           " ON A NORMAL-SIZED DAY - TRAILING AVERAGE "
                           FUNCTION TRIM(WS-AVG-EDIT)
                           DELIMITED BY SIZE INTO WS-FLAG-WORK
                       END-STRING
                       PERFORM 2400-ADD-FLAG
                   END-IF
               WHEN "R"
                   IF WS-AVG (WS-CNT-SUB) < 1
                       MOVE WS-SWING-FACTOR TO WS-LIMIT
                   ELSE
                       COMPUTE WS-LIMIT =
                           WS-AVG (WS-CNT-SUB) * WS-SWING-FACTOR
                   END-IF
                   IF WS-THIS-COUNT > WS-LIMIT
                       MOVE WS-THIS-COUNT TO WS-NUM-EDIT
                       MOVE WS-AVG (WS-CNT-SUB) TO WS-AVG-EDIT
                       MOVE SPACES TO WS-FLAG-WORK
                       STRING FUNCTION TRIM(WS-PG-LABEL
                               (WS-PG-SUB, WS-CNT-SUB))
                           " " FUNCTION TRIM(WS-NUM-EDIT)
                           " OVER " FUNCTION TRIM(WS-FACTOR-EDIT)
                           " TIMES TRAILING AVERAGE "
                           FUNCTION TRIM(WS-AVG-EDIT)
                           DELIMITED BY SIZE INTO WS-FLAG-WORK
                       END-STRING
                       PERFORM 2400-ADD-FLAG
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2400-ADD-FLAG.
           IF WS-FL-COUNT < WS-FL-MAX
               ADD 1 TO WS-FL-COUNT
               MOVE WS-FLAG-WORK TO WS-FL-TEXT (WS-FL-COUNT)
           END-IF.

       2500-WRITE-PROGRAM.
           MOVE WS-PG-NAME (WS-PG-SUB) TO PL-PROGRAM
           MOVE WS-PG-DESC (WS-PG-SUB) TO PL-DESC
           MOVE WS-PG-STARTS (WS-PG-SUB) TO PL-STARTS
           MOVE WS-PG-ENDS (WS-PG-SUB) TO PL-ENDS
           MOVE WS-LAST-STATUS TO PL-STATUS
           PERFORM 2510-MOVE-CELLS
               VARYING WS-CNT-SUB FROM 1 BY 1
               UNTIL WS-CNT-SUB > 4
           EVALUATE TRUE
               WHEN WS-FL-COUNT > 0
                   MOVE "FLAGGED" TO PL-RESULT
               WHEN WS-PG-STARTS (WS-PG-SUB) = 0
                   MOVE "NOT DUE" TO PL-RESULT
               WHEN OTHER
                   MOVE "OK" TO PL-RESULT
           END-EVALUATE
           MOVE WS-PROGRAM-LINE TO MONITOR-REPORT-REC
           PERFORM 2700-EMIT-LINE
           MOVE WS-LABEL-LINE TO MONITOR-REPORT-REC
           PERFORM 2700-EMIT-LINE
           IF WS-HIST-USED NOT < WS-MIN-HISTORY
               MOVE WS-HIST-USED TO AL-RUNS
               MOVE WS-AVERAGE-LINE TO MONITOR-REPORT-REC
           ELSE
               MOVE WS-HIST-USED TO SH-RUNS
               MOVE WS-SHORT-HISTORY-LINE TO MONITOR-REPORT-REC
           END-IF
           PERFORM 2700-EMIT-LINE
           PERFORM 2520-WRITE-FLAG
               VARYING WS-FL-SUB FROM 1 BY 1
               UNTIL WS-FL-SUB > WS-FL-COUNT
           MOVE SPACES TO MONITOR-REPORT-REC
           PERFORM 2700-EMIT-LINE.

       2510-MOVE-CELLS.
           IF WS-LAST-STATUS = SPACES
               MOVE SPACES TO PL-COUNT-CELL (WS-CNT-SUB)
           ELSE
               MOVE WS-LAST-VAL (WS-CNT-SUB) TO PL-COUNT (WS-CNT-SUB)
           END-IF
           MOVE WS-PG-LABEL (WS-PG-SUB, WS-CNT-SUB)
               TO LB-LABEL (WS-CNT-SUB)
           MOVE WS-AVG (WS-CNT-SUB) TO AL-AVG (WS-CNT-SUB).

       2520-WRITE-FLAG.
           MOVE WS-FL-TEXT (WS-FL-SUB) TO FG-TEXT
           MOVE WS-FLAG-LINE TO MONITOR-REPORT-REC
           PERFORM 2700-EMIT-LINE.

       2600-WRITE-PAGE-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-TITLE-LINE TO MONITOR-REPORT-REC
           WRITE MONITOR-REPORT-REC
           MOVE WS-RUN-DATE-FMT TO RI-RUN-DATE
           MOVE WS-PAGE-NUMBER TO RI-PAGE
           MOVE WS-RUN-INFO-LINE TO MONITOR-REPORT-REC
           WRITE MONITOR-REPORT-REC
           MOVE WS-COLUMN-HEADING-LINE TO MONITOR-REPORT-REC
           WRITE MONITOR-REPORT-REC
           MOVE SPACES TO MONITOR-REPORT-REC
           WRITE MONITOR-REPORT-REC
           MOVE 4 TO WS-LINE-COUNT.

       2700-EMIT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               MOVE MONITOR-REPORT-REC TO WS-SAVE-REPORT-REC
               PERFORM 2600-WRITE-PAGE-HEADERS
               MOVE WS-SAVE-REPORT-REC TO MONITOR-REPORT-REC
           END-IF
           WRITE MONITOR-REPORT-REC
           ADD 1 TO WS-LINE-COUNT.

       2900-LIST-UNSCHEDULED.
           MOVE WS-UN-NAME (WS-UN-SUB) TO UL-PROGRAM
           MOVE WS-UN-RECS (WS-UN-SUB) TO UL-RECS
           MOVE WS-UNSCHEDULED-LINE TO MONITOR-REPORT-REC
           PERFORM 2700-EMIT-LINE.

       2950-WRITE-SUMMARY.
           MOVE SPACES TO MONITOR-REPORT-REC
           PERFORM 2700-EMIT-LINE
           MOVE WS-PG-COUNT TO SL-SCHEDULED
           MOVE WS-DUE-COUNT TO SL-DUE
           MOVE WS-RAN-COUNT TO SL-RAN
           MOVE WS-FLAGGED-COUNT TO SL-FLAGGED
           MOVE WS-FLAG-TOTAL TO SL-FLAGS
           MOVE WS-SUMMARY-LINE TO MONITOR-REPORT-REC
           PERFORM 2700-EMIT-LINE.
       END PROGRAM BATCH-MON.
