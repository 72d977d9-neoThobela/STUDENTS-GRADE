      *          CLASS-MASTER before it is applied; a repost of the
      *          same student, class and date overwrites the earlier
      *          status so corrections are a resubmit, not a delete.
      *          A posting for a section the student is not scheduled
      *          into for the term on STUDENT-SCHEDULE is rejected.
      *          The date must be an instructional weekday on the
      *          CALENDAR, in the term the run date falls in, and the
      *          term keyed must be the term the calendar carries for
      *          that date. A posting for a student ID retired by a
      *          STUDENT-MAINT merge is posted to the surviving ID
      *          named on STUDENT-MERGE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE IS RANDOM
           RECORD KEY IS CM-CLASS-CODE
           FILE STATUS IS WS-CLASS-STATUS.
           SELECT STUDENT-SCHEDULE ASSIGN TO STUDSCHD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SS-KEY
           ALTERNATE RECORD KEY IS SS-CLASS-CODE WITH DUPLICATES
           FILE STATUS IS WS-SCHED-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO CALENDAR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CA-DATE
           FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT ATTENDANCE-FILE ASSIGN TO ATTEND
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AT-KEY
           FILE STATUS IS WS-ATTEND-STATUS.
           SELECT STUDENT-MERGE-FILE ASSIGN TO STUDMERG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MG-OLD-ID
           FILE STATUS IS WS-MERGE-STATUS.
           SELECT ATTEND-REJECT-FILE ASSIGN TO 'attndrej.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO 'runlog.txt'
       FD CLASS-MASTER.
       COPY CLASMAST.

       FD STUDENT-SCHEDULE.
       COPY STUDSCHD.

       FD CALENDAR-FILE.
       COPY CALENDAR.

       FD ATTENDANCE-FILE.
       COPY ATTDETL.

       FD STUDENT-MERGE-FILE.
       COPY STUDMERG.

       FD ATTEND-REJECT-FILE.
       01 ATTEND-REJECT-REC PIC X(62).

       01 WS-MASTER-STATUS PIC XX.
       01 WS-CLASS-STATUS PIC XX.
       01 WS-ATTEND-STATUS PIC XX.
       01 WS-SCHED-STATUS PIC XX.
       01 WS-CALENDAR-STATUS PIC XX.
       01 WS-RUNLOG-STATUS PIC XX.
       01 WS-MERGE-STATUS PIC XX.
       01 WS-RUN-STATUS PIC X(12) VALUE "OK".

       01 WS-MERGE-OPEN-SW PIC X VALUE "N".
           88 WS-MERGE-OPEN VALUE "Y".

       01 WS-REDIRECT-SW PIC X VALUE "N".
           88 WS-REDIRECT-DONE VALUE "Y".

       01 WS-REDIRECT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-HOP-COUNT PIC 9(2).
       01 WS-HOP-MAX PIC 9(2) VALUE 10.

       01 WS-READ-SW PIC X VALUE "N".
           88 WS-NO-MORE-TRAN VALUE "Y".

           88 WS-TRAN-VALID VALUE "Y".
           88 WS-TRAN-INVALID VALUE "N".

       01 WS-CAL-EOF-SW PIC X VALUE "N".
           88 WS-CAL-EOF VALUE "Y".

       01 WS-CALENDAR-TERM PIC X(5) VALUE SPACES.

       01 WS-REJECT-REASON PIC X(25).
       01 WS-POST-COUNT PIC 9(7) VALUE ZERO.
       01 WS-REPOST-COUNT PIC 9(7) VALUE ZERO.
           05 FILLER PIC X VALUE "-".
           05 WS-RUN-DD PIC 9(2).

       01 WS-ATR-DATE-8.
           05 WS-ATR-YYYY PIC 9(4).
           05 WS-ATR-MM PIC 9(2).
           05 WS-ATR-DD PIC 9(2).
       01 WS-ATR-DATE-N REDEFINES WS-ATR-DATE-8 PIC 9(8).
       01 WS-DAY-INT PIC 9(7).
       01 WS-WEEK-QUOT PIC 9(7).
       01 WS-WEEKDAY PIC 9(1).
           88 WS-WEEKEND-DAY VALUE 0 6.

       01 WS-ATTEND-REJECT-LINE.
           05 AR-STATUS PIC X(1).
           05 FILLER PIC X.
           DISPLAY "ATTEND-MAINT COMPLETE - POSTS: " WS-POST-COUNT
               " REPOSTS: " WS-REPOST-COUNT
               " REJECTS: " WS-REJECT-COUNT
               " REDIRECTED: " WS-REDIRECT-COUNT
           STOP RUN.

       0050-GET-RUN-DATE.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT STUDENT-SCHEDULE
           IF WS-SCHED-STATUS NOT = "00"
               DISPLAY "STUDENT SCHEDULE OPEN FAILED, STATUS = "
                   WS-SCHED-STATUS
               DISPLAY "RUN SCHED-MAINT TO BUILD THE SCHEDULE FIRST"
               DISPLAY "OPERATOR: RERUN ATTMAINT ONCE STUDENT "
                   "SCHEDULE IS AVAILABLE"
               MOVE "OPEN-FAIL" TO WS-RUN-STATUS
               PERFORM 0850-LOG-END
               CLOSE RUN-LOG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT = "00"
               DISPLAY "CALENDAR OPEN FAILED, STATUS = "
                   WS-CALENDAR-STATUS
               DISPLAY "RUN CAL-MAINT TO BUILD THE CALENDAR FIRST"
               DISPLAY "OPERATOR: RERUN ATTMAINT ONCE CALENDAR "
                   "IS AVAILABLE"
               MOVE "OPEN-FAIL" TO WS-RUN-STATUS
               PERFORM 0850-LOG-END
               CLOSE RUN-LOG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0160-GET-CALENDAR-TERM
           OPEN INPUT STUDENT-MERGE-FILE
           IF WS-MERGE-STATUS = "00"
               SET WS-MERGE-OPEN TO TRUE
           END-IF
           OPEN OUTPUT ATTEND-REJECT-FILE
           OPEN I-O ATTENDANCE-FILE
           IF WS-ATTEND-STATUS = "35"
           MOVE ZERO TO RL-COUNT-4
           WRITE RUN-LOG-REC.

       0160-GET-CALENDAR-TERM.
           MOVE LOW-VALUES TO CA-DATE
           START CALENDAR-FILE KEY IS NOT LESS THAN CA-DATE
               INVALID KEY
                   SET WS-CAL-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-CAL-EOF
               READ CALENDAR-FILE NEXT RECORD
                   AT END
                       SET WS-CAL-EOF TO TRUE
                   NOT AT END
                       IF CA-DATE > WS-RUN-DATE-FMT
                           SET WS-CAL-EOF TO TRUE
                       ELSE
                           MOVE CA-TERM TO WS-CALENDAR-TERM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CALENDAR-TERM = SPACES
               DISPLAY "NO CALENDAR TERM ON OR BEFORE " WS-RUN-DATE-FMT
                   " - ALL POSTINGS WILL REJECT"
           ELSE
               DISPLAY "CURRENT TERM FROM CALENDAR: " WS-CALENDAR-TERM
           END-IF.

       0850-LOG-END.
           MOVE SPACES TO RUN-LOG-REC
           MOVE "ATTMAINT" TO RL-PROGRAM
           CLOSE ATTEND-TRAN-FILE
           CLOSE STUDENT-MASTER
           CLOSE CLASS-MASTER
           CLOSE STUDENT-SCHEDULE
           CLOSE CALENDAR-FILE
           CLOSE ATTENDANCE-FILE
           IF WS-MERGE-OPEN
               CLOSE STUDENT-MERGE-FILE
           END-IF
           CLOSE ATTEND-REJECT-FILE
           CLOSE RUN-LOG-FILE.

       1000-APPLY-TRANSACTION.
           SET WS-TRAN-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           IF WS-MERGE-OPEN
               PERFORM 1010-REDIRECT-MERGED-ID
           END-IF
           IF ATR-STATUS NOT = "P" AND ATR-STATUS NOT = "A"
               AND ATR-STATUS NOT = "T"
               SET WS-TRAN-INVALID TO TRUE
                           TO WS-REJECT-REASON
               END-READ
           END-IF
           IF WS-TRAN-VALID
               MOVE ATR-ID TO SS-STUDENT-ID
               MOVE ATR-CLASS TO SS-CLASS-CODE
               MOVE ATR-TERM TO SS-TERM
               READ STUDENT-SCHEDULE
                   INVALID KEY
                       SET WS-TRAN-INVALID TO TRUE
                       MOVE "NOT SCHEDULED IN SECTION"
                           TO WS-REJECT-REASON
               END-READ
           END-IF
           IF WS-TRAN-VALID
               PERFORM 1100-POST-ATTENDANCE
           ELSE
               PERFORM 1400-REJECT-TRANSACTION
           END-IF.

       1010-REDIRECT-MERGED-ID.
           MOVE ZERO TO WS-HOP-COUNT
           MOVE "N" TO WS-REDIRECT-SW
           PERFORM UNTIL WS-REDIRECT-DONE
               MOVE ATR-ID TO MG-OLD-ID
               READ STUDENT-MERGE-FILE
                   INVALID KEY
                       SET WS-REDIRECT-DONE TO TRUE
                   NOT INVALID KEY
                       MOVE MG-NEW-ID TO ATR-ID
                       ADD 1 TO WS-HOP-COUNT
                       IF WS-HOP-COUNT >= WS-HOP-MAX
                           SET WS-REDIRECT-DONE TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HOP-COUNT > 0
               ADD 1 TO WS-REDIRECT-COUNT
           END-IF.

       1050-EDIT-DATE.
           IF ATR-DATE (1:4) IS NOT NUMERIC
               OR ATR-DATE (5:1) NOT = "-"
               OR ATR-DATE (9:2) IS NOT NUMERIC
               SET WS-TRAN-INVALID TO TRUE
               MOVE "BAD DATE - USE YYYY-MM-DD" TO WS-REJECT-REASON
           ELSE
               MOVE ATR-DATE (1:4) TO WS-ATR-YYYY
               MOVE ATR-DATE (6:2) TO WS-ATR-MM
               MOVE ATR-DATE (9:2) TO WS-ATR-DD
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-ATR-DATE-N) NOT = 0
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "NOT A CALENDAR DATE" TO WS-REJECT-REASON
               ELSE
                   PERFORM 1060-CHECK-CALENDAR
               END-IF
           END-IF.

       1060-CHECK-CALENDAR.
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE (WS-ATR-DATE-N)
           DIVIDE WS-DAY-INT BY 7 GIVING WS-WEEK-QUOT
               REMAINDER WS-WEEKDAY
           IF WS-WEEKEND-DAY
               SET WS-TRAN-INVALID TO TRUE
               MOVE "WEEKEND DATE" TO WS-REJECT-REASON
           ELSE
               MOVE ATR-DATE TO CA-DATE
               READ CALENDAR-FILE
                   INVALID KEY
                       SET WS-TRAN-INVALID TO TRUE
                       MOVE "DATE NOT ON CALENDAR" TO WS-REJECT-REASON
               END-READ
           END-IF
           IF WS-TRAN-VALID
               EVALUATE TRUE
                   WHEN NOT CA-INSTRUCTIONAL-DAY
                       SET WS-TRAN-INVALID TO TRUE
                       MOVE "NOT AN INSTRUCTIONAL DAY"
                           TO WS-REJECT-REASON
                   WHEN CA-TERM NOT = WS-CALENDAR-TERM
                       SET WS-TRAN-INVALID TO TRUE
                       MOVE "DATE OUTSIDE CURRENT TERM"
                           TO WS-REJECT-REASON
                   WHEN ATR-TERM NOT = CA-TERM
                       SET WS-TRAN-INVALID TO TRUE
                       MOVE "TERM DOES NOT MATCH DATE"
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.

       1100-POST-ATTENDANCE.
