      ******************************************************************
      * Author:
      * Date:
      * Purpose: Schedule listings for the term set in the SCHED-TERM
      *          environment switch, or the CALENDAR term the run
      *          date falls in when it is unset. The student
      *          schedule prints one block per student off
      *          STUDENT-SCHEDULE with each
      *          section in period order and its course title and
      *          teacher from CLASS-MASTER. The class list prints one
      *          block per section on CLASS-MASTER with the students
      *          scheduled into it and the count lined up against
      *          CM-ENROLL-CAP, so the office and the teachers work
      *          from the same roster the attendance and grade
      *          postings are checked against.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHED-RPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-SCHEDULE ASSIGN TO STUDSCHD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SS-KEY
           ALTERNATE RECORD KEY IS SS-CLASS-CODE WITH DUPLICATES
           FILE STATUS IS WS-SCHED-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO STUDMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SM-STUDENT-ID
           ALTERNATE RECORD KEY IS SM-STUDENT-NAME WITH DUPLICATES
           ALTERNATE RECORD KEY IS SM-CLASS-CODE WITH DUPLICATES
           FILE STATUS IS WS-MASTER-STATUS.
           SELECT CLASS-MASTER ASSIGN TO CLASMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-CLASS-CODE
           FILE STATUS IS WS-CLASS-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO CALENDAR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CA-DATE
           FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT SCHEDULE-REPORT-FILE ASSIGN TO STUSCHED
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLASS-LIST-FILE ASSIGN TO CLASLIST
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO SORTWORK.

       DATA DIVISION.

       FILE SECTION.
       FD STUDENT-SCHEDULE.
       COPY STUDSCHD.

       FD STUDENT-MASTER.
       COPY STUDMAST.

       FD CLASS-MASTER.
       COPY CLASMAST.

       FD CALENDAR-FILE.
       COPY CALENDAR.

       FD SCHEDULE-REPORT-FILE.
       01 SCHEDULE-REPORT-REC PIC X(100).

       FD CLASS-LIST-FILE.
       01 CLASS-LIST-REC PIC X(100).

       SD SORT-WORK.
       01 SORT-REC.
           05 SORT-ID PIC X(9).
           05 SORT-PERIOD PIC 9(2).
           05 SORT-CLASS PIC X(8).
           05 SORT-TITLE PIC X(30).
           05 SORT-TEACHER PIC X(25).

       WORKING-STORAGE SECTION.
       01 WS-SCHED-STATUS PIC XX.
       01 WS-MASTER-STATUS PIC XX.
       01 WS-CLASS-STATUS PIC XX.
       01 WS-CALENDAR-STATUS PIC XX.

       01 WS-TERM-NAME PIC X(10) VALUE "SCHED-TERM".
       01 WS-SCHED-TERM PIC X(5).
       01 WS-CALENDAR-TERM PIC X(5) VALUE SPACES.

       01 WS-CAL-EOF-SW PIC X VALUE "N".
           88 WS-CAL-EOF VALUE "Y".

       01 WS-SCHED-READ-SW PIC X VALUE "N".
           88 WS-NO-MORE-SCHED VALUE "Y".

       01 WS-CLASS-READ-SW PIC X VALUE "N".
           88 WS-NO-MORE-CLASS VALUE "Y".

       01 WS-RETURN-SW PIC X VALUE "N".
           88 WS-NO-MORE-RECS VALUE "Y".

       01 WS-FIRST-RECORD-SW PIC X VALUE "Y".
           88 WS-FIRST-RECORD VALUE "Y" FALSE "N".

       01 WS-PREV-ID PIC X(9) VALUE SPACES.
       01 WS-STUDENT-SECTIONS PIC 9(3) VALUE ZERO.
       01 WS-STUDENT-TOTAL PIC 9(7) VALUE ZERO.
       01 WS-ENROLLMENT-TOTAL PIC 9(7) VALUE ZERO.
       01 WS-CLASS-TOTAL PIC 9(5) VALUE ZERO.
       01 WS-FULL-TOTAL PIC 9(5) VALUE ZERO.
       01 WS-OVER-TOTAL PIC 9(5) VALUE ZERO.
       01 WS-ENROLLED PIC 9(5).
       01 WS-OVER-BY PIC 9(5).

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

       01 WS-SCHED-TITLE-LINE.
           05 FILLER PIC X(24) VALUE "STUDENT SCHEDULE - TERM ".
           05 ST-TERM PIC X(5).
           05 FILLER PIC X(13) VALUE "   RUN DATE: ".
           05 ST-RUN-DATE PIC X(10).
           05 FILLER PIC X(48) VALUE SPACES.

       01 WS-STUDENT-HEADING-LINE.
           05 FILLER PIC X(9) VALUE "STUDENT: ".
           05 SH-ID PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SH-NAME PIC X(50).
           05 FILLER PIC X(12) VALUE "  HOMEROOM: ".
           05 SH-HOMEROOM PIC X(4).
           05 FILLER PIC X(14) VALUE SPACES.

       01 WS-SECTION-LINE.
           05 FILLER PIC X(8) VALUE "    PER ".
           05 SL-PERIOD PIC Z9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SL-CLASS PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SL-TITLE PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SL-TEACHER PIC X(25).
           05 FILLER PIC X(21) VALUE SPACES.

       01 WS-SECTION-COUNT-LINE.
           05 FILLER PIC X(14) VALUE "    SECTIONS: ".
           05 SC-COUNT PIC ZZ9.
           05 FILLER PIC X(83) VALUE SPACES.

       01 WS-SCHED-TOTAL-LINE.
           05 FILLER PIC X(10) VALUE "STUDENTS: ".
           05 SX-STUDENTS PIC Z(6)9.
           05 FILLER PIC X(24) VALUE "  SECTION ENROLLMENTS: ".
           05 SX-ENROLLMENTS PIC Z(6)9.
           05 FILLER PIC X(52) VALUE SPACES.

       01 WS-LIST-TITLE-LINE.
           05 FILLER PIC X(26) VALUE "SECTION CLASS LIST - TERM ".
           05 LT-TERM PIC X(5).
           05 FILLER PIC X(13) VALUE "   RUN DATE: ".
           05 LT-RUN-DATE PIC X(10).
           05 FILLER PIC X(46) VALUE SPACES.

       01 WS-CLASS-HEADING-LINE.
           05 FILLER PIC X(7) VALUE "CLASS: ".
           05 CH-CLASS PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CH-TITLE PIC X(30).
           05 FILLER PIC X(8) VALUE "  PER   ".
           05 CH-PERIOD PIC Z9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CH-TEACHER PIC X(25).
           05 FILLER PIC X(16) VALUE SPACES.

       01 WS-ROSTER-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RO-SEQ PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RO-ID PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RO-NAME PIC X(50).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RO-HOMEROOM PIC X(4).
           05 FILLER PIC X(24) VALUE SPACES.

       01 WS-CLASS-COUNT-LINE.
           05 FILLER PIC X(13) VALUE "    ENROLLED ".
           05 CC-ENROLLED PIC ZZZZ9.
           05 FILLER PIC X(6) VALUE "  CAP ".
           05 CC-CAP PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CC-STATE PIC X(20).
           05 FILLER PIC X(49) VALUE SPACES.

       01 WS-OVER-STATE.
           05 FILLER PIC X(12) VALUE "OVER CAP BY ".
           05 OS-OVER PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.

       01 WS-LIST-TOTAL-LINE.
           05 FILLER PIC X(9) VALUE "CLASSES: ".
           05 LX-CLASSES PIC ZZZZ9.
           05 FILLER PIC X(8) VALUE "  FULL: ".
           05 LX-FULL PIC ZZZZ9.
           05 FILLER PIC X(12) VALUE "  OVER CAP: ".
           05 LX-OVER PIC ZZZZ9.
           05 FILLER PIC X(56) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-GET-RUN-DATE
           ACCEPT WS-SCHED-TERM FROM ENVIRONMENT WS-TERM-NAME
           IF WS-SCHED-TERM = SPACES
               PERFORM 0060-GET-CALENDAR-TERM
               MOVE WS-CALENDAR-TERM TO WS-SCHED-TERM
           END-IF
           IF WS-SCHED-TERM = SPACES
               DISPLAY "SCHED-TERM NOT SET AND NO CALENDAR TERM - "
                   "SCHEDULES REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0100-OPEN-FILES
           SORT SORT-WORK
               ON ASCENDING KEY SORT-ID
               ON ASCENDING KEY SORT-PERIOD
               ON ASCENDING KEY SORT-CLASS
               INPUT PROCEDURE IS 1000-RELEASE-SECTIONS
               OUTPUT PROCEDURE IS 2000-WRITE-SCHEDULES
           PERFORM 3000-WRITE-CLASS-LISTS
           PERFORM 0900-CLOSE-FILES
           DISPLAY "SCHED-RPT COMPLETE - TERM " WS-SCHED-TERM
               " STUDENTS: " WS-STUDENT-TOTAL
               " ENROLLMENTS: " WS-ENROLLMENT-TOTAL
               " CLASSES: " WS-CLASS-TOTAL
           STOP RUN.

       0050-GET-RUN-DATE.
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD
           MOVE WS-RUN-YYYY-IN TO WS-RUN-YYYY
           MOVE WS-RUN-MM-IN TO WS-RUN-MM
           MOVE WS-RUN-DD-IN TO WS-RUN-DD.

       0060-GET-CALENDAR-TERM.
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT = "00"
               DISPLAY "CALENDAR NOT AVAILABLE, STATUS = "
                   WS-CALENDAR-STATUS " - NO DEFAULT TERM"
           ELSE
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
               CLOSE CALENDAR-FILE
           END-IF.

       0100-OPEN-FILES.
           OPEN INPUT STUDENT-SCHEDULE
           IF WS-SCHED-STATUS NOT = "00"
               DISPLAY "STUDENT SCHEDULE OPEN FAILED, STATUS = "
                   WS-SCHED-STATUS
               DISPLAY "RUN SCHED-MAINT TO BUILD THE SCHEDULE FIRST"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CLASS-MASTER
           IF WS-CLASS-STATUS NOT = "00"
               DISPLAY "CLASS MASTER OPEN FAILED, STATUS = "
                   WS-CLASS-STATUS
               DISPLAY "RUN CLASS-MAINT TO BUILD CLASS MASTER FIRST"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT STUDENT-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "STUDENT MASTER OPEN FAILED, STATUS = "
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SCHEDULE-REPORT-FILE
           MOVE WS-SCHED-TERM TO ST-TERM
           MOVE WS-RUN-DATE-FMT TO ST-RUN-DATE
           MOVE WS-SCHED-TITLE-LINE TO SCHEDULE-REPORT-REC
           WRITE SCHEDULE-REPORT-REC
           MOVE SPACES TO SCHEDULE-REPORT-REC
           WRITE SCHEDULE-REPORT-REC
           OPEN OUTPUT CLASS-LIST-FILE
           MOVE WS-SCHED-TERM TO LT-TERM
           MOVE WS-RUN-DATE-FMT TO LT-RUN-DATE
           MOVE WS-LIST-TITLE-LINE TO CLASS-LIST-REC
           WRITE CLASS-LIST-REC
           MOVE SPACES TO CLASS-LIST-REC
           WRITE CLASS-LIST-REC.

       0900-CLOSE-FILES.
           CLOSE STUDENT-SCHEDULE
           CLOSE STUDENT-MASTER
           CLOSE CLASS-MASTER
           CLOSE SCHEDULE-REPORT-FILE
           CLOSE CLASS-LIST-FILE.

       1000-RELEASE-SECTIONS.
           MOVE LOW-VALUES TO SS-KEY
           START STUDENT-SCHEDULE KEY NOT < SS-KEY
               INVALID KEY
                   SET WS-NO-MORE-SCHED TO TRUE
           END-START
           PERFORM UNTIL WS-NO-MORE-SCHED
               READ STUDENT-SCHEDULE NEXT RECORD
                   AT END
                       SET WS-NO-MORE-SCHED TO TRUE
                   NOT AT END
                       IF SS-TERM = WS-SCHED-TERM
                           PERFORM 1100-RELEASE-SECTION
                       END-IF
               END-READ
           END-PERFORM.

       1100-RELEASE-SECTION.
           MOVE SS-STUDENT-ID TO SORT-ID
           MOVE SS-CLASS-CODE TO SORT-CLASS
           MOVE ZERO TO SORT-PERIOD
           MOVE SS-CLASS-CODE TO CM-CLASS-CODE
           READ CLASS-MASTER
               INVALID KEY
                   MOVE "*** NOT ON CLASS MASTER ***" TO SORT-TITLE
                   MOVE SPACES TO SORT-TEACHER
               NOT INVALID KEY
                   MOVE CM-PERIOD TO SORT-PERIOD
                   MOVE CM-COURSE-TITLE TO SORT-TITLE
                   MOVE CM-TEACHER-NAME TO SORT-TEACHER
           END-READ
           RELEASE SORT-REC.

       2000-WRITE-SCHEDULES.
           PERFORM UNTIL WS-NO-MORE-RECS
               RETURN SORT-WORK
                   AT END
                       SET WS-NO-MORE-RECS TO TRUE
                   NOT AT END
                       PERFORM 2100-WRITE-SECTION-LINE
               END-RETURN
           END-PERFORM
           IF NOT WS-FIRST-RECORD
               PERFORM 2300-END-STUDENT
           END-IF
           MOVE WS-STUDENT-TOTAL TO SX-STUDENTS
           MOVE WS-ENROLLMENT-TOTAL TO SX-ENROLLMENTS
           MOVE WS-SCHED-TOTAL-LINE TO SCHEDULE-REPORT-REC
           WRITE SCHEDULE-REPORT-REC.

       2100-WRITE-SECTION-LINE.
           IF WS-FIRST-RECORD
               SET WS-FIRST-RECORD TO FALSE
               PERFORM 2200-START-STUDENT
           ELSE
               IF SORT-ID NOT = WS-PREV-ID
                   PERFORM 2300-END-STUDENT
                   PERFORM 2200-START-STUDENT
               END-IF
           END-IF
           ADD 1 TO WS-STUDENT-SECTIONS
           ADD 1 TO WS-ENROLLMENT-TOTAL
           MOVE SORT-PERIOD TO SL-PERIOD
           MOVE SORT-CLASS TO SL-CLASS
           MOVE SORT-TITLE TO SL-TITLE
           MOVE SORT-TEACHER TO SL-TEACHER
           MOVE WS-SECTION-LINE TO SCHEDULE-REPORT-REC
           WRITE SCHEDULE-REPORT-REC.

       2200-START-STUDENT.
           MOVE SORT-ID TO WS-PREV-ID
           MOVE ZERO TO WS-STUDENT-SECTIONS
           ADD 1 TO WS-STUDENT-TOTAL
           MOVE SORT-ID TO SH-ID
           MOVE SORT-ID TO SM-STUDENT-ID
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE "*** NOT ON STUDENT MASTER ***" TO SH-NAME
                   MOVE SPACES TO SH-HOMEROOM
               NOT INVALID KEY
                   MOVE SM-STUDENT-NAME TO SH-NAME
                   MOVE SM-HOMEROOM TO SH-HOMEROOM
           END-READ
           MOVE WS-STUDENT-HEADING-LINE TO SCHEDULE-REPORT-REC
           WRITE SCHEDULE-REPORT-REC.

       2300-END-STUDENT.
           MOVE WS-STUDENT-SECTIONS TO SC-COUNT
           MOVE WS-SECTION-COUNT-LINE TO SCHEDULE-REPORT-REC
           WRITE SCHEDULE-REPORT-REC
           MOVE SPACES TO SCHEDULE-REPORT-REC
           WRITE SCHEDULE-REPORT-REC.

       3000-WRITE-CLASS-LISTS.
           MOVE LOW-VALUES TO CM-CLASS-CODE
           START CLASS-MASTER KEY NOT < CM-CLASS-CODE
               INVALID KEY
                   SET WS-NO-MORE-CLASS TO TRUE
           END-START
           PERFORM UNTIL WS-NO-MORE-CLASS
               READ CLASS-MASTER NEXT RECORD
                   AT END
                       SET WS-NO-MORE-CLASS TO TRUE
                   NOT AT END
                       PERFORM 3100-WRITE-CLASS-LIST
               END-READ
           END-PERFORM
           MOVE WS-CLASS-TOTAL TO LX-CLASSES
           MOVE WS-FULL-TOTAL TO LX-FULL
           MOVE WS-OVER-TOTAL TO LX-OVER
           MOVE WS-LIST-TOTAL-LINE TO CLASS-LIST-REC
           WRITE CLASS-LIST-REC.

       3100-WRITE-CLASS-LIST.
           ADD 1 TO WS-CLASS-TOTAL
           MOVE ZERO TO WS-ENROLLED
           MOVE CM-CLASS-CODE TO CH-CLASS
           MOVE CM-COURSE-TITLE TO CH-TITLE
           MOVE CM-PERIOD TO CH-PERIOD
           MOVE CM-TEACHER-NAME TO CH-TEACHER
           MOVE WS-CLASS-HEADING-LINE TO CLASS-LIST-REC
           WRITE CLASS-LIST-REC
           MOVE "N" TO WS-SCHED-READ-SW
           MOVE CM-CLASS-CODE TO SS-CLASS-CODE
           START STUDENT-SCHEDULE KEY = SS-CLASS-CODE
               INVALID KEY
                   SET WS-NO-MORE-SCHED TO TRUE
           END-START
           PERFORM UNTIL WS-NO-MORE-SCHED
               READ STUDENT-SCHEDULE NEXT RECORD
                   AT END
                       SET WS-NO-MORE-SCHED TO TRUE
                   NOT AT END
                       IF SS-CLASS-CODE = CM-CLASS-CODE
                           IF SS-TERM = WS-SCHED-TERM
                               PERFORM 3200-WRITE-ROSTER-LINE
                           END-IF
                       ELSE
                           SET WS-NO-MORE-SCHED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-ENROLLED TO CC-ENROLLED
           MOVE CM-ENROLL-CAP TO CC-CAP
           EVALUATE TRUE
               WHEN CM-ENROLL-CAP = 0
                   MOVE "UNCAPPED" TO CC-STATE
               WHEN WS-ENROLLED > CM-ENROLL-CAP
                   ADD 1 TO WS-OVER-TOTAL
                   COMPUTE WS-OVER-BY = WS-ENROLLED - CM-ENROLL-CAP
                   MOVE WS-OVER-BY TO OS-OVER
                   MOVE WS-OVER-STATE TO CC-STATE
               WHEN WS-ENROLLED = CM-ENROLL-CAP
                   ADD 1 TO WS-FULL-TOTAL
                   MOVE "FULL" TO CC-STATE
               WHEN OTHER
                   MOVE "OPEN SEATS" TO CC-STATE
           END-EVALUATE
           MOVE WS-CLASS-COUNT-LINE TO CLASS-LIST-REC
           WRITE CLASS-LIST-REC
           MOVE SPACES TO CLASS-LIST-REC
           WRITE CLASS-LIST-REC.

       3200-WRITE-ROSTER-LINE.
           ADD 1 TO WS-ENROLLED
           MOVE WS-ENROLLED TO RO-SEQ
           MOVE SS-STUDENT-ID TO RO-ID
           MOVE SS-STUDENT-ID TO SM-STUDENT-ID
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE "*** NOT ON STUDENT MASTER ***" TO RO-NAME
                   MOVE SPACES TO RO-HOMEROOM
               NOT INVALID KEY
                   MOVE SM-STUDENT-NAME TO RO-NAME
                   MOVE SM-HOMEROOM TO RO-HOMEROOM
           END-READ
           MOVE WS-ROSTER-LINE TO CLASS-LIST-REC
           WRITE CLASS-LIST-REC.
       END PROGRAM SCHED-RPT.
