      * Date:
      * Purpose: End-of-term close-out. Snapshots every STUDENT-MASTER
      *          record to the term archive stamped with the term from
      *          the ROLLOVER-TERM environment switch (defaulting to
      *          the CALENDAR term the run date falls in, and refused
      *          when it disagrees with that term), then applies
      *          the promotion rules: a passing grade moves the
      *          student to the class's CM-NEXT-CLASS, a failing grade
      *          retains them, and passers of a final class (next
      *          class spaces) move to the graduate file and leave the
      *          master - unless the CREDIT-STATUS record the credit
      *          audit left for them is not complete, in which case
      *          they are held on the master with an exception line
      *          naming the areas still short. Writes the
      *          promotion/retention report for the registrar to
      *          sign off and refreshes the run-control
      *          record so the next grade run stays in balance.
      *          Each promotion and graduation is appended to the
      *          student journal with the master record's before and
      *          after images. Withdrawn students are archived
      *          but neither promoted, retained nor graduated.
      *          START and END records go to the shared run log
      *          (counts are archived, promoted, graduated and update
      *          errors; END status UPD-ERRORS when any update
      *          failed, TERM-REFUSED when the term check refused it).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE IS RANDOM
           RECORD KEY IS CM-CLASS-CODE
           FILE STATUS IS WS-CLASS-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO CALENDAR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CA-DATE
           FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT CREDIT-STATUS ASSIGN TO CREDSTAT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CS-STUDENT-ID
           FILE STATUS IS WS-CREDSTAT-STATUS.
           SELECT TERM-ARCHIVE-FILE ASSIGN TO 'termarch.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCHIVE-STATUS.
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'runctl.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STUDENT-JOURNAL-FILE ASSIGN TO 'studjrnl.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO 'runlog.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.

       FD CLASS-MASTER.
       COPY CLASMAST.

       FD CALENDAR-FILE.
       COPY CALENDAR.

       FD CREDIT-STATUS.
       COPY CREDSTAT.

       FD TERM-ARCHIVE-FILE.
       01 TERM-ARCHIVE-REC.
           05 TA-TERM PIC X(5).
           05 FILLER PIC X.
           05 TA-DATA PIC X(207).

       FD GRADUATE-FILE.
       01 GRADUATE-REC.
       FD RUN-CONTROL-FILE.
       COPY RUNCTL.

       FD STUDENT-JOURNAL-FILE.
       COPY STUDJRNL.

       FD RUN-LOG-FILE.
       COPY RUNLOG.

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC XX.
       01 WS-CLASS-STATUS PIC XX.
       01 WS-ARCHIVE-STATUS PIC XX.
       01 WS-GRADUATE-STATUS PIC XX.
       01 WS-CALENDAR-STATUS PIC XX.
       01 WS-CREDSTAT-STATUS PIC XX.
       01 WS-JOURNAL-STATUS PIC XX.
       01 WS-RUNLOG-STATUS PIC XX.
       01 WS-RUN-STATUS PIC X(12) VALUE "OK".

       01 WS-TERM-NAME PIC X(13) VALUE "ROLLOVER-TERM".
       01 WS-ROLLOVER-TERM PIC X(5).
       01 WS-CALENDAR-TERM PIC X(5) VALUE SPACES.

       01 WS-CAL-EOF-SW PIC X VALUE "N".
           88 WS-CAL-EOF VALUE "Y".

       01 WS-PASS-GRADE PIC 9(3) VALUE 60.

       01 WS-COUNT-SW PIC X VALUE "N".
           88 WS-NO-MORE-MASTER VALUE "Y".

       01 WS-CREDIT-SW PIC X.
           88 WS-CREDITS-COMPLETE VALUE "Y".
           88 WS-CREDITS-SHORT VALUE "N".

       01 WS-HELD-SW PIC X VALUE "N".
           88 WS-STUDENT-HELD VALUE "Y".

       01 WS-CLASS-FOUND-SW PIC X.
           88 WS-CLASS-FOUND VALUE "Y".
           88 WS-CLASS-UNKNOWN VALUE "N".
       01 WS-PROMOTE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-RETAIN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-GRADUATE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-HELD-COUNT PIC 9(5) VALUE ZERO.
       01 WS-UNKNOWN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-WITHDRAWN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-INVALID-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ERROR-COUNT PIC 9(5) VALUE ZERO.
       01 WS-MASTER-COUNT PIC 9(7) VALUE ZERO.
       01 WS-GRADE-TOTAL PIC 9(9) VALUE ZERO.
       01 WS-JOURNAL-COUNT PIC 9(7) VALUE ZERO.
       01 WS-JOURNAL-ACTION PIC X.
       01 WS-JOURNAL-TIME PIC 9(8).
       01 WS-BEFORE-IMAGE PIC X(207).

       01 WS-RUN-DATE-8.
           05 WS-RUN-YYYY-IN PIC 9(4).
           05 RD-ACTION PIC X(25).
           05 FILLER PIC X(11) VALUE SPACES.

       01 WS-REPORT-EXCEPTION-LINE.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(23) VALUE "*** CREDIT AUDIT DATED ".
           05 RX-AUDIT-DATE PIC X(10).
           05 FILLER PIC X(9) VALUE " EARNED: ".
           05 RX-EARNED PIC ZZ9.
           05 FILLER PIC X(4) VALUE " OF ".
           05 RX-REQUIRED PIC ZZ9.
           05 FILLER PIC X(16) VALUE " - SHORT AREAS: ".
           05 RX-SHORT-AREAS PIC X(18).
           05 FILLER PIC X(14) VALUE SPACES.

       01 WS-REPORT-TOTAL-LINE.
           05 TO-LABEL PIC X(25).
           05 TO-COUNT PIC ZZZZZZ9.
           05 FILLER PIC X(78) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-GET-RUN-DATE
           PERFORM 0070-OPEN-RUN-LOG
           PERFORM 0060-GET-CALENDAR-TERM
           ACCEPT WS-ROLLOVER-TERM FROM ENVIRONMENT WS-TERM-NAME
           IF WS-ROLLOVER-TERM = SPACES
               MOVE WS-CALENDAR-TERM TO WS-ROLLOVER-TERM
           END-IF
           IF WS-ROLLOVER-TERM = SPACES
               DISPLAY "ROLLOVER-TERM NOT SET AND NO CALENDAR TERM - "
                   "ROLLOVER REFUSED"
               MOVE "TERM-REFUSED" TO WS-RUN-STATUS
               PERFORM 0850-LOG-END
               CLOSE RUN-LOG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CALENDAR-TERM NOT = SPACES
               AND WS-ROLLOVER-TERM NOT = WS-CALENDAR-TERM
               DISPLAY "ROLLOVER-TERM " WS-ROLLOVER-TERM
                   " DOES NOT MATCH CALENDAR TERM " WS-CALENDAR-TERM
                   " - ROLLOVER REFUSED"
               DISPLAY "OPERATOR: CLEAR ROLLOVER-TERM OR CORRECT THE "
                   "CALENDAR BEFORE RERUNNING TERMROLL"
               MOVE "TERM-REFUSED" TO WS-RUN-STATUS
               PERFORM 0850-LOG-END
               CLOSE RUN-LOG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           END-PERFORM
           PERFORM 2000-WRITE-REPORT-TOTALS
           PERFORM 2500-WRITE-RUN-CONTROL
           IF WS-ERROR-COUNT > 0
               MOVE "UPD-ERRORS" TO WS-RUN-STATUS
           END-IF
           PERFORM 0850-LOG-END
           PERFORM 0900-CLOSE-FILES
           DISPLAY "TERM-ROLLOVER COMPLETE - TERM " WS-ROLLOVER-TERM
               " ARCHIVED: " WS-ARCHIVE-COUNT
               " PROMOTED: " WS-PROMOTE-COUNT
               " RETAINED: " WS-RETAIN-COUNT
               " GRADUATED: " WS-GRADUATE-COUNT
               " HELD FOR CREDITS: " WS-HELD-COUNT
               " CLASS UNKNOWN: " WS-UNKNOWN-COUNT
               " WITHDRAWN: " WS-WITHDRAWN-COUNT
               " INVALID GRADE: " WS-INVALID-COUNT
               " UPDATE ERRORS: " WS-ERROR-COUNT
               " JOURNALED: " WS-JOURNAL-COUNT
           IF WS-ERROR-COUNT > 0
               DISPLAY "OPERATOR: MASTER UPDATE ERRORS ON ROLLOVER - "
                   "REVIEW REPORT BEFORE RERUNNING TERMROLL"
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

       0070-OPEN-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
               CLOSE RUN-LOG-FILE
               OPEN EXTEND RUN-LOG-FILE
           END-IF
           PERFORM 0150-LOG-START.

       0100-OPEN-FILES.
           OPEN I-O STUDENT-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "STUDENT MASTER OPEN FAILED, STATUS = "
                   WS-MASTER-STATUS
               MOVE "OPEN-FAIL" TO WS-RUN-STATUS
               PERFORM 0850-LOG-END
               CLOSE RUN-LOG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CLASS-STATUS NOT = "00"
               DISPLAY "CLASS MASTER OPEN FAILED, STATUS = "
                   WS-CLASS-STATUS
               MOVE "OPEN-FAIL" TO WS-RUN-STATUS
               PERFORM 0850-LOG-END
               CLOSE STUDENT-MASTER
               CLOSE RUN-LOG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CREDIT-STATUS
           IF WS-CREDSTAT-STATUS NOT = "00"
               DISPLAY "CREDIT STATUS OPEN FAILED, STATUS = "
                   WS-CREDSTAT-STATUS
               DISPLAY "RUN CREDIT-AUDIT BEFORE THE ROLLOVER SO "
                   "FINAL-CLASS PASSERS CAN BE CHECKED"
               MOVE "OPEN-FAIL" TO WS-RUN-STATUS
               PERFORM 0850-LOG-END
               CLOSE STUDENT-MASTER
               CLOSE CLASS-MASTER
               CLOSE RUN-LOG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
               CLOSE GRADUATE-FILE
               OPEN EXTEND GRADUATE-FILE
           END-IF
           OPEN EXTEND STUDENT-JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT STUDENT-JOURNAL-FILE
               CLOSE STUDENT-JOURNAL-FILE
               OPEN EXTEND STUDENT-JOURNAL-FILE
           END-IF
           OPEN OUTPUT ROLLOVER-REPORT-FILE
           MOVE WS-ROLLOVER-TERM TO RT-TERM
           MOVE WS-RUN-DATE-FMT TO RT-RUN-DATE
           MOVE SPACES TO ROLLOVER-REPORT-REC
           WRITE ROLLOVER-REPORT-REC.

       0150-LOG-START.
           MOVE SPACES TO RUN-LOG-REC
           MOVE "TERMROLL" TO RL-PROGRAM
           MOVE "START" TO RL-EVENT
           MOVE WS-RUN-DATE-FMT TO RL-DATE
           MOVE ZERO TO RL-COUNT-1
           MOVE ZERO TO RL-COUNT-2
           MOVE ZERO TO RL-COUNT-3
           MOVE ZERO TO RL-COUNT-4
           WRITE RUN-LOG-REC.

       0850-LOG-END.
           MOVE SPACES TO RUN-LOG-REC
           MOVE "TERMROLL" TO RL-PROGRAM
           MOVE "END" TO RL-EVENT
           MOVE WS-RUN-DATE-FMT TO RL-DATE
           MOVE WS-RUN-STATUS TO RL-STATUS
           MOVE WS-ARCHIVE-COUNT TO RL-COUNT-1
           MOVE WS-PROMOTE-COUNT TO RL-COUNT-2
           MOVE WS-GRADUATE-COUNT TO RL-COUNT-3
           MOVE WS-ERROR-COUNT TO RL-COUNT-4
           WRITE RUN-LOG-REC.

       0900-CLOSE-FILES.
           CLOSE STUDENT-MASTER
           CLOSE CLASS-MASTER
           CLOSE CREDIT-STATUS
           CLOSE TERM-ARCHIVE-FILE
           CLOSE GRADUATE-FILE
           CLOSE STUDENT-JOURNAL-FILE
           CLOSE ROLLOVER-REPORT-FILE
           CLOSE RUN-LOG-FILE.

       1000-ROLL-STUDENT.
           MOVE "N" TO WS-HELD-SW
           MOVE STUDENT-MASTER-REC TO WS-BEFORE-IMAGE
           PERFORM 1100-ARCHIVE-STUDENT
           MOVE SM-STUDENT-ID TO RD-ID
           MOVE SM-STUDENT-NAME TO RD-NAME
           MOVE SM-CLASS-CODE TO RD-CLASS
           EVALUATE TRUE
               WHEN SM-WITHDRAWN
                   MOVE ZERO TO RD-GRADE
                   ADD 1 TO WS-WITHDRAWN-COUNT
                   MOVE "WITHDRAWN - NOT ROLLED" TO RD-ACTION
               WHEN SM-GRADE IS NOT NUMERIC
                   MOVE ZERO TO RD-GRADE
                   ADD 1 TO WS-INVALID-COUNT
                   MOVE "INVALID GRADE - RETAINED" TO RD-ACTION
               WHEN OTHER
                   MOVE SM-GRADE TO RD-GRADE
                   IF SM-GRADE < WS-PASS-GRADE
                       ADD 1 TO WS-RETAIN-COUNT
                       MOVE "RETAINED" TO RD-ACTION
                   ELSE
                       PERFORM 1200-LOOK-UP-CLASS
                       IF WS-CLASS-UNKNOWN
                           ADD 1 TO WS-UNKNOWN-COUNT
                           MOVE "CLASS UNKNOWN - RETAINED" TO RD-ACTION
                       ELSE
                           IF CM-NEXT-CLASS = SPACES
                               PERFORM 1250-CHECK-CREDITS
                               IF WS-CREDITS-COMPLETE
                                   PERFORM 1300-GRADUATE-STUDENT
                               ELSE
                                   PERFORM 1350-HOLD-STUDENT
                               END-IF
                           ELSE
                               PERFORM 1400-PROMOTE-STUDENT
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE
           MOVE WS-REPORT-DETAIL-LINE TO ROLLOVER-REPORT-REC
           WRITE ROLLOVER-REPORT-REC
           IF WS-STUDENT-HELD
               MOVE WS-REPORT-EXCEPTION-LINE TO ROLLOVER-REPORT-REC
               WRITE ROLLOVER-REPORT-REC
           END-IF.

       1100-ARCHIVE-STUDENT.
           MOVE WS-ROLLOVER-TERM TO TA-TERM
                   SET WS-CLASS-FOUND TO TRUE
           END-READ.

       1250-CHECK-CREDITS.
           SET WS-CREDITS-SHORT TO TRUE
           MOVE SM-STUDENT-ID TO CS-STUDENT-ID
           READ CREDIT-STATUS
               INVALID KEY
                   MOVE "NOT ON FILE" TO RX-AUDIT-DATE
                   MOVE ZERO TO RX-EARNED
                   MOVE ZERO TO RX-REQUIRED
                   MOVE SPACES TO RX-SHORT-AREAS
               NOT INVALID KEY
                   IF CS-REQUIREMENTS-MET
                       SET WS-CREDITS-COMPLETE TO TRUE
                   END-IF
                   MOVE CS-AUDIT-DATE TO RX-AUDIT-DATE
                   MOVE CS-EARNED-TOTAL TO RX-EARNED
                   MOVE CS-REQUIRED-TOTAL TO RX-REQUIRED
                   MOVE CS-SHORT-AREAS TO RX-SHORT-AREAS
           END-READ.

       1300-GRADUATE-STUDENT.
           MOVE SPACES TO GRADUATE-REC
           MOVE WS-ROLLOVER-TERM TO GR-TERM
                   WRITE GRADUATE-REC
                   ADD 1 TO WS-GRADUATE-COUNT
                   MOVE "GRADUATED" TO RD-ACTION
                   MOVE "D" TO WS-JOURNAL-ACTION
                   PERFORM 1500-WRITE-JOURNAL
           END-DELETE.

       1350-HOLD-STUDENT.
           ADD 1 TO WS-HELD-COUNT
           MOVE "HELD - CREDITS SHORT" TO RD-ACTION
           SET WS-STUDENT-HELD TO TRUE.

       1400-PROMOTE-STUDENT.
           MOVE CM-NEXT-CLASS TO SM-CLASS-CODE
           REWRITE STUDENT-MASTER-REC
                       CM-NEXT-CLASS DELIMITED BY SIZE
                       INTO RD-ACTION
                   END-STRING
                   MOVE "C" TO WS-JOURNAL-ACTION
                   PERFORM 1500-WRITE-JOURNAL
           END-REWRITE.

       1500-WRITE-JOURNAL.
           ACCEPT WS-JOURNAL-TIME FROM TIME
           MOVE SPACES TO STUDENT-JOURNAL-REC
           MOVE WS-RUN-DATE-FMT TO SJ-DATE
           MOVE WS-JOURNAL-TIME TO SJ-TIME
           MOVE "TERMROLL" TO SJ-PROGRAM
           MOVE "TERMROLL" TO SJ-OPERATOR
           MOVE WS-JOURNAL-ACTION TO SJ-ACTION
           MOVE WS-BEFORE-IMAGE (1:9) TO SJ-STUDENT-ID
           MOVE WS-BEFORE-IMAGE TO SJ-BEFORE-IMAGE
           IF NOT SJ-DELETE
               MOVE STUDENT-MASTER-REC TO SJ-AFTER-IMAGE
           END-IF
           WRITE STUDENT-JOURNAL-REC
           ADD 1 TO WS-JOURNAL-COUNT.

       2000-WRITE-REPORT-TOTALS.
           MOVE SPACES TO ROLLOVER-REPORT-REC
           WRITE ROLLOVER-REPORT-REC
           MOVE "STUDENTS ARCHIVED: " TO TO-LABEL
           MOVE WS-ARCHIVE-COUNT TO TO-COUNT
           MOVE WS-REPORT-TOTAL-LINE TO ROLLOVER-REPORT-REC
           WRITE ROLLOVER-REPORT-REC
           MOVE "PROMOTED: " TO TO-LABEL
           MOVE WS-PROMOTE-COUNT TO TO-COUNT
           MOVE WS-REPORT-TOTAL-LINE TO ROLLOVER-REPORT-REC
           WRITE ROLLOVER-REPORT-REC
           MOVE "RETAINED: " TO TO-LABEL
           MOVE WS-RETAIN-COUNT TO TO-COUNT
           MOVE WS-REPORT-TOTAL-LINE TO ROLLOVER-REPORT-REC
           WRITE ROLLOVER-REPORT-REC
           MOVE "GRADUATED: " TO TO-LABEL
           MOVE WS-GRADUATE-COUNT TO TO-COUNT
           MOVE WS-REPORT-TOTAL-LINE TO ROLLOVER-REPORT-REC
           WRITE ROLLOVER-REPORT-REC
           MOVE "HELD - CREDITS SHORT: " TO TO-LABEL
           MOVE WS-HELD-COUNT TO TO-COUNT
           MOVE WS-REPORT-TOTAL-LINE TO ROLLOVER-REPORT-REC
           WRITE ROLLOVER-REPORT-REC
           MOVE "CLASS UNKNOWN: " TO TO-LABEL
           MOVE WS-UNKNOWN-COUNT TO TO-COUNT
           MOVE WS-REPORT-TOTAL-LINE TO ROLLOVER-REPORT-REC
           WRITE ROLLOVER-REPORT-REC
           MOVE "WITHDRAWN - NOT ROLLED: " TO TO-LABEL
           MOVE WS-WITHDRAWN-COUNT TO TO-COUNT
           MOVE WS-REPORT-TOTAL-LINE TO ROLLOVER-REPORT-REC
           WRITE ROLLOVER-REPORT-REC
           MOVE "INVALID GRADE: " TO TO-LABEL
           MOVE WS-INVALID-COUNT TO TO-COUNT
           MOVE WS-REPORT-TOTAL-LINE TO ROLLOVER-REPORT-REC
           WRITE ROLLOVER-REPORT-REC
           MOVE "UPDATE ERRORS: " TO TO-LABEL
           MOVE WS-ERROR-COUNT TO TO-COUNT
           MOVE WS-REPORT-TOTAL-LINE TO ROLLOVER-REPORT-REC
           WRITE ROLLOVER-REPORT-REC.

           MOVE WS-PROMOTE-COUNT TO RC-CHANGE-COUNT
           MOVE WS-GRADUATE-COUNT TO RC-DELETE-COUNT
           MOVE ZERO TO RC-REJECT-COUNT
           MOVE ZERO TO RC-WITHDRAW-COUNT
           MOVE ZERO TO RC-REENROLL-COUNT
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL-FILE.
       END PROGRAM TERM-ROLLOVER.
