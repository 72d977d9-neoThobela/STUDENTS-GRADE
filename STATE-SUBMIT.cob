      ******************************************************************
      * Author:
      * Date:
      * Purpose: State end-of-term accountability submission. Builds
      *          the fixed-layout file the state loads (STATESUB)
      *          for STATE-TERM - the CALENDAR term the run date falls
      *          in when unset - straight off the student master,
      *          GRADE-DETAIL, ATTENDANCE and CLASS-MASTER: an H
      *          record with STATE-DISTRICT-CODE, STATE-SCHOOL-CODE
      *          and the term; for each student enrolled in the term
      *          (every active student, and every student withdrawn
      *          on or after the term's first calendar day) an S
      *          record with the enrollment and days present, absent
      *          and tardy, followed by a C record for each of the
      *          term's course grades with its CM-CREDIT-HOURS; and a
      *          T record with the record counts and hash totals of
      *          days, grades and credits. A day counts present when
      *          any class marked the student P or T that day, absent
      *          when every class marked A.
      *          The pre-submission edits run before the file is
      *          written and list on the error report every student
      *          missing a name, class, grade level, guardian or
      *          mailing address (left out of the file), every class
      *          with attendance posted for the term but no grades,
      *          and every grade for a class not on the class master
      *          (left out of the file). The run ends with return
      *          code 4 when anything is listed, so the errors can be
      *          cleared and the file rebuilt before the deadline.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATE-SUBMIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO STUDMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SM-STUDENT-ID
           ALTERNATE RECORD KEY IS SM-STUDENT-NAME WITH DUPLICATES
           ALTERNATE RECORD KEY IS SM-CLASS-CODE WITH DUPLICATES
           FILE STATUS IS WS-MASTER-STATUS.
           SELECT GRADE-DETAIL ASSIGN TO GRADDETL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GD-KEY
           FILE STATUS IS WS-DETAIL-STATUS.
           SELECT ATTENDANCE-FILE ASSIGN TO ATTEND
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AT-KEY
           FILE STATUS IS WS-ATTEND-STATUS.
           SELECT CLASS-MASTER ASSIGN TO CLASMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CM-CLASS-CODE
           FILE STATUS IS WS-CLASS-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO CALENDAR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CA-DATE
           FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT SUBMIT-FILE ASSIGN TO STATESUB
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERROR-REPORT-FILE ASSIGN TO STATEERR
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD STUDENT-MASTER.
       COPY STUDMAST.

       FD GRADE-DETAIL.
       COPY GRADDETL.

       FD ATTENDANCE-FILE.
       COPY ATTDETL.

       FD CLASS-MASTER.
       COPY CLASMAST.

       FD CALENDAR-FILE.
       COPY CALENDAR.

       FD SUBMIT-FILE.
       COPY STATESUB.

       FD ERROR-REPORT-FILE.
       01 ERROR-REPORT-REC PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC XX.
       01 WS-DETAIL-STATUS PIC XX.
       01 WS-ATTEND-STATUS PIC XX.
       01 WS-CLASS-STATUS PIC XX.
       01 WS-CALENDAR-STATUS PIC XX.

       01 WS-DISTRICT-NAME PIC X(19) VALUE "STATE-DISTRICT-CODE".
       01 WS-DISTRICT-CODE PIC X(6) VALUE SPACES.
       01 WS-SCHOOL-NAME PIC X(17) VALUE "STATE-SCHOOL-CODE".
       01 WS-SCHOOL-CODE PIC X(6) VALUE SPACES.
       01 WS-TERM-NAME PIC X(10) VALUE "STATE-TERM".
       01 WS-SUBMIT-TERM PIC X(5) VALUE SPACES.
       01 WS-CALENDAR-TERM PIC X(5) VALUE SPACES.
       01 WS-TERM-START PIC X(10) VALUE SPACES.

       01 WS-CAL-EOF-SW PIC X VALUE "N".
           88 WS-CAL-EOF VALUE "Y".

       01 WS-READ-SW PIC X VALUE "N".
           88 WS-NO-MORE-RECS VALUE "Y".

       01 WS-SCAN-SW PIC X VALUE "N".
           88 WS-SCAN-DONE VALUE "Y".

       01 WS-IN-TERM-SW PIC X VALUE "N".
           88 WS-IN-TERM VALUE "Y".
           88 WS-NOT-IN-TERM VALUE "N".

       01 WS-STUDENT-OK-SW PIC X VALUE "Y".
           88 WS-STUDENT-OK VALUE "Y".
           88 WS-STUDENT-REJECTED VALUE "N".

       01 WS-LIST-SW PIC X VALUE "Y".
           88 WS-LIST-ERRORS VALUE "Y".
           88 WS-NO-LISTING VALUE "N".

       01 WS-CLASS-MAX PIC 9(3) VALUE 500.
       01 WS-CLASS-COUNT PIC 9(3) VALUE ZERO.
       01 WS-CLASS-SUB PIC 9(3).
       01 WS-CLASS-DROPPED PIC 9(5) VALUE ZERO.
       01 WS-CLASS-TABLE.
           05 WS-CLASS-ENTRY OCCURS 500 TIMES.
               10 WS-CT-CODE PIC X(8).
               10 WS-CT-TITLE PIC X(30).
               10 WS-CT-CREDITS PIC 9(2).
               10 WS-CT-GRADES PIC 9(5).
               10 WS-CT-ATTEND PIC 9(7).

       01 WS-DAY-MAX PIC 9(3) VALUE 250.
       01 WS-DAY-COUNT PIC 9(3) VALUE ZERO.
       01 WS-DAY-SUB PIC 9(3).
       01 WS-DAY-DROPPED PIC 9(5) VALUE ZERO.
       01 WS-DAY-TABLE.
           05 WS-DAY-ENTRY OCCURS 250 TIMES.
               10 WS-DY-DATE PIC X(10).
               10 WS-DY-PRESENT-SW PIC X(1).
               10 WS-DY-TARDY-SW PIC X(1).

       01 WS-STU-PRESENT PIC 9(3).
       01 WS-STU-ABSENT PIC 9(3).
       01 WS-STU-TARDY PIC 9(3).

       01 WS-STUDENTS-READ PIC 9(7) VALUE ZERO.
       01 WS-NOT-IN-TERM-COUNT PIC 9(7) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-NO-GRADES-COUNT PIC 9(5) VALUE ZERO.
       01 WS-NO-CLASS-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ERROR-COUNT PIC 9(5) VALUE ZERO.
       01 WS-TERM-GRADES PIC 9(7) VALUE ZERO.
       01 WS-TERM-ATTEND PIC 9(7) VALUE ZERO.

       01 WS-STUDENT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-COURSE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-RECORD-COUNT PIC 9(7) VALUE ZERO.
       01 WS-PRESENT-HASH PIC 9(9) VALUE ZERO.
       01 WS-ABSENT-HASH PIC 9(9) VALUE ZERO.
       01 WS-GRADE-HASH PIC 9(9) VALUE ZERO.
       01 WS-CREDIT-HASH PIC 9(9) VALUE ZERO.

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
           05 FILLER PIC X(38) VALUE
               "STATE SUBMISSION PRE-SUBMISSION EDITS".
           05 FILLER PIC X(6) VALUE "TERM: ".
           05 TL-TERM PIC X(5).
           05 FILLER PIC X(12) VALUE "  DISTRICT: ".
           05 TL-DISTRICT PIC X(6).
           05 FILLER PIC X(10) VALUE "  SCHOOL: ".
           05 TL-SCHOOL PIC X(6).
           05 FILLER PIC X(49) VALUE SPACES.

       01 WS-RUN-INFO-LINE.
           05 FILLER PIC X(10) VALUE "RUN DATE: ".
           05 RI-RUN-DATE PIC X(10).
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "PAGE: ".
           05 RI-PAGE PIC ZZ9.
           05 FILLER PIC X(93) VALUE SPACES.

       01 WS-COLUMN-HEADING-LINE.
           05 FILLER PIC X(8) VALUE "TYPE".
           05 FILLER PIC X(10) VALUE "ID".
           05 FILLER PIC X(51) VALUE "NAME / COURSE TITLE".
           05 FILLER PIC X(9) VALUE "CLASS".
           05 FILLER PIC X(54) VALUE "ERROR".

       01 WS-ERROR-LINE.
           05 EL-TYPE PIC X(7).
           05 FILLER PIC X VALUE SPACE.
           05 EL-ID PIC X(9).
           05 FILLER PIC X VALUE SPACE.
           05 EL-NAME PIC X(50).
           05 FILLER PIC X VALUE SPACE.
           05 EL-CLASS PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 EL-MESSAGE PIC X(40).
           05 FILLER PIC X(14) VALUE SPACES.

       01 WS-NO-ERRORS-LINE.
           05 FILLER PIC X(40) VALUE
               "NO PRE-SUBMISSION ERRORS".
           05 FILLER PIC X(92) VALUE SPACES.

       01 WS-SUMMARY-LINE-1.
           05 FILLER PIC X(19) VALUE "STUDENTS REJECTED: ".
           05 SL-REJECTED PIC ZZZZ9.
           05 FILLER PIC X(27) VALUE
               "  CLASSES WITHOUT GRADES: ".
           05 SL-NO-GRADES PIC ZZZZ9.
           05 FILLER PIC X(33) VALUE
               "  GRADES FOR UNKNOWN CLASSES: ".
           05 SL-NO-CLASS PIC ZZZZ9.
           05 FILLER PIC X(38) VALUE SPACES.

       01 WS-SUMMARY-LINE-2.
           05 FILLER PIC X(19) VALUE "STUDENTS IN FILE:  ".
           05 SL-STUDENTS PIC ZZZZZZ9.
           05 FILLER PIC X(17) VALUE "  COURSE GRADES: ".
           05 SL-COURSES PIC ZZZZZZ9.
           05 FILLER PIC X(11) VALUE "  RECORDS: ".
           05 SL-RECORDS PIC ZZZZZZ9.
           05 FILLER PIC X(64) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-GET-RUN-DATE
           PERFORM 0070-GET-PARAMETERS
           PERFORM 0100-OPEN-FILES
           PERFORM 1000-LOAD-CLASS-TABLE
           PERFORM 1100-COUNT-TERM-GRADES
           PERFORM 1200-COUNT-TERM-ATTENDANCE
           PERFORM 1300-CHECK-CLASS
               VARYING WS-CLASS-SUB FROM 1 BY 1
               UNTIL WS-CLASS-SUB > WS-CLASS-COUNT
           SET WS-LIST-ERRORS TO TRUE
           PERFORM 1400-EDIT-STUDENTS
           PERFORM 2000-WRITE-SUBMISSION
           PERFORM 2900-WRITE-ERROR-SUMMARY
           PERFORM 0900-CLOSE-FILES
           DISPLAY "STATE-SUBMIT COMPLETE - TERM " WS-SUBMIT-TERM
               " STUDENTS: " WS-STUDENT-COUNT
               " COURSE GRADES: " WS-COURSE-COUNT
               " RECORDS: " WS-RECORD-COUNT
           DISPLAY "PRE-SUBMISSION ERRORS: " WS-ERROR-COUNT
               " STUDENTS REJECTED: " WS-REJECT-COUNT
               " CLASSES WITHOUT GRADES: " WS-NO-GRADES-COUNT
               " UNKNOWN CLASSES: " WS-NO-CLASS-COUNT
           DISPLAY "MASTER RECORDS: " WS-STUDENTS-READ
               " NOT ENROLLED IN TERM: " WS-NOT-IN-TERM-COUNT
               " TERM GRADES: " WS-TERM-GRADES
               " TERM ATTENDANCE: " WS-TERM-ATTEND
           IF WS-ERROR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-DAY-DROPPED > 0
               DISPLAY "WARNING - ATTENDANCE DAYS BEYOND TABLE LIMIT: "
                   WS-DAY-DROPPED
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-CLASS-DROPPED > 0
               DISPLAY "WARNING - CLASSES BEYOND TABLE LIMIT: "
                   WS-CLASS-DROPPED " - GRADES FOR THEM LEFT OUT"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       0050-GET-RUN-DATE.
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD
           MOVE WS-RUN-YYYY-IN TO WS-RUN-YYYY
           MOVE WS-RUN-MM-IN TO WS-RUN-MM
           MOVE WS-RUN-DD-IN TO WS-RUN-DD.

       0060-SCAN-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT = "00"
               DISPLAY "CALENDAR OPEN FAILED, STATUS = "
                   WS-CALENDAR-STATUS
               DISPLAY "OPERATOR: RERUN STATESUB ONCE THE CALENDAR "
                   "IS AVAILABLE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-CAL-EOF-SW
           PERFORM UNTIL WS-CAL-EOF
               READ CALENDAR-FILE NEXT RECORD
                   AT END
                       SET WS-CAL-EOF TO TRUE
                   NOT AT END
                       PERFORM 0065-CHECK-CALENDAR-DAY
               END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE.

       0065-CHECK-CALENDAR-DAY.
           IF CA-DATE NOT > WS-RUN-DATE-FMT
               MOVE CA-TERM TO WS-CALENDAR-TERM
           END-IF
           IF WS-SUBMIT-TERM NOT = SPACES
               AND CA-TERM = WS-SUBMIT-TERM
               AND WS-TERM-START = SPACES
               MOVE CA-DATE TO WS-TERM-START
           END-IF.

       0070-GET-PARAMETERS.
           ACCEPT WS-DISTRICT-CODE FROM ENVIRONMENT WS-DISTRICT-NAME
           ACCEPT WS-SCHOOL-CODE FROM ENVIRONMENT WS-SCHOOL-NAME
           IF WS-DISTRICT-CODE = SPACES OR WS-SCHOOL-CODE = SPACES
               DISPLAY "STATE-DISTRICT-CODE AND STATE-SCHOOL-CODE "
                   "MUST BOTH BE SET - SUBMISSION REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-SUBMIT-TERM FROM ENVIRONMENT WS-TERM-NAME
           PERFORM 0060-SCAN-CALENDAR
           IF WS-SUBMIT-TERM = SPACES
               MOVE WS-CALENDAR-TERM TO WS-SUBMIT-TERM
               PERFORM 0060-SCAN-CALENDAR
           END-IF
           IF WS-SUBMIT-TERM = SPACES
               DISPLAY "NO STATE-TERM AND NO CALENDAR TERM FOR "
                   WS-RUN-DATE-FMT " - SUBMISSION REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TERM-START = SPACES
               DISPLAY "STATE-TERM " WS-SUBMIT-TERM
                   " HAS NO DAYS ON THE CALENDAR - SUBMISSION REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0100-OPEN-FILES.
           OPEN INPUT STUDENT-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "STUDENT MASTER OPEN FAILED, STATUS = "
                   WS-MASTER-STATUS
               DISPLAY "OPERATOR: RERUN STATESUB ONCE STUDENT "
                   "MASTER IS AVAILABLE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT GRADE-DETAIL
           IF WS-DETAIL-STATUS NOT = "00"
               DISPLAY "GRADE DETAIL OPEN FAILED, STATUS = "
                   WS-DETAIL-STATUS
               DISPLAY "OPERATOR: RERUN STATESUB ONCE GRADE "
                   "DETAIL IS AVAILABLE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ATTENDANCE-FILE
           IF WS-ATTEND-STATUS NOT = "00"
               DISPLAY "ATTENDANCE OPEN FAILED, STATUS = "
                   WS-ATTEND-STATUS
               DISPLAY "OPERATOR: RERUN STATESUB ONCE ATTENDANCE "
                   "IS AVAILABLE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CLASS-MASTER
           IF WS-CLASS-STATUS NOT = "00"
               DISPLAY "CLASS MASTER OPEN FAILED, STATUS = "
                   WS-CLASS-STATUS
               DISPLAY "OPERATOR: RERUN STATESUB ONCE CLASS "
                   "MASTER IS AVAILABLE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ERROR-REPORT-FILE
           MOVE WS-SUBMIT-TERM TO TL-TERM
           MOVE WS-DISTRICT-CODE TO TL-DISTRICT
           MOVE WS-SCHOOL-CODE TO TL-SCHOOL
           PERFORM 2600-WRITE-PAGE-HEADERS.

       0900-CLOSE-FILES.
           CLOSE STUDENT-MASTER
           CLOSE GRADE-DETAIL
           CLOSE ATTENDANCE-FILE
           CLOSE SUBMIT-FILE
           CLOSE ERROR-REPORT-FILE.

       1000-LOAD-CLASS-TABLE.
           MOVE "N" TO WS-READ-SW
           PERFORM UNTIL WS-NO-MORE-RECS
               READ CLASS-MASTER NEXT RECORD
                   AT END
                       SET WS-NO-MORE-RECS TO TRUE
                   NOT AT END
                       PERFORM 1010-STORE-CLASS
               END-READ
           END-PERFORM
           CLOSE CLASS-MASTER.

       1010-STORE-CLASS.
           IF WS-CLASS-COUNT < WS-CLASS-MAX
               ADD 1 TO WS-CLASS-COUNT
               MOVE CM-CLASS-CODE TO WS-CT-CODE (WS-CLASS-COUNT)
               MOVE CM-COURSE-TITLE TO WS-CT-TITLE (WS-CLASS-COUNT)
               IF CM-CREDIT-HOURS IS NUMERIC
                   MOVE CM-CREDIT-HOURS
                       TO WS-CT-CREDITS (WS-CLASS-COUNT)
               ELSE
                   MOVE ZERO TO WS-CT-CREDITS (WS-CLASS-COUNT)
               END-IF
               MOVE ZERO TO WS-CT-GRADES (WS-CLASS-COUNT)
               MOVE ZERO TO WS-CT-ATTEND (WS-CLASS-COUNT)
           ELSE
               ADD 1 TO WS-CLASS-DROPPED
           END-IF.

       1050-FIND-CLASS.
           PERFORM VARYING WS-CLASS-SUB FROM 1 BY 1
               UNTIL WS-CLASS-SUB > WS-CLASS-COUNT
               OR WS-CT-CODE (WS-CLASS-SUB) = GD-SUBJECT-CODE
               CONTINUE
           END-PERFORM.

       1100-COUNT-TERM-GRADES.
           MOVE "N" TO WS-READ-SW
           PERFORM UNTIL WS-NO-MORE-RECS
               READ GRADE-DETAIL NEXT RECORD
                   AT END
                       SET WS-NO-MORE-RECS TO TRUE
                   NOT AT END
                       IF GD-TERM = WS-SUBMIT-TERM
                           PERFORM 1110-COUNT-GRADE
                       END-IF
               END-READ
           END-PERFORM.

       1110-COUNT-GRADE.
           ADD 1 TO WS-TERM-GRADES
           PERFORM 1050-FIND-CLASS
           IF WS-CLASS-SUB > WS-CLASS-COUNT
               ADD 1 TO WS-NO-CLASS-COUNT
               MOVE "GRADE" TO EL-TYPE
               MOVE GD-STUDENT-ID TO EL-ID
               MOVE SPACES TO EL-NAME
               MOVE GD-SUBJECT-CODE TO EL-CLASS
               MOVE "GRADE FOR CLASS NOT ON CLASS MASTER"
                   TO EL-MESSAGE
               PERFORM 2800-WRITE-ERROR-LINE
           ELSE
               ADD 1 TO WS-CT-GRADES (WS-CLASS-SUB)
           END-IF.

       1200-COUNT-TERM-ATTENDANCE.
           MOVE "N" TO WS-READ-SW
           PERFORM UNTIL WS-NO-MORE-RECS
               READ ATTENDANCE-FILE NEXT RECORD
                   AT END
                       SET WS-NO-MORE-RECS TO TRUE
                   NOT AT END
                       IF AT-TERM = WS-SUBMIT-TERM
                           PERFORM 1210-COUNT-ATTENDANCE
                       END-IF
               END-READ
           END-PERFORM.

       1210-COUNT-ATTENDANCE.
           ADD 1 TO WS-TERM-ATTEND
           PERFORM VARYING WS-CLASS-SUB FROM 1 BY 1
               UNTIL WS-CLASS-SUB > WS-CLASS-COUNT
               OR WS-CT-CODE (WS-CLASS-SUB) = AT-CLASS-CODE
               CONTINUE
           END-PERFORM
           IF WS-CLASS-SUB NOT > WS-CLASS-COUNT
               ADD 1 TO WS-CT-ATTEND (WS-CLASS-SUB)
           END-IF.

       1300-CHECK-CLASS.
           IF WS-CT-ATTEND (WS-CLASS-SUB) > 0
               AND WS-CT-GRADES (WS-CLASS-SUB) = 0
               ADD 1 TO WS-NO-GRADES-COUNT
               MOVE "CLASS" TO EL-TYPE
               MOVE SPACES TO EL-ID
               MOVE WS-CT-TITLE (WS-CLASS-SUB) TO EL-NAME
               MOVE WS-CT-CODE (WS-CLASS-SUB) TO EL-CLASS
               MOVE "ATTENDANCE FOR TERM BUT NO GRADES"
                   TO EL-MESSAGE
               PERFORM 2800-WRITE-ERROR-LINE
           END-IF.

       1400-EDIT-STUDENTS.
           MOVE "N" TO WS-READ-SW
           PERFORM UNTIL WS-NO-MORE-RECS
               READ STUDENT-MASTER NEXT RECORD
                   AT END
                       SET WS-NO-MORE-RECS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-STUDENTS-READ
                       PERFORM 1500-SELECT-STUDENT
                       IF WS-IN-TERM
                           PERFORM 1600-EDIT-DEMOGRAPHICS
                           IF WS-STUDENT-REJECTED
                               ADD 1 TO WS-REJECT-COUNT
                           END-IF
                       ELSE
                           ADD 1 TO WS-NOT-IN-TERM-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STUDENT-MASTER.

       1500-SELECT-STUDENT.
           SET WS-NOT-IN-TERM TO TRUE
           EVALUATE TRUE
               WHEN SM-ACTIVE
                   SET WS-IN-TERM TO TRUE
               WHEN SM-WITHDRAWN
                   AND SM-WITHDRAW-DATE NOT < WS-TERM-START
                   SET WS-IN-TERM TO TRUE
           END-EVALUATE.

       1600-EDIT-DEMOGRAPHICS.
           SET WS-STUDENT-OK TO TRUE
           MOVE "STUDENT" TO EL-TYPE
           MOVE SM-STUDENT-ID TO EL-ID
           MOVE SM-STUDENT-NAME TO EL-NAME
           MOVE SM-CLASS-CODE TO EL-CLASS
           IF SM-STUDENT-NAME = SPACES
               MOVE "STUDENT NAME MISSING" TO EL-MESSAGE
               PERFORM 1650-REJECT-STUDENT
           END-IF
           IF SM-CLASS-CODE = SPACES
               MOVE "CLASS CODE MISSING" TO EL-MESSAGE
               PERFORM 1650-REJECT-STUDENT
           END-IF
           IF SM-GRADE IS NOT NUMERIC OR SM-GRADE = ZERO
               MOVE "GRADE LEVEL MISSING" TO EL-MESSAGE
               PERFORM 1650-REJECT-STUDENT
           END-IF
           IF SM-GUARDIAN-NAME = SPACES
               MOVE "GUARDIAN NAME MISSING" TO EL-MESSAGE
               PERFORM 1650-REJECT-STUDENT
           END-IF
           IF SM-MAIL-ADDRESS = SPACES
               MOVE "MAILING ADDRESS MISSING" TO EL-MESSAGE
               PERFORM 1650-REJECT-STUDENT
           END-IF
           IF SM-MAIL-CITY-ST-ZIP = SPACES
               MOVE "MAILING CITY/STATE/ZIP MISSING" TO EL-MESSAGE
               PERFORM 1650-REJECT-STUDENT
           END-IF.

       1650-REJECT-STUDENT.
           SET WS-STUDENT-REJECTED TO TRUE
           IF WS-LIST-ERRORS
               PERFORM 2800-WRITE-ERROR-LINE
           END-IF.

       2000-WRITE-SUBMISSION.
           OPEN OUTPUT SUBMIT-FILE
           MOVE SPACES TO STATE-SUBMIT-REC
           SET SB-HEADER TO TRUE
           MOVE WS-DISTRICT-CODE TO SB-DISTRICT-CODE
           MOVE WS-SCHOOL-CODE TO SB-SCHOOL-CODE
           MOVE WS-SUBMIT-TERM TO SB-TERM
           MOVE WS-RUN-DATE-FMT TO SB-CREATE-DATE
           PERFORM 2500-WRITE-SUBMIT-REC
           SET WS-NO-LISTING TO TRUE
           OPEN INPUT STUDENT-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "STUDENT MASTER REOPEN FAILED, STATUS = "
                   WS-MASTER-STATUS
               DISPLAY "OPERATOR: RERUN STATESUB ONCE STUDENT "
                   "MASTER IS AVAILABLE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-READ-SW
           PERFORM UNTIL WS-NO-MORE-RECS
               READ STUDENT-MASTER NEXT RECORD
                   AT END
                       SET WS-NO-MORE-RECS TO TRUE
                   NOT AT END
                       PERFORM 1500-SELECT-STUDENT
                       IF WS-IN-TERM
                           PERFORM 1600-EDIT-DEMOGRAPHICS
                           IF WS-STUDENT-OK
                               PERFORM 2100-WRITE-STUDENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO STATE-SUBMIT-REC
           SET SB-TRAILER TO TRUE
           MOVE WS-STUDENT-COUNT TO SB-STUDENT-COUNT
           MOVE WS-COURSE-COUNT TO SB-COURSE-COUNT
           ADD 1 TO WS-RECORD-COUNT
           MOVE WS-RECORD-COUNT TO SB-RECORD-COUNT
           MOVE WS-PRESENT-HASH TO SB-PRESENT-HASH
           MOVE WS-ABSENT-HASH TO SB-ABSENT-HASH
           MOVE WS-GRADE-HASH TO SB-GRADE-HASH
           MOVE WS-CREDIT-HASH TO SB-CREDIT-HASH
           WRITE STATE-SUBMIT-REC.

       2100-WRITE-STUDENT.
           PERFORM 2200-COUNT-STUDENT-DAYS
           MOVE SPACES TO STATE-SUBMIT-REC
           SET SB-STUDENT-REC TO TRUE
           MOVE SM-STUDENT-ID TO SB-STUDENT-ID
           MOVE SM-STUDENT-NAME TO SB-STUDENT-NAME
           MOVE SM-CLASS-CODE TO SB-CLASS-CODE
           MOVE SM-GRADE TO SB-GRADE-LEVEL
           IF SM-WITHDRAWN
               MOVE "W" TO SB-ENROLL-STATUS
               MOVE SM-WITHDRAW-DATE TO SB-WITHDRAW-DATE
               MOVE SM-WITHDRAW-REASON TO SB-WITHDRAW-REASON
           ELSE
               MOVE "A" TO SB-ENROLL-STATUS
           END-IF
           MOVE WS-STU-PRESENT TO SB-DAYS-PRESENT
           MOVE WS-STU-ABSENT TO SB-DAYS-ABSENT
           MOVE WS-STU-TARDY TO SB-DAYS-TARDY
           PERFORM 2500-WRITE-SUBMIT-REC
           ADD 1 TO WS-STUDENT-COUNT
           ADD WS-STU-PRESENT TO WS-PRESENT-HASH
           ADD WS-STU-ABSENT TO WS-ABSENT-HASH
           PERFORM 2300-WRITE-COURSES.

       2200-COUNT-STUDENT-DAYS.
           MOVE ZERO TO WS-DAY-COUNT
           MOVE ZERO TO WS-STU-PRESENT
           MOVE ZERO TO WS-STU-ABSENT
           MOVE ZERO TO WS-STU-TARDY
           MOVE "N" TO WS-SCAN-SW
           MOVE SM-STUDENT-ID TO AT-STUDENT-ID
           MOVE LOW-VALUES TO AT-CLASS-CODE
           MOVE LOW-VALUES TO AT-DATE
           START ATTENDANCE-FILE KEY NOT < AT-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL WS-SCAN-DONE
               READ ATTENDANCE-FILE NEXT RECORD
                   AT END
                       SET WS-SCAN-DONE TO TRUE
                   NOT AT END
                       IF AT-STUDENT-ID NOT = SM-STUDENT-ID
                           SET WS-SCAN-DONE TO TRUE
                       ELSE
                           IF AT-TERM = WS-SUBMIT-TERM
                               PERFORM 2210-ADD-ATTENDANCE-DAY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 2220-TOTAL-DAY
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-DAY-COUNT.

       2210-ADD-ATTENDANCE-DAY.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-DAY-COUNT
               OR WS-DY-DATE (WS-DAY-SUB) = AT-DATE
               CONTINUE
           END-PERFORM
           IF WS-DAY-SUB > WS-DAY-COUNT
               IF WS-DAY-COUNT < WS-DAY-MAX
                   ADD 1 TO WS-DAY-COUNT
                   MOVE AT-DATE TO WS-DY-DATE (WS-DAY-COUNT)
                   MOVE "N" TO WS-DY-PRESENT-SW (WS-DAY-COUNT)
                   MOVE "N" TO WS-DY-TARDY-SW (WS-DAY-COUNT)
               ELSE
                   ADD 1 TO WS-DAY-DROPPED
                   DISPLAY "ATTENDANCE DAY NOT COUNTED - TABLE FULL: "
                       AT-STUDENT-ID " " AT-DATE
               END-IF
           END-IF
           IF WS-DAY-SUB NOT > WS-DAY-COUNT
               EVALUATE TRUE
                   WHEN AT-PRESENT
                       MOVE "Y" TO WS-DY-PRESENT-SW (WS-DAY-SUB)
                   WHEN AT-TARDY
                       MOVE "Y" TO WS-DY-PRESENT-SW (WS-DAY-SUB)
                       MOVE "Y" TO WS-DY-TARDY-SW (WS-DAY-SUB)
               END-EVALUATE
           END-IF.

       2220-TOTAL-DAY.
           IF WS-DY-PRESENT-SW (WS-DAY-SUB) = "Y"
               ADD 1 TO WS-STU-PRESENT
           ELSE
               ADD 1 TO WS-STU-ABSENT
           END-IF
           IF WS-DY-TARDY-SW (WS-DAY-SUB) = "Y"
               ADD 1 TO WS-STU-TARDY
           END-IF.

       2300-WRITE-COURSES.
           MOVE "N" TO WS-SCAN-SW
           MOVE SM-STUDENT-ID TO GD-STUDENT-ID
           MOVE LOW-VALUES TO GD-SUBJECT-CODE
           MOVE LOW-VALUES TO GD-TERM
           START GRADE-DETAIL KEY NOT < GD-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL WS-SCAN-DONE
               READ GRADE-DETAIL NEXT RECORD
                   AT END
                       SET WS-SCAN-DONE TO TRUE
                   NOT AT END
                       IF GD-STUDENT-ID NOT = SM-STUDENT-ID
                           SET WS-SCAN-DONE TO TRUE
                       ELSE
                           IF GD-TERM = WS-SUBMIT-TERM
                               PERFORM 2310-WRITE-COURSE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2310-WRITE-COURSE.
           PERFORM 1050-FIND-CLASS
           IF WS-CLASS-SUB NOT > WS-CLASS-COUNT
               MOVE SPACES TO STATE-SUBMIT-REC
               SET SB-COURSE-REC TO TRUE
               MOVE SM-STUDENT-ID TO SB-STUDENT-ID
               MOVE GD-SUBJECT-CODE TO SB-COURSE-CODE
               MOVE WS-CT-TITLE (WS-CLASS-SUB) TO SB-COURSE-TITLE
               MOVE GD-GRADE TO SB-COURSE-GRADE
               MOVE WS-CT-CREDITS (WS-CLASS-SUB) TO SB-CREDIT-HOURS
               PERFORM 2500-WRITE-SUBMIT-REC
               ADD 1 TO WS-COURSE-COUNT
               ADD GD-GRADE TO WS-GRADE-HASH
               ADD WS-CT-CREDITS (WS-CLASS-SUB) TO WS-CREDIT-HASH
           END-IF.

       2500-WRITE-SUBMIT-REC.
           WRITE STATE-SUBMIT-REC
           ADD 1 TO WS-RECORD-COUNT.

       2600-WRITE-PAGE-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-TITLE-LINE TO ERROR-REPORT-REC
           WRITE ERROR-REPORT-REC
           MOVE WS-RUN-DATE-FMT TO RI-RUN-DATE
           MOVE WS-PAGE-NUMBER TO RI-PAGE
           MOVE WS-RUN-INFO-LINE TO ERROR-REPORT-REC
           WRITE ERROR-REPORT-REC
           MOVE WS-COLUMN-HEADING-LINE TO ERROR-REPORT-REC
           WRITE ERROR-REPORT-REC
           MOVE SPACES TO ERROR-REPORT-REC
           WRITE ERROR-REPORT-REC
           MOVE 4 TO WS-LINE-COUNT.

       2700-EMIT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               MOVE ERROR-REPORT-REC TO WS-SAVE-REPORT-REC
               PERFORM 2600-WRITE-PAGE-HEADERS
               MOVE WS-SAVE-REPORT-REC TO ERROR-REPORT-REC
           END-IF
           WRITE ERROR-REPORT-REC
           ADD 1 TO WS-LINE-COUNT.

       2800-WRITE-ERROR-LINE.
           ADD 1 TO WS-ERROR-COUNT
           MOVE WS-ERROR-LINE TO ERROR-REPORT-REC
           PERFORM 2700-EMIT-LINE.

       2900-WRITE-ERROR-SUMMARY.
           IF WS-ERROR-COUNT = 0
               MOVE WS-NO-ERRORS-LINE TO ERROR-REPORT-REC
               PERFORM 2700-EMIT-LINE
           END-IF
           MOVE SPACES TO ERROR-REPORT-REC
           PERFORM 2700-EMIT-LINE
           MOVE WS-REJECT-COUNT TO SL-REJECTED
           MOVE WS-NO-GRADES-COUNT TO SL-NO-GRADES
           MOVE WS-NO-CLASS-COUNT TO SL-NO-CLASS
           MOVE WS-SUMMARY-LINE-1 TO ERROR-REPORT-REC
           PERFORM 2700-EMIT-LINE
           MOVE WS-STUDENT-COUNT TO SL-STUDENTS
           MOVE WS-COURSE-COUNT TO SL-COURSES
           MOVE WS-RECORD-COUNT TO SL-RECORDS
           MOVE WS-SUMMARY-LINE-2 TO ERROR-REPORT-REC
           PERFORM 2700-EMIT-LINE.
       END PROGRAM STATE-SUBMIT.
