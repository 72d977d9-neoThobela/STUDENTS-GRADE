      ******************************************************************
      * Author:
      * Date:
      * Purpose: Graduation credit audit. For every student on
      *          STUDENT-MASTER, adds up the CM-CREDIT-HOURS of each
      *          GRADE-DETAIL subject passed in any term (a subject
      *          passed in more than one term counts once) by the
      *          class's CM-SUBJECT-AREA, and prints the credits
      *          earned against the GRAD-REQUIREMENTS total for each
      *          area and overall. A student short in an area is off
      *          track when the shortfall is more than the area's
      *          class-year credits times the classes left on the
      *          student's promotion chain; a student in a final
      *          class who is still short is flagged SHORT. The
      *          result is written to CREDIT-STATUS, where
      *          TERM-ROLLOVER looks before it graduates anyone.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT-AUDIT.
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
           SELECT CLASS-MASTER ASSIGN TO CLASMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CM-CLASS-CODE
           FILE STATUS IS WS-CLASS-STATUS.
           SELECT GRAD-REQUIREMENTS ASSIGN TO GRADREQ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS GQ-AREA
           FILE STATUS IS WS-GRADREQ-STATUS.
           SELECT CREDIT-STATUS ASSIGN TO CREDSTAT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CS-STUDENT-ID
           FILE STATUS IS WS-CREDSTAT-STATUS.
           SELECT AUDIT-REPORT-FILE ASSIGN TO CREDRPT
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD STUDENT-MASTER.
       COPY STUDMAST.

       FD GRADE-DETAIL.
       COPY GRADDETL.

       FD CLASS-MASTER.
       COPY CLASMAST.

       FD GRAD-REQUIREMENTS.
       COPY GRADREQ.

       FD CREDIT-STATUS.
       COPY CREDSTAT.

       FD AUDIT-REPORT-FILE.
       01 AUDIT-REPORT-REC PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC XX.
       01 WS-DETAIL-STATUS PIC XX.
       01 WS-CLASS-STATUS PIC XX.
       01 WS-GRADREQ-STATUS PIC XX.
       01 WS-CREDSTAT-STATUS PIC XX.

       01 WS-PASS-GRADE PIC 9(3) VALUE 60.

       01 WS-MASTER-READ-SW PIC X VALUE "N".
           88 WS-NO-MORE-MASTER VALUE "Y".

       01 WS-DETAIL-READ-SW PIC X VALUE "N".
           88 WS-NO-MORE-DETAIL VALUE "Y".

       01 WS-REQ-READ-SW PIC X VALUE "N".
           88 WS-NO-MORE-REQ VALUE "Y".

       01 WS-CHAIN-SW PIC X VALUE "Y".
           88 WS-CHAIN-OK VALUE "Y".
           88 WS-CHAIN-BROKEN VALUE "N".

       01 WS-MET-SW PIC X VALUE "Y".
           88 WS-ALL-MET VALUE "Y".
           88 WS-NOT-ALL-MET VALUE "N".

       01 WS-BEHIND-SW PIC X VALUE "N".
           88 WS-TOO-FAR-BEHIND VALUE "Y".

       01 WS-TOTAL-FOUND-SW PIC X VALUE "N".
           88 WS-TOTAL-ON-FILE VALUE "Y".

       01 WS-REQ-MAX PIC 9(2) VALUE 20.
       01 WS-REQ-COUNT PIC 9(2) VALUE ZERO.
       01 WS-REQ-SUB PIC 9(2).
       01 WS-REQ-TABLE.
           05 WS-REQ-ENTRY OCCURS 20 TIMES.
               10 WS-REQ-AREA PIC X(2).
               10 WS-REQ-NAME PIC X(20).
               10 WS-REQ-CREDITS PIC 9(3).
               10 WS-REQ-YEAR PIC 9(2).
               10 WS-REQ-EARNED PIC 9(3).

       01 WS-TOTAL-NAME PIC X(20) VALUE "TOTAL CREDITS".
       01 WS-TOTAL-REQUIRED PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-YEAR PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-EARNED PIC 9(3) VALUE ZERO.

       01 WS-LAST-CREDITED PIC X(8).
       01 WS-SUBJ-CREDITS PIC 9(2).
       01 WS-CHAIN-CLASS PIC X(8).
       01 WS-CHAIN-MAX PIC 9(2) VALUE 15.
       01 WS-CLASSES-LEFT PIC 9(2).
       01 WS-SHORTFALL PIC 9(3).
       01 WS-CAN-EARN PIC 9(5).
       01 WS-SHORT-AREAS PIC X(18).
       01 WS-SHORT-PTR PIC 9(2).

       01 WS-STUDENT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-COMPLETE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ON-TRACK-COUNT PIC 9(5) VALUE ZERO.
       01 WS-OFF-TRACK-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SHORT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-NOCLASS-COUNT PIC 9(5) VALUE ZERO.

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
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 55.
       01 WS-SAVE-REPORT-REC PIC X(100).

       01 WS-TITLE-LINE.
           05 FILLER PIC X(40) VALUE
               "CREDIT AUDIT - GRADUATION REQUIREMENTS".
           05 FILLER PIC X(10) VALUE "RUN DATE: ".
           05 TL-RUN-DATE PIC X(10).
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "PAGE: ".
           05 TL-PAGE PIC ZZ9.
           05 FILLER PIC X(21) VALUE SPACES.

       01 WS-COLUMN-HEADING-LINE.
           05 FILLER PIC X(10) VALUE "STUDENT ID".
           05 FILLER PIC X(31) VALUE " STUDENT NAME".
           05 FILLER PIC X(9) VALUE " CLASS".
           05 FILLER PIC X(14) VALUE " CLASSES LEFT".
           05 FILLER PIC X(36) VALUE " AUDIT STATUS".

       01 WS-STUDENT-LINE.
           05 SL-ID PIC X(9).
           05 FILLER PIC X VALUE SPACE.
           05 SL-NAME PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 SL-CLASS PIC X(8).
           05 FILLER PIC X(11) VALUE SPACES.
           05 SL-LEFT PIC Z9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SL-STATUS PIC X(30).
           05 FILLER PIC X(6) VALUE SPACES.

       01 WS-AREA-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 AL-AREA PIC X(2).
           05 FILLER PIC X VALUE SPACE.
           05 AL-NAME PIC X(20).
           05 FILLER PIC X(9) VALUE "  EARNED ".
           05 AL-EARNED PIC ZZ9.
           05 FILLER PIC X(11) VALUE "  REQUIRED ".
           05 AL-REQUIRED PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 AL-FLAG PIC X(20).
           05 FILLER PIC X(25) VALUE SPACES.

       01 WS-SHORT-TEXT.
           05 FILLER PIC X(9) VALUE "SHORT BY ".
           05 ST-SHORT PIC ZZ9.

       01 WS-SUMMARY-LINE.
           05 SU-LABEL PIC X(30).
           05 SU-COUNT PIC ZZZZ9.
           05 FILLER PIC X(65) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-GET-RUN-DATE
           PERFORM 0100-OPEN-FILES
           PERFORM 0200-LOAD-REQUIREMENTS
           PERFORM UNTIL WS-NO-MORE-MASTER
               READ STUDENT-MASTER NEXT RECORD
                   AT END
                       SET WS-NO-MORE-MASTER TO TRUE
                   NOT AT END
                       PERFORM 1000-AUDIT-STUDENT
               END-READ
           END-PERFORM
           PERFORM 2000-WRITE-SUMMARY
           PERFORM 0900-CLOSE-FILES
           DISPLAY "CREDIT-AUDIT COMPLETE - STUDENTS: "
               WS-STUDENT-COUNT
               " COMPLETE: " WS-COMPLETE-COUNT
               " ON TRACK: " WS-ON-TRACK-COUNT
               " OFF TRACK: " WS-OFF-TRACK-COUNT
               " SHORT IN FINAL CLASS: " WS-SHORT-COUNT
           IF WS-NOCLASS-COUNT > 0
               DISPLAY "WARNING - PASSED SUBJECTS NOT ON CLASS "
                   "MASTER (NO CREDIT GIVEN): " WS-NOCLASS-COUNT
           END-IF
           STOP RUN.

       0050-GET-RUN-DATE.
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD
           MOVE WS-RUN-YYYY-IN TO WS-RUN-YYYY
           MOVE WS-RUN-MM-IN TO WS-RUN-MM
           MOVE WS-RUN-DD-IN TO WS-RUN-DD.

       0100-OPEN-FILES.
           OPEN INPUT STUDENT-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "STUDENT MASTER OPEN FAILED, STATUS = "
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT GRADE-DETAIL
           IF WS-DETAIL-STATUS NOT = "00"
               DISPLAY "GRADE DETAIL OPEN FAILED, STATUS = "
                   WS-DETAIL-STATUS
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
           OPEN INPUT GRAD-REQUIREMENTS
           IF WS-GRADREQ-STATUS NOT = "00"
               DISPLAY "GRAD REQUIREMENTS OPEN FAILED, STATUS = "
                   WS-GRADREQ-STATUS
               DISPLAY "RUN GRADREQ-MAINT TO BUILD THE REQUIREMENTS "
                   "FIRST"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CREDIT-STATUS
           IF WS-CREDSTAT-STATUS NOT = "00"
               DISPLAY "CREDIT STATUS OPEN FAILED, STATUS = "
                   WS-CREDSTAT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT AUDIT-REPORT-FILE
           PERFORM 2600-WRITE-PAGE-HEADERS.

       0900-CLOSE-FILES.
           CLOSE STUDENT-MASTER
           CLOSE GRADE-DETAIL
           CLOSE CLASS-MASTER
           CLOSE CREDIT-STATUS
           CLOSE AUDIT-REPORT-FILE.

       0200-LOAD-REQUIREMENTS.
           PERFORM UNTIL WS-NO-MORE-REQ
               READ GRAD-REQUIREMENTS NEXT RECORD
                   AT END
                       SET WS-NO-MORE-REQ TO TRUE
                   NOT AT END
                       PERFORM 0250-STORE-REQUIREMENT
               END-READ
           END-PERFORM
           CLOSE GRAD-REQUIREMENTS
           IF NOT WS-TOTAL-ON-FILE
               MOVE ZERO TO WS-TOTAL-REQUIRED
               MOVE ZERO TO WS-TOTAL-YEAR
               PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB > WS-REQ-COUNT
                   ADD WS-REQ-CREDITS (WS-REQ-SUB) TO WS-TOTAL-REQUIRED
                   ADD WS-REQ-YEAR (WS-REQ-SUB) TO WS-TOTAL-YEAR
               END-PERFORM
           END-IF
           IF WS-REQ-COUNT = 0 AND NOT WS-TOTAL-ON-FILE
               DISPLAY "GRAD REQUIREMENTS FILE IS EMPTY - EVERY "
                   "STUDENT WILL AUDIT AS COMPLETE"
           END-IF.

       0250-STORE-REQUIREMENT.
           IF GQ-TOTAL-AREA
               SET WS-TOTAL-ON-FILE TO TRUE
               MOVE GQ-AREA-NAME TO WS-TOTAL-NAME
               MOVE GQ-REQ-CREDITS TO WS-TOTAL-REQUIRED
               MOVE GQ-YEAR-CREDITS TO WS-TOTAL-YEAR
           ELSE
               IF WS-REQ-COUNT >= WS-REQ-MAX
                   DISPLAY "REQUIREMENT AREA PAST TABLE LIMIT - "
                       "IGNORED: " GQ-AREA
               ELSE
                   ADD 1 TO WS-REQ-COUNT
                   MOVE GQ-AREA TO WS-REQ-AREA (WS-REQ-COUNT)
                   MOVE GQ-AREA-NAME TO WS-REQ-NAME (WS-REQ-COUNT)
                   MOVE GQ-REQ-CREDITS TO WS-REQ-CREDITS (WS-REQ-COUNT)
                   MOVE GQ-YEAR-CREDITS TO WS-REQ-YEAR (WS-REQ-COUNT)
               END-IF
           END-IF.

       1000-AUDIT-STUDENT.
           ADD 1 TO WS-STUDENT-COUNT
           MOVE ZERO TO WS-TOTAL-EARNED
           PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB > WS-REQ-COUNT
               MOVE ZERO TO WS-REQ-EARNED (WS-REQ-SUB)
           END-PERFORM
           PERFORM 1100-ADD-EARNED-CREDITS
           PERFORM 1300-COUNT-CLASSES-LEFT
           PERFORM 1400-SET-AUDIT-STATUS
           PERFORM 1500-WRITE-STUDENT-AUDIT
           PERFORM 1600-WRITE-CREDIT-STATUS.

       1100-ADD-EARNED-CREDITS.
           MOVE "N" TO WS-DETAIL-READ-SW
           MOVE SPACES TO WS-LAST-CREDITED
           MOVE SM-STUDENT-ID TO GD-STUDENT-ID
           MOVE LOW-VALUES TO GD-SUBJECT-CODE
           MOVE LOW-VALUES TO GD-TERM
           START GRADE-DETAIL KEY NOT < GD-KEY
               INVALID KEY
                   SET WS-NO-MORE-DETAIL TO TRUE
           END-START
           PERFORM UNTIL WS-NO-MORE-DETAIL
               READ GRADE-DETAIL NEXT RECORD
                   AT END
                       SET WS-NO-MORE-DETAIL TO TRUE
                   NOT AT END
                       IF GD-STUDENT-ID = SM-STUDENT-ID
                           IF GD-GRADE IS NUMERIC
                               AND GD-GRADE >= WS-PASS-GRADE
                               AND GD-SUBJECT-CODE
                                   NOT = WS-LAST-CREDITED
                               PERFORM 1200-CREDIT-SUBJECT
                           END-IF
                       ELSE
                           SET WS-NO-MORE-DETAIL TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       1200-CREDIT-SUBJECT.
           MOVE GD-SUBJECT-CODE TO WS-LAST-CREDITED
           MOVE GD-SUBJECT-CODE TO CM-CLASS-CODE
           READ CLASS-MASTER
               INVALID KEY
                   ADD 1 TO WS-NOCLASS-COUNT
                   MOVE ZERO TO WS-SUBJ-CREDITS
               NOT INVALID KEY
                   IF CM-CREDIT-HOURS IS NUMERIC
                       MOVE CM-CREDIT-HOURS TO WS-SUBJ-CREDITS
                   ELSE
                       MOVE ZERO TO WS-SUBJ-CREDITS
                   END-IF
           END-READ
           IF WS-SUBJ-CREDITS > 0
               ADD WS-SUBJ-CREDITS TO WS-TOTAL-EARNED
               PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB > WS-REQ-COUNT
                   OR WS-REQ-AREA (WS-REQ-SUB) = CM-SUBJECT-AREA
                   CONTINUE
               END-PERFORM
               IF WS-REQ-SUB <= WS-REQ-COUNT
                   ADD WS-SUBJ-CREDITS TO WS-REQ-EARNED (WS-REQ-SUB)
               END-IF
           END-IF.

       1300-COUNT-CLASSES-LEFT.
           MOVE ZERO TO WS-CLASSES-LEFT
           SET WS-CHAIN-OK TO TRUE
           MOVE SM-CLASS-CODE TO WS-CHAIN-CLASS
           PERFORM UNTIL WS-CHAIN-CLASS = SPACES
               OR WS-CLASSES-LEFT >= WS-CHAIN-MAX
               MOVE WS-CHAIN-CLASS TO CM-CLASS-CODE
               READ CLASS-MASTER
                   INVALID KEY
                       SET WS-CHAIN-BROKEN TO TRUE
                       MOVE SPACES TO WS-CHAIN-CLASS
                   NOT INVALID KEY
                       ADD 1 TO WS-CLASSES-LEFT
                       MOVE CM-NEXT-CLASS TO WS-CHAIN-CLASS
               END-READ
           END-PERFORM
           IF WS-CHAIN-CLASS NOT = SPACES
               SET WS-CHAIN-BROKEN TO TRUE
           END-IF.

       1400-SET-AUDIT-STATUS.
           SET WS-ALL-MET TO TRUE
           MOVE "N" TO WS-BEHIND-SW
           MOVE SPACES TO WS-SHORT-AREAS
           MOVE 1 TO WS-SHORT-PTR
           PERFORM 1410-CHECK-AREA
               VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB > WS-REQ-COUNT
           IF WS-TOTAL-EARNED < WS-TOTAL-REQUIRED
               SET WS-NOT-ALL-MET TO TRUE
               COMPUTE WS-SHORTFALL =
                   WS-TOTAL-REQUIRED - WS-TOTAL-EARNED
               COMPUTE WS-CAN-EARN = WS-TOTAL-YEAR * WS-CLASSES-LEFT
               IF WS-TOTAL-YEAR > 0 AND WS-SHORTFALL > WS-CAN-EARN
                   SET WS-TOO-FAR-BEHIND TO TRUE
               END-IF
               IF WS-SHORT-PTR < 18
                   STRING "** " DELIMITED BY SIZE
                       INTO WS-SHORT-AREAS
                       WITH POINTER WS-SHORT-PTR
                   END-STRING
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-ALL-MET
                   SET CS-REQUIREMENTS-MET TO TRUE
                   ADD 1 TO WS-COMPLETE-COUNT
                   MOVE "COMPLETE" TO SL-STATUS
               WHEN WS-CHAIN-BROKEN OR WS-CLASSES-LEFT = 0
                   SET CS-OFF-TRACK TO TRUE
                   ADD 1 TO WS-OFF-TRACK-COUNT
                   MOVE "OFF TRACK - CLASS CHAIN UNKNOWN" TO SL-STATUS
               WHEN WS-CLASSES-LEFT = 1
                   SET CS-FINAL-SHORT TO TRUE
                   ADD 1 TO WS-SHORT-COUNT
                   MOVE "*** SHORT - FINAL CLASS ***" TO SL-STATUS
               WHEN WS-TOO-FAR-BEHIND
                   SET CS-OFF-TRACK TO TRUE
                   ADD 1 TO WS-OFF-TRACK-COUNT
                   MOVE "*** OFF TRACK ***" TO SL-STATUS
               WHEN OTHER
                   SET CS-ON-TRACK TO TRUE
                   ADD 1 TO WS-ON-TRACK-COUNT
                   MOVE "ON TRACK" TO SL-STATUS
           END-EVALUATE.

       1410-CHECK-AREA.
           IF WS-REQ-EARNED (WS-REQ-SUB) < WS-REQ-CREDITS (WS-REQ-SUB)
               SET WS-NOT-ALL-MET TO TRUE
               COMPUTE WS-SHORTFALL = WS-REQ-CREDITS (WS-REQ-SUB)
                   - WS-REQ-EARNED (WS-REQ-SUB)
               COMPUTE WS-CAN-EARN =
                   WS-REQ-YEAR (WS-REQ-SUB) * WS-CLASSES-LEFT
               IF WS-REQ-YEAR (WS-REQ-SUB) > 0
                   AND WS-SHORTFALL > WS-CAN-EARN
                   SET WS-TOO-FAR-BEHIND TO TRUE
               END-IF
               IF WS-SHORT-PTR < 18
                   STRING WS-REQ-AREA (WS-REQ-SUB) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       INTO WS-SHORT-AREAS
                       WITH POINTER WS-SHORT-PTR
                   END-STRING
               END-IF
           END-IF.

       1500-WRITE-STUDENT-AUDIT.
           MOVE SM-STUDENT-ID TO SL-ID
           MOVE SM-STUDENT-NAME TO SL-NAME
           MOVE SM-CLASS-CODE TO SL-CLASS
           MOVE WS-CLASSES-LEFT TO SL-LEFT
           MOVE WS-STUDENT-LINE TO AUDIT-REPORT-REC
           PERFORM 2700-EMIT-LINE
           PERFORM 1510-WRITE-AREA-LINE
               VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB > WS-REQ-COUNT
           MOVE "**" TO AL-AREA
           MOVE WS-TOTAL-NAME TO AL-NAME
           MOVE WS-TOTAL-EARNED TO AL-EARNED
           MOVE WS-TOTAL-REQUIRED TO AL-REQUIRED
           IF WS-TOTAL-EARNED < WS-TOTAL-REQUIRED
               COMPUTE ST-SHORT = WS-TOTAL-REQUIRED - WS-TOTAL-EARNED
               MOVE WS-SHORT-TEXT TO AL-FLAG
           ELSE
               MOVE "MET" TO AL-FLAG
           END-IF
           MOVE WS-AREA-LINE TO AUDIT-REPORT-REC
           PERFORM 2700-EMIT-LINE
           MOVE SPACES TO AUDIT-REPORT-REC
           PERFORM 2700-EMIT-LINE.

       1510-WRITE-AREA-LINE.
           MOVE WS-REQ-AREA (WS-REQ-SUB) TO AL-AREA
           MOVE WS-REQ-NAME (WS-REQ-SUB) TO AL-NAME
           MOVE WS-REQ-EARNED (WS-REQ-SUB) TO AL-EARNED
           MOVE WS-REQ-CREDITS (WS-REQ-SUB) TO AL-REQUIRED
           IF WS-REQ-EARNED (WS-REQ-SUB) < WS-REQ-CREDITS (WS-REQ-SUB)
               COMPUTE ST-SHORT = WS-REQ-CREDITS (WS-REQ-SUB)
                   - WS-REQ-EARNED (WS-REQ-SUB)
               MOVE WS-SHORT-TEXT TO AL-FLAG
           ELSE
               MOVE "MET" TO AL-FLAG
           END-IF
           MOVE WS-AREA-LINE TO AUDIT-REPORT-REC
           PERFORM 2700-EMIT-LINE.

       1600-WRITE-CREDIT-STATUS.
           MOVE SM-STUDENT-ID TO CS-STUDENT-ID
           MOVE WS-RUN-DATE-FMT TO CS-AUDIT-DATE
           MOVE WS-TOTAL-EARNED TO CS-EARNED-TOTAL
           MOVE WS-TOTAL-REQUIRED TO CS-REQUIRED-TOTAL
           MOVE WS-SHORT-AREAS TO CS-SHORT-AREAS
           WRITE CREDIT-STATUS-REC
               INVALID KEY
                   DISPLAY "CREDIT STATUS WRITE FAILED FOR "
                       SM-STUDENT-ID ", STATUS = " WS-CREDSTAT-STATUS
           END-WRITE.

       2000-WRITE-SUMMARY.
           MOVE SPACES TO AUDIT-REPORT-REC
           PERFORM 2700-EMIT-LINE
           MOVE "STUDENTS AUDITED: " TO SU-LABEL
           MOVE WS-STUDENT-COUNT TO SU-COUNT
           MOVE WS-SUMMARY-LINE TO AUDIT-REPORT-REC
           PERFORM 2700-EMIT-LINE
           MOVE "REQUIREMENTS COMPLETE: " TO SU-LABEL
           MOVE WS-COMPLETE-COUNT TO SU-COUNT
           MOVE WS-SUMMARY-LINE TO AUDIT-REPORT-REC
           PERFORM 2700-EMIT-LINE
           MOVE "ON TRACK: " TO SU-LABEL
           MOVE WS-ON-TRACK-COUNT TO SU-COUNT
           MOVE WS-SUMMARY-LINE TO AUDIT-REPORT-REC
           PERFORM 2700-EMIT-LINE
           MOVE "OFF TRACK: " TO SU-LABEL
           MOVE WS-OFF-TRACK-COUNT TO SU-COUNT
           MOVE WS-SUMMARY-LINE TO AUDIT-REPORT-REC
           PERFORM 2700-EMIT-LINE
           MOVE "SHORT IN FINAL CLASS: " TO SU-LABEL
           MOVE WS-SHORT-COUNT TO SU-COUNT
           MOVE WS-SUMMARY-LINE TO AUDIT-REPORT-REC
           PERFORM 2700-EMIT-LINE.

       2700-EMIT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               MOVE AUDIT-REPORT-REC TO WS-SAVE-REPORT-REC
               PERFORM 2600-WRITE-PAGE-HEADERS
               MOVE WS-SAVE-REPORT-REC TO AUDIT-REPORT-REC
           END-IF
           WRITE AUDIT-REPORT-REC
           ADD 1 TO WS-LINE-COUNT.

       2600-WRITE-PAGE-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-RUN-DATE-FMT TO TL-RUN-DATE
           MOVE WS-PAGE-NUMBER TO TL-PAGE
           MOVE WS-TITLE-LINE TO AUDIT-REPORT-REC
           WRITE AUDIT-REPORT-REC
           MOVE WS-COLUMN-HEADING-LINE TO AUDIT-REPORT-REC
           WRITE AUDIT-REPORT-REC
           MOVE SPACES TO AUDIT-REPORT-REC
           WRITE AUDIT-REPORT-REC
           MOVE 3 TO WS-LINE-COUNT.
       END PROGRAM CREDIT-AUDIT.
