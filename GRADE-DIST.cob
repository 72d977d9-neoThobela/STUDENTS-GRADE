      ******************************************************************
      * Author:
      * Date:
      * Purpose: Grade distribution analysis for one term. Reads the
      *          term's GRADE-DETAIL rows and reports, for each class
      *          code and then for each CM-TEACHER-NAME, the number of
      *          grades falling in each GRADE-SCALE letter band with
      *          the mean, median, standard deviation and pass rate.
      *          A section is flagged when its mean is more than
      *          DIST-MEAN-LIMIT points (default 10) above or below
      *          the school-wide mean for its CM-SUBJECT-AREA, or its
      *          failure rate is more than DIST-FAIL-LIMIT percentage
      *          points (default 15) above or below the subject's;
      *          the school-wide subject figures close the report.
      *          Every section and teacher line is also written as a
      *          comma-delimited row for the department heads'
      *          spreadsheets. The term is taken from
      *          GRADE-TERM-FILTER as in GPA-REPORT: left unset it is
      *          the CALENDAR term the run date falls in, ALL takes
      *          every term on file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE-DIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-DETAIL ASSIGN TO GRADDETL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS GD-KEY
           FILE STATUS IS WS-DETAIL-STATUS.
           SELECT CLASS-MASTER ASSIGN TO CLASMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CM-CLASS-CODE
           FILE STATUS IS WS-CLASS-STATUS.
           SELECT GRADE-SCALE-FILE ASSIGN TO GRADSCAL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS GS-LETTER
           FILE STATUS IS WS-SCALE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO CALENDAR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CA-DATE
           FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT DIST-REPORT-FILE ASSIGN TO DISTRPT
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DIST-EXTRACT-FILE ASSIGN TO DISTCSV
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO SORTWORK.

       DATA DIVISION.

       FILE SECTION.
       FD GRADE-DETAIL.
       COPY GRADDETL.

       FD CLASS-MASTER.
       COPY CLASMAST.

       FD GRADE-SCALE-FILE.
       COPY GRADSCAL.

       FD CALENDAR-FILE.
       COPY CALENDAR.

       FD DIST-REPORT-FILE.
       01 DIST-REPORT-REC PIC X(132).

       FD DIST-EXTRACT-FILE.
       01 DIST-EXTRACT-REC PIC X(160).

       SD SORT-WORK.
       01 SORT-REC.
           05 SORT-GROUP PIC X(25).
           05 SORT-GRADE PIC 9(3).
           05 SORT-CLASS PIC X(8).
           05 SORT-TEACHER PIC X(25).
           05 SORT-AREA PIC X(2).

       WORKING-STORAGE SECTION.
       01 WS-DETAIL-STATUS PIC XX.
       01 WS-CLASS-STATUS PIC XX.
       01 WS-SCALE-STATUS PIC XX.
       01 WS-CALENDAR-STATUS PIC XX.

       01 WS-SCALE-READ-SW PIC X VALUE "N".
           88 WS-NO-MORE-SCALE VALUE "Y".
       01 WS-SCALE-MAX PIC 9(2) VALUE 10.
       01 WS-SCALE-COUNT PIC 9(2) VALUE ZERO.
       01 WS-SCALE-SUB PIC 9(2).
       01 WS-SCALE-SUB-2 PIC 9(2).
       01 WS-SCALE-TABLE.
           05 WS-SCALE-ENTRY OCCURS 10 TIMES.
               10 WS-SCL-LETTER PIC X(1).
               10 WS-SCL-MIN PIC 9(3).
               10 WS-SCL-POINTS PIC 9V99.
               10 WS-SCL-HONOR PIC X(1).
               10 WS-SCL-PROB PIC X(1).

       01 WS-TERM-FILTER-NAME PIC X(17) VALUE "GRADE-TERM-FILTER".
       01 WS-TERM-FILTER PIC X(5).
           88 WS-ALL-TERMS VALUE SPACES.
       01 WS-CALENDAR-TERM PIC X(5) VALUE SPACES.

       01 WS-CAL-EOF-SW PIC X VALUE "N".
           88 WS-CAL-EOF VALUE "Y".

       01 WS-MEAN-LIMIT-NAME PIC X(15) VALUE "DIST-MEAN-LIMIT".
       01 WS-MEAN-LIMIT-IN PIC X(3).
       01 WS-MEAN-LIMIT PIC 9(3) VALUE 10.
       01 WS-FAIL-LIMIT-NAME PIC X(15) VALUE "DIST-FAIL-LIMIT".
       01 WS-FAIL-LIMIT-IN PIC X(3).
       01 WS-FAIL-LIMIT PIC 9(3) VALUE 15.
       01 WS-PASS-GRADE PIC 9(3) VALUE 60.

       01 WS-PASS-SW PIC X VALUE "S".
           88 WS-BY-SECTION VALUE "S".
           88 WS-BY-TEACHER VALUE "T".

       01 WS-READ-SW PIC X VALUE "N".
           88 WS-NO-MORE-DETAIL VALUE "Y".

       01 WS-SORT-SW PIC X VALUE "N".
           88 WS-NO-MORE-RECS VALUE "Y".

       01 WS-FIRST-RECORD-SW PIC X VALUE "Y".
           88 WS-FIRST-RECORD VALUE "Y" FALSE "N".

       01 WS-DETAIL-COUNT PIC 9(7) VALUE ZERO.
       01 WS-NOCLASS-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SECTION-COUNT PIC 9(5) VALUE ZERO.
       01 WS-TEACHER-COUNT PIC 9(5) VALUE ZERO.
       01 WS-FLAGGED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-MEDIAN-DROPPED PIC 9(5) VALUE ZERO.

       01 WS-GROUP-KEY PIC X(25).
       01 WS-GROUP-CLASS PIC X(8).
       01 WS-GROUP-TEACHER PIC X(25).
       01 WS-GROUP-AREA PIC X(2).
       01 WS-GROUP-N PIC 9(5) VALUE ZERO.
       01 WS-GROUP-SUM PIC 9(9) VALUE ZERO.
       01 WS-GROUP-SUMSQ PIC 9(11) VALUE ZERO.
       01 WS-GROUP-FAILS PIC 9(5) VALUE ZERO.
       01 WS-GROUP-BANDS.
           05 WS-GROUP-BAND PIC 9(5) OCCURS 10 TIMES.
       01 WS-GRADE-MAX PIC 9(5) VALUE 3000.
       01 WS-GRADE-TABLE.
           05 WS-GRADE-ENTRY PIC 9(3) OCCURS 3000 TIMES.

       01 WS-MEAN PIC 9(3)V9.
       01 WS-MEDIAN PIC 9(3)V9.
       01 WS-STD-DEV PIC 9(3)V9.
       01 WS-VARIANCE PIC S9(7)V9(4).
       01 WS-PASS-RATE PIC 9(3)V9.
       01 WS-FAIL-RATE PIC 9(3)V9.
       01 WS-HALF PIC 9(5).
       01 WS-REMAINDER PIC 9(1).
       01 WS-AREA-MEAN PIC 9(3)V9.
       01 WS-AREA-FAIL-RATE PIC 9(3)V9.
       01 WS-DIFF PIC S9(3)V9.

       01 WS-AREA-MAX PIC 9(2) VALUE 50.
       01 WS-AREA-COUNT PIC 9(2) VALUE ZERO.
       01 WS-AREA-SUB PIC 9(2).
       01 WS-AREA-TABLE.
           05 WS-AREA-ENTRY OCCURS 50 TIMES.
               10 WS-AR-AREA PIC X(2).
               10 WS-AR-COUNT PIC 9(7).
               10 WS-AR-SUM PIC 9(9).
               10 WS-AR-FAILS PIC 9(7).

       01 WS-CSV-LINE PIC X(160).
       01 WS-CSV-PTR PIC 9(3).
       01 WS-CSV-COUNT PIC ZZZZ9.
       01 WS-CSV-STAT PIC ZZ9.9.

       01 WS-DIST-LINE.
           05 DL-CLASS PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 DL-TEACHER PIC X(25).
           05 FILLER PIC X VALUE SPACE.
           05 DL-AREA PIC X(2).
           05 FILLER PIC X VALUE SPACE.
           05 DL-COUNT PIC ZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 DL-BAND-CELL OCCURS 10 TIMES.
               10 DL-BAND PIC ZZZ9.
               10 FILLER PIC X.
           05 DL-MEAN PIC ZZ9.9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-MEDIAN PIC ZZ9.9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-STD-DEV PIC ZZ9.9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-PASS-RATE PIC ZZ9.9.
           05 FILLER PIC X VALUE SPACE.
           05 DL-FLAG-AVG PIC X(5).
           05 DL-FLAG-FAIL PIC X(6).

       01 WS-PART-LINE.
           05 PL-TEXT PIC X(40).
           05 FILLER PIC X(92) VALUE SPACES.

       01 WS-AREA-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "SUBJECT AREA: ".
           05 AL-AREA PIC X(2).
           05 FILLER PIC X(10) VALUE "  GRADES: ".
           05 AL-COUNT PIC ZZZZZZ9.
           05 FILLER PIC X(8) VALUE "  MEAN: ".
           05 AL-MEAN PIC ZZ9.9.
           05 FILLER PIC X(13) VALUE "  FAIL RATE: ".
           05 AL-FAIL-RATE PIC ZZ9.9.
           05 FILLER PIC X(64) VALUE SPACES.

       01 WS-LEGEND-LINE.
           05 FILLER PIC X(12) VALUE "FLAGS: AVG+/".
           05 FILLER PIC X(35) VALUE
               "AVG- MEAN ABOVE/BELOW SUBJECT BY > ".
           05 LG-MEAN-LIMIT PIC ZZ9.
           05 FILLER PIC X(20) VALUE " POINTS, FAIL+/FAIL-".
           05 FILLER PIC X(34) VALUE
               " FAIL RATE ABOVE/BELOW SUBJECT BY ".
           05 FILLER PIC X(2) VALUE "> ".
           05 LG-FAIL-LIMIT PIC ZZ9.
           05 FILLER PIC X(23) VALUE " PERCENTAGE POINTS".

       01 WS-SUMMARY-LINE.
           05 FILLER PIC X(10) VALUE "SECTIONS: ".
           05 SL-SECTIONS PIC ZZZZ9.
           05 FILLER PIC X(12) VALUE "  TEACHERS: ".
           05 SL-TEACHERS PIC ZZZZ9.
           05 FILLER PIC X(10) VALUE "  GRADES: ".
           05 SL-GRADES PIC ZZZZZZ9.
           05 FILLER PIC X(11) VALUE "  FLAGGED: ".
           05 SL-FLAGGED PIC ZZZZ9.
           05 FILLER PIC X(67) VALUE SPACES.

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
           05 FILLER PIC X(30) VALUE "GRADE DISTRIBUTION ANALYSIS".
           05 FILLER PIC X(12) VALUE "TERM: ".
           05 TL-TERM PIC X(5).
           05 FILLER PIC X(85) VALUE SPACES.

       01 WS-RUN-INFO-LINE.
           05 FILLER PIC X(10) VALUE "RUN DATE: ".
           05 RI-RUN-DATE PIC X(10).
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "PAGE: ".
           05 RI-PAGE PIC ZZ9.
           05 FILLER PIC X(93) VALUE SPACES.

       01 WS-COLUMN-HEADING-LINE.
           05 FILLER PIC X(9) VALUE "CLASS".
           05 FILLER PIC X(26) VALUE "TEACHER".
           05 FILLER PIC X(9) VALUE "SJ COUNT".
           05 CH-BAND-CELL OCCURS 10 TIMES.
               10 FILLER PIC X(3).
               10 CH-LETTER PIC X(1).
               10 FILLER PIC X(1).
           05 FILLER PIC X(38) VALUE
               " MEAN MEDIAN  STDEV  PASS% FLAGS".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-GET-RUN-DATE
           PERFORM 0100-OPEN-FILES
           SET WS-BY-SECTION TO TRUE
           MOVE "BY SECTION" TO PL-TEXT
           PERFORM 2900-WRITE-PART-HEADING
           SORT SORT-WORK
               ON ASCENDING KEY SORT-GROUP
               ON ASCENDING KEY SORT-GRADE
               INPUT PROCEDURE IS 1000-RELEASE-GRADES
               OUTPUT PROCEDURE IS 2000-REPORT-GROUPS
           SET WS-BY-TEACHER TO TRUE
           MOVE "N" TO WS-READ-SW
           MOVE "N" TO WS-SORT-SW
           SET WS-FIRST-RECORD TO TRUE
           MOVE SPACES TO DIST-REPORT-REC
           PERFORM 2700-EMIT-LINE
           MOVE "BY TEACHER" TO PL-TEXT
           PERFORM 2900-WRITE-PART-HEADING
           SORT SORT-WORK
               ON ASCENDING KEY SORT-GROUP
               ON ASCENDING KEY SORT-GRADE
               INPUT PROCEDURE IS 1000-RELEASE-GRADES
               OUTPUT PROCEDURE IS 2000-REPORT-GROUPS
           PERFORM 3500-WRITE-AREA-SUMMARY
           PERFORM 0900-CLOSE-FILES
           DISPLAY "GRADE-DIST COMPLETE - GRADES: " WS-DETAIL-COUNT
               " SECTIONS: " WS-SECTION-COUNT
               " TEACHERS: " WS-TEACHER-COUNT
               " FLAGGED: " WS-FLAGGED-COUNT
           IF WS-NOCLASS-COUNT > 0
               DISPLAY "WARNING - GRADES FOR CLASSES NOT ON CLASS "
                   "MASTER: " WS-NOCLASS-COUNT
           END-IF
           IF WS-MEDIAN-DROPPED > 0
               DISPLAY "WARNING - GROUPS TOO LARGE FOR AN EXACT "
                   "MEDIAN: " WS-MEDIAN-DROPPED
           END-IF
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

       0070-GET-LIMITS.
           ACCEPT WS-MEAN-LIMIT-IN FROM ENVIRONMENT WS-MEAN-LIMIT-NAME
           IF WS-MEAN-LIMIT-IN NOT = SPACES
               IF WS-MEAN-LIMIT-IN IS NUMERIC
                   MOVE WS-MEAN-LIMIT-IN TO WS-MEAN-LIMIT
               ELSE
                   DISPLAY "DIST-MEAN-LIMIT NOT NUMERIC "
                       "(ZERO-PAD TO 3 DIGITS) - USING "
                       WS-MEAN-LIMIT
               END-IF
           END-IF
           ACCEPT WS-FAIL-LIMIT-IN FROM ENVIRONMENT WS-FAIL-LIMIT-NAME
           IF WS-FAIL-LIMIT-IN NOT = SPACES
               IF WS-FAIL-LIMIT-IN IS NUMERIC
                   MOVE WS-FAIL-LIMIT-IN TO WS-FAIL-LIMIT
               ELSE
                   DISPLAY "DIST-FAIL-LIMIT NOT NUMERIC "
                       "(ZERO-PAD TO 3 DIGITS) - USING "
                       WS-FAIL-LIMIT
               END-IF
           END-IF.

       0100-OPEN-FILES.
           ACCEPT WS-TERM-FILTER FROM ENVIRONMENT WS-TERM-FILTER-NAME
           EVALUATE TRUE
               WHEN WS-TERM-FILTER = "ALL"
                   MOVE SPACES TO WS-TERM-FILTER
               WHEN WS-ALL-TERMS
                   PERFORM 0060-GET-CALENDAR-TERM
                   MOVE WS-CALENDAR-TERM TO WS-TERM-FILTER
           END-EVALUATE
           PERFORM 0070-GET-LIMITS
           OPEN INPUT CLASS-MASTER
           IF WS-CLASS-STATUS NOT = "00"
               DISPLAY "CLASS MASTER OPEN FAILED, STATUS = "
                   WS-CLASS-STATUS
               DISPLAY "RUN CLASS-MAINT TO BUILD CLASS MASTER FIRST"
               DISPLAY "OPERATOR: RERUN GRADDIST ONCE CLASS MASTER "
                   "IS AVAILABLE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3000-LOAD-GRADE-SCALE
           OPEN OUTPUT DIST-REPORT-FILE
           OPEN OUTPUT DIST-EXTRACT-FILE
           IF WS-ALL-TERMS
               MOVE "ALL" TO TL-TERM
           ELSE
               MOVE WS-TERM-FILTER TO TL-TERM
           END-IF
           PERFORM VARYING WS-SCALE-SUB FROM 1 BY 1
               UNTIL WS-SCALE-SUB > WS-SCALE-MAX
               MOVE SPACES TO CH-BAND-CELL (WS-SCALE-SUB)
               IF WS-SCALE-SUB <= WS-SCALE-COUNT
                   MOVE WS-SCL-LETTER (WS-SCALE-SUB)
                       TO CH-LETTER (WS-SCALE-SUB)
               END-IF
           END-PERFORM
           PERFORM 2600-WRITE-PAGE-HEADERS
           PERFORM 2850-WRITE-CSV-HEADER.

       0900-CLOSE-FILES.
           CLOSE CLASS-MASTER
           CLOSE DIST-REPORT-FILE
           CLOSE DIST-EXTRACT-FILE.

       1000-RELEASE-GRADES.
           OPEN INPUT GRADE-DETAIL
           IF WS-DETAIL-STATUS NOT = "00"
               DISPLAY "GRADE DETAIL OPEN FAILED, STATUS = "
                   WS-DETAIL-STATUS
               DISPLAY "OPERATOR: RERUN GRADDIST ONCE GRADE DETAIL "
                   "IS AVAILABLE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-NO-MORE-DETAIL
               READ GRADE-DETAIL NEXT RECORD
                   AT END
                       SET WS-NO-MORE-DETAIL TO TRUE
                   NOT AT END
                       IF WS-ALL-TERMS OR GD-TERM = WS-TERM-FILTER
                           PERFORM 1100-RELEASE-GRADE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRADE-DETAIL.

       1100-RELEASE-GRADE.
           MOVE SPACES TO SORT-REC
           MOVE GD-SUBJECT-CODE TO SORT-CLASS
           MOVE GD-GRADE TO SORT-GRADE
           MOVE GD-SUBJECT-CODE TO CM-CLASS-CODE
           READ CLASS-MASTER
               INVALID KEY
                   MOVE "*NOT ON CLASS MASTER*" TO SORT-TEACHER
                   IF WS-BY-SECTION
                       ADD 1 TO WS-NOCLASS-COUNT
                   END-IF
               NOT INVALID KEY
                   MOVE CM-TEACHER-NAME TO SORT-TEACHER
                   MOVE CM-SUBJECT-AREA TO SORT-AREA
           END-READ
           IF WS-BY-SECTION
               MOVE SORT-CLASS TO SORT-GROUP
               ADD 1 TO WS-DETAIL-COUNT
               PERFORM 1200-ADD-TO-AREA
           ELSE
               MOVE SORT-TEACHER TO SORT-GROUP
           END-IF
           RELEASE SORT-REC.

       1200-ADD-TO-AREA.
           PERFORM VARYING WS-AREA-SUB FROM 1 BY 1
               UNTIL WS-AREA-SUB > WS-AREA-COUNT
               OR WS-AR-AREA (WS-AREA-SUB) = SORT-AREA
               CONTINUE
           END-PERFORM
           IF WS-AREA-SUB > WS-AREA-COUNT
               IF WS-AREA-COUNT < WS-AREA-MAX
                   ADD 1 TO WS-AREA-COUNT
                   MOVE WS-AREA-COUNT TO WS-AREA-SUB
                   MOVE SORT-AREA TO WS-AR-AREA (WS-AREA-SUB)
                   MOVE ZERO TO WS-AR-COUNT (WS-AREA-SUB)
                   MOVE ZERO TO WS-AR-SUM (WS-AREA-SUB)
                   MOVE ZERO TO WS-AR-FAILS (WS-AREA-SUB)
               ELSE
                   DISPLAY "SUBJECT AREA PAST TABLE LIMIT - NOT "
                       "COMPARED: " SORT-AREA
                   MOVE ZERO TO WS-AREA-SUB
               END-IF
           END-IF
           IF WS-AREA-SUB > 0
               ADD 1 TO WS-AR-COUNT (WS-AREA-SUB)
               ADD SORT-GRADE TO WS-AR-SUM (WS-AREA-SUB)
               IF SORT-GRADE < WS-PASS-GRADE
                   ADD 1 TO WS-AR-FAILS (WS-AREA-SUB)
               END-IF
           END-IF.

       2000-REPORT-GROUPS.
           PERFORM UNTIL WS-NO-MORE-RECS
               RETURN SORT-WORK
                   AT END
                       SET WS-NO-MORE-RECS TO TRUE
                   NOT AT END
                       PERFORM 2100-ACCUMULATE-GRADE
               END-RETURN
           END-PERFORM
           IF NOT WS-FIRST-RECORD
               PERFORM 2500-FINISH-GROUP
           END-IF.

       2100-ACCUMULATE-GRADE.
           IF WS-FIRST-RECORD
               SET WS-FIRST-RECORD TO FALSE
               PERFORM 2150-START-GROUP
           ELSE
               IF SORT-GROUP NOT = WS-GROUP-KEY
                   PERFORM 2500-FINISH-GROUP
                   PERFORM 2150-START-GROUP
               END-IF
           END-IF
           ADD 1 TO WS-GROUP-N
           ADD SORT-GRADE TO WS-GROUP-SUM
           COMPUTE WS-GROUP-SUMSQ =
               WS-GROUP-SUMSQ + SORT-GRADE * SORT-GRADE
           IF SORT-GRADE < WS-PASS-GRADE
               ADD 1 TO WS-GROUP-FAILS
           END-IF
           IF WS-GROUP-N <= WS-GRADE-MAX
               MOVE SORT-GRADE TO WS-GRADE-ENTRY (WS-GROUP-N)
           END-IF
           MOVE 1 TO WS-SCALE-SUB
           PERFORM UNTIL WS-SCALE-SUB >= WS-SCALE-COUNT
               OR SORT-GRADE >= WS-SCL-MIN (WS-SCALE-SUB)
               ADD 1 TO WS-SCALE-SUB
           END-PERFORM
           ADD 1 TO WS-GROUP-BAND (WS-SCALE-SUB).

       2150-START-GROUP.
           MOVE SORT-GROUP TO WS-GROUP-KEY
           MOVE SORT-CLASS TO WS-GROUP-CLASS
           MOVE SORT-TEACHER TO WS-GROUP-TEACHER
           MOVE SORT-AREA TO WS-GROUP-AREA
           MOVE ZERO TO WS-GROUP-N
           MOVE ZERO TO WS-GROUP-SUM
           MOVE ZERO TO WS-GROUP-SUMSQ
           MOVE ZERO TO WS-GROUP-FAILS
           MOVE ZERO TO WS-GROUP-BANDS.

       2500-FINISH-GROUP.
           PERFORM 2550-COMPUTE-STATISTICS
           MOVE SPACES TO DL-FLAG-AVG
           MOVE SPACES TO DL-FLAG-FAIL
           IF WS-BY-SECTION
               ADD 1 TO WS-SECTION-COUNT
               MOVE WS-GROUP-CLASS TO DL-CLASS
               MOVE WS-GROUP-TEACHER TO DL-TEACHER
               MOVE WS-GROUP-AREA TO DL-AREA
               PERFORM 2560-FLAG-SECTION
           ELSE
               ADD 1 TO WS-TEACHER-COUNT
               MOVE SPACES TO DL-CLASS
               MOVE WS-GROUP-TEACHER TO DL-TEACHER
               MOVE SPACES TO DL-AREA
           END-IF
           MOVE WS-GROUP-N TO DL-COUNT
           PERFORM VARYING WS-SCALE-SUB FROM 1 BY 1
               UNTIL WS-SCALE-SUB > WS-SCALE-MAX
               MOVE SPACES TO DL-BAND-CELL (WS-SCALE-SUB)
               IF WS-SCALE-SUB <= WS-SCALE-COUNT
                   MOVE WS-GROUP-BAND (WS-SCALE-SUB)
                       TO DL-BAND (WS-SCALE-SUB)
               END-IF
           END-PERFORM
           MOVE WS-MEAN TO DL-MEAN
           MOVE WS-MEDIAN TO DL-MEDIAN
           MOVE WS-STD-DEV TO DL-STD-DEV
           MOVE WS-PASS-RATE TO DL-PASS-RATE
           MOVE WS-DIST-LINE TO DIST-REPORT-REC
           PERFORM 2700-EMIT-LINE
           PERFORM 2800-WRITE-CSV-ROW.

       2550-COMPUTE-STATISTICS.
           COMPUTE WS-MEAN ROUNDED = WS-GROUP-SUM / WS-GROUP-N
           COMPUTE WS-VARIANCE ROUNDED =
               WS-GROUP-SUMSQ / WS-GROUP-N
               - (WS-GROUP-SUM / WS-GROUP-N) ** 2
           IF WS-VARIANCE < 0
               MOVE ZERO TO WS-VARIANCE
           END-IF
           COMPUTE WS-STD-DEV ROUNDED = FUNCTION SQRT (WS-VARIANCE)
           COMPUTE WS-FAIL-RATE ROUNDED =
               WS-GROUP-FAILS * 100 / WS-GROUP-N
           COMPUTE WS-PASS-RATE ROUNDED =
               (WS-GROUP-N - WS-GROUP-FAILS) * 100 / WS-GROUP-N
           IF WS-GROUP-N > WS-GRADE-MAX
               ADD 1 TO WS-MEDIAN-DROPPED
               MOVE WS-MEAN TO WS-MEDIAN
           ELSE
               DIVIDE WS-GROUP-N BY 2 GIVING WS-HALF
                   REMAINDER WS-REMAINDER
               IF WS-REMAINDER = 1
                   ADD 1 TO WS-HALF
                   MOVE WS-GRADE-ENTRY (WS-HALF) TO WS-MEDIAN
               ELSE
                   COMPUTE WS-MEDIAN ROUNDED =
                       (WS-GRADE-ENTRY (WS-HALF)
                       + WS-GRADE-ENTRY (WS-HALF + 1)) / 2
               END-IF
           END-IF.

       2560-FLAG-SECTION.
           PERFORM VARYING WS-AREA-SUB FROM 1 BY 1
               UNTIL WS-AREA-SUB > WS-AREA-COUNT
               OR WS-AR-AREA (WS-AREA-SUB) = WS-GROUP-AREA
               CONTINUE
           END-PERFORM
           IF WS-AREA-SUB <= WS-AREA-COUNT
               PERFORM 2570-COMPUTE-AREA-FIGURES
               COMPUTE WS-DIFF = WS-MEAN - WS-AREA-MEAN
               IF WS-DIFF > WS-MEAN-LIMIT
                   MOVE "AVG+" TO DL-FLAG-AVG
               END-IF
               IF WS-DIFF < 0 - WS-MEAN-LIMIT
                   MOVE "AVG-" TO DL-FLAG-AVG
               END-IF
               COMPUTE WS-DIFF = WS-FAIL-RATE - WS-AREA-FAIL-RATE
               IF WS-DIFF > WS-FAIL-LIMIT
                   MOVE "FAIL+" TO DL-FLAG-FAIL
               END-IF
               IF WS-DIFF < 0 - WS-FAIL-LIMIT
                   MOVE "FAIL-" TO DL-FLAG-FAIL
               END-IF
               IF DL-FLAG-AVG NOT = SPACES
                   OR DL-FLAG-FAIL NOT = SPACES
                   ADD 1 TO WS-FLAGGED-COUNT
               END-IF
           END-IF.

       2570-COMPUTE-AREA-FIGURES.
           COMPUTE WS-AREA-MEAN ROUNDED =
               WS-AR-SUM (WS-AREA-SUB) / WS-AR-COUNT (WS-AREA-SUB)
           COMPUTE WS-AREA-FAIL-RATE ROUNDED =
               WS-AR-FAILS (WS-AREA-SUB) * 100
               / WS-AR-COUNT (WS-AREA-SUB).

       2700-EMIT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               MOVE DIST-REPORT-REC TO WS-SAVE-REPORT-REC
               PERFORM 2600-WRITE-PAGE-HEADERS
               MOVE WS-SAVE-REPORT-REC TO DIST-REPORT-REC
           END-IF
           WRITE DIST-REPORT-REC
           ADD 1 TO WS-LINE-COUNT.

       2600-WRITE-PAGE-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-TITLE-LINE TO DIST-REPORT-REC
           WRITE DIST-REPORT-REC
           MOVE WS-RUN-DATE-FMT TO RI-RUN-DATE
           MOVE WS-PAGE-NUMBER TO RI-PAGE
           MOVE WS-RUN-INFO-LINE TO DIST-REPORT-REC
           WRITE DIST-REPORT-REC
           MOVE WS-COLUMN-HEADING-LINE TO DIST-REPORT-REC
           WRITE DIST-REPORT-REC
           MOVE SPACES TO DIST-REPORT-REC
           WRITE DIST-REPORT-REC
           MOVE 4 TO WS-LINE-COUNT.

       2800-WRITE-CSV-ROW.
           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-PTR
           IF WS-BY-SECTION
               STRING "SECTION," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GROUP-CLASS) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
               END-STRING
           ELSE
               STRING "TEACHER,," DELIMITED BY SIZE
                   INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
               END-STRING
           END-IF
           MOVE WS-GROUP-N TO WS-CSV-COUNT
           STRING FUNCTION TRIM(WS-GROUP-TEACHER) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           END-STRING
           IF WS-BY-SECTION
               STRING FUNCTION TRIM(WS-GROUP-AREA) DELIMITED BY SIZE
                   INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
               END-STRING
           END-IF
           STRING "," DELIMITED BY SIZE
               FUNCTION TRIM(TL-TERM) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-CSV-COUNT) DELIMITED BY SIZE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           END-STRING
           PERFORM VARYING WS-SCALE-SUB FROM 1 BY 1
               UNTIL WS-SCALE-SUB > WS-SCALE-COUNT
               MOVE WS-GROUP-BAND (WS-SCALE-SUB) TO WS-CSV-COUNT
               STRING "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CSV-COUNT) DELIMITED BY SIZE
                   INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
               END-STRING
           END-PERFORM
           MOVE WS-MEAN TO WS-CSV-STAT
           STRING "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-CSV-STAT) DELIMITED BY SIZE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           END-STRING
           MOVE WS-MEDIAN TO WS-CSV-STAT
           STRING "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-CSV-STAT) DELIMITED BY SIZE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           END-STRING
           MOVE WS-STD-DEV TO WS-CSV-STAT
           STRING "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-CSV-STAT) DELIMITED BY SIZE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           END-STRING
           MOVE WS-PASS-RATE TO WS-CSV-STAT
           STRING "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-CSV-STAT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               DL-FLAG-AVG DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               DL-FLAG-FAIL DELIMITED BY SPACE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           END-STRING
           MOVE WS-CSV-LINE TO DIST-EXTRACT-REC
           WRITE DIST-EXTRACT-REC.

       2850-WRITE-CSV-HEADER.
           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-PTR
           STRING "LEVEL,CLASS,TEACHER,SUBJECT,TERM,COUNT"
               DELIMITED BY SIZE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           END-STRING
           PERFORM VARYING WS-SCALE-SUB FROM 1 BY 1
               UNTIL WS-SCALE-SUB > WS-SCALE-COUNT
               STRING "," DELIMITED BY SIZE
                   WS-SCL-LETTER (WS-SCALE-SUB) DELIMITED BY SIZE
                   INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
               END-STRING
           END-PERFORM
           STRING ",MEAN,MEDIAN,STDDEV,PASSRATE,FLAGS"
               DELIMITED BY SIZE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           END-STRING
           MOVE WS-CSV-LINE TO DIST-EXTRACT-REC
           WRITE DIST-EXTRACT-REC.

       2900-WRITE-PART-HEADING.
           MOVE WS-PART-LINE TO DIST-REPORT-REC
           PERFORM 2700-EMIT-LINE
           MOVE SPACES TO DIST-REPORT-REC
           PERFORM 2700-EMIT-LINE.

       3000-LOAD-GRADE-SCALE.
           OPEN INPUT GRADE-SCALE-FILE
           IF WS-SCALE-STATUS NOT = "00"
               DISPLAY "GRADE SCALE UNAVAILABLE, STATUS = "
                   WS-SCALE-STATUS
                   " - USING BUILT-IN 90/80/70/60 SCALE"
               PERFORM 3200-DEFAULT-GRADE-SCALE
           ELSE
               PERFORM UNTIL WS-NO-MORE-SCALE
                   READ GRADE-SCALE-FILE NEXT RECORD
                       AT END
                           SET WS-NO-MORE-SCALE TO TRUE
                       NOT AT END
                           PERFORM 3100-INSERT-SCALE-BAND
                   END-READ
               END-PERFORM
               CLOSE GRADE-SCALE-FILE
               IF WS-SCALE-COUNT = 0
                   DISPLAY "GRADE SCALE EMPTY - USING BUILT-IN "
                       "90/80/70/60 SCALE"
                   PERFORM 3200-DEFAULT-GRADE-SCALE
               END-IF
           END-IF.

       3100-INSERT-SCALE-BAND.
           IF WS-SCALE-COUNT >= WS-SCALE-MAX
               DISPLAY "GRADE SCALE BAND PAST TABLE LIMIT - IGNORED: "
                   GS-LETTER
           ELSE
               ADD 1 TO WS-SCALE-COUNT
               MOVE WS-SCALE-COUNT TO WS-SCALE-SUB
               PERFORM UNTIL WS-SCALE-SUB = 1
                   OR WS-SCL-MIN (WS-SCALE-SUB - 1) >= GS-MIN-GRADE
                   COMPUTE WS-SCALE-SUB-2 = WS-SCALE-SUB - 1
                   MOVE WS-SCALE-ENTRY (WS-SCALE-SUB-2)
                       TO WS-SCALE-ENTRY (WS-SCALE-SUB)
                   MOVE WS-SCALE-SUB-2 TO WS-SCALE-SUB
               END-PERFORM
               MOVE GS-LETTER TO WS-SCL-LETTER (WS-SCALE-SUB)
               MOVE GS-MIN-GRADE TO WS-SCL-MIN (WS-SCALE-SUB)
               MOVE GS-QUALITY-POINTS TO WS-SCL-POINTS (WS-SCALE-SUB)
               MOVE GS-HONOR-SW TO WS-SCL-HONOR (WS-SCALE-SUB)
               MOVE GS-PROB-SW TO WS-SCL-PROB (WS-SCALE-SUB)
           END-IF.

       3200-DEFAULT-GRADE-SCALE.
           MOVE 5 TO WS-SCALE-COUNT
           MOVE "A" TO WS-SCL-LETTER (1)
           MOVE 90 TO WS-SCL-MIN (1)
           MOVE 4.00 TO WS-SCL-POINTS (1)
           MOVE "Y" TO WS-SCL-HONOR (1)
           MOVE "N" TO WS-SCL-PROB (1)
           MOVE "B" TO WS-SCL-LETTER (2)
           MOVE 80 TO WS-SCL-MIN (2)
           MOVE 3.00 TO WS-SCL-POINTS (2)
           MOVE "N" TO WS-SCL-HONOR (2)
           MOVE "N" TO WS-SCL-PROB (2)
           MOVE "C" TO WS-SCL-LETTER (3)
           MOVE 70 TO WS-SCL-MIN (3)
           MOVE 2.00 TO WS-SCL-POINTS (3)
           MOVE "N" TO WS-SCL-HONOR (3)
           MOVE "N" TO WS-SCL-PROB (3)
           MOVE "D" TO WS-SCL-LETTER (4)
           MOVE 60 TO WS-SCL-MIN (4)
           MOVE 1.00 TO WS-SCL-POINTS (4)
           MOVE "N" TO WS-SCL-HONOR (4)
           MOVE "N" TO WS-SCL-PROB (4)
           MOVE "F" TO WS-SCL-LETTER (5)
           MOVE ZERO TO WS-SCL-MIN (5)
           MOVE ZERO TO WS-SCL-POINTS (5)
           MOVE "N" TO WS-SCL-HONOR (5)
           MOVE "Y" TO WS-SCL-PROB (5).

       3500-WRITE-AREA-SUMMARY.
           MOVE SPACES TO DIST-REPORT-REC
           PERFORM 2700-EMIT-LINE
           MOVE "SCHOOL-WIDE BY SUBJECT AREA" TO PL-TEXT
           PERFORM 2900-WRITE-PART-HEADING
           PERFORM VARYING WS-AREA-SUB FROM 1 BY 1
               UNTIL WS-AREA-SUB > WS-AREA-COUNT
               PERFORM 2570-COMPUTE-AREA-FIGURES
               MOVE WS-AR-AREA (WS-AREA-SUB) TO AL-AREA
               MOVE WS-AR-COUNT (WS-AREA-SUB) TO AL-COUNT
               MOVE WS-AREA-MEAN TO AL-MEAN
               MOVE WS-AREA-FAIL-RATE TO AL-FAIL-RATE
               MOVE WS-AREA-LINE TO DIST-REPORT-REC
               PERFORM 2700-EMIT-LINE
           END-PERFORM
           MOVE SPACES TO DIST-REPORT-REC
           PERFORM 2700-EMIT-LINE
           MOVE WS-MEAN-LIMIT TO LG-MEAN-LIMIT
           MOVE WS-FAIL-LIMIT TO LG-FAIL-LIMIT
           MOVE WS-LEGEND-LINE TO DIST-REPORT-REC
           PERFORM 2700-EMIT-LINE
           MOVE WS-SECTION-COUNT TO SL-SECTIONS
           MOVE WS-TEACHER-COUNT TO SL-TEACHERS
           MOVE WS-DETAIL-COUNT TO SL-GRADES
           MOVE WS-FLAGGED-COUNT TO SL-FLAGGED
           MOVE WS-SUMMARY-LINE TO DIST-REPORT-REC
           PERFORM 2700-EMIT-LINE.
       END PROGRAM GRADE-DIST.
