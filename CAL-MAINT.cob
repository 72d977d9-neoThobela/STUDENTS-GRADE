      ******************************************************************
      * Author:
      * Date:
      * Purpose: Apply ADD/CHANGE/DELETE transactions against the
      *          school CALENDAR so the term each day belongs to, and
      *          whether school is in session that day, are kept on
      *          file instead of in a different switch in every job.
      *          A T (term build) transaction lays down an
      *          instructional day for every weekday from its date
      *          through its end date under its term code, skipping
      *          days already on file; holidays and closures are then
      *          keyed as C transactions with the instructional flag
      *          set to N and the reason. A weekend day may be carried
      *          as a closure but never as an instructional day.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAL-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAL-TRAN-FILE ASSIGN TO 'caltran.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALENDAR-FILE ASSIGN TO CALENDAR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CA-DATE
           FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT CAL-REJECT-FILE ASSIGN TO 'calrej.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD CAL-TRAN-FILE.
       01 CAL-TRAN-REC.
           05 CLT-CODE PIC X(1).
           05 CLT-DATE PIC X(10).
           05 CLT-TERM PIC X(5).
           05 CLT-INSTR PIC X(1).
           05 CLT-REASON PIC X(30).
           05 CLT-END-DATE PIC X(10).

       FD CALENDAR-FILE.
       COPY CALENDAR.

       FD CAL-REJECT-FILE.
       01 CAL-REJECT-REC PIC X(88).

       WORKING-STORAGE SECTION.
       01 WS-CALENDAR-STATUS PIC XX.

       01 WS-READ-SW PIC X VALUE "N".
           88 WS-NO-MORE-TRAN VALUE "Y".

       01 WS-VALID-SW PIC X VALUE "Y".
           88 WS-TRAN-VALID VALUE "Y".
           88 WS-TRAN-INVALID VALUE "N".

       01 WS-REJECT-REASON PIC X(25).
       01 WS-ADD-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CHANGE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-DELETE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-BUILD-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.

       01 WS-EDIT-DATE PIC X(10).
       01 WS-EDIT-DATE-8.
           05 WS-EDIT-YYYY PIC 9(4).
           05 WS-EDIT-MM PIC 9(2).
           05 WS-EDIT-DD PIC 9(2).
       01 WS-EDIT-DATE-N REDEFINES WS-EDIT-DATE-8 PIC 9(8).
       01 WS-DAY-INT PIC 9(7) VALUE ZERO.
       01 WS-WEEK-QUOT PIC 9(7).
       01 WS-WEEKDAY PIC 9(1).
           88 WS-WEEKEND-DAY VALUE 0 6.

       01 WS-BUILD-FROM PIC 9(7) VALUE ZERO.
       01 WS-BUILD-TO PIC 9(7) VALUE ZERO.
       01 WS-BUILD-INT PIC 9(7).
       01 WS-BUILD-MAX PIC 9(3) VALUE 400.
       01 WS-BUILD-SPAN PIC 9(7).
       01 WS-BUILD-DATE-N PIC 9(8).
       01 WS-BUILD-DATE-8 REDEFINES WS-BUILD-DATE-N.
           05 WS-BUILD-YYYY PIC 9(4).
           05 WS-BUILD-MM PIC 9(2).
           05 WS-BUILD-DD PIC 9(2).
       01 WS-BUILD-DATE-FMT.
           05 WS-BLD-YYYY PIC 9(4).
           05 FILLER PIC X VALUE "-".
           05 WS-BLD-MM PIC 9(2).
           05 FILLER PIC X VALUE "-".
           05 WS-BLD-DD PIC 9(2).

       01 WS-CAL-REJECT-LINE.
           05 CJ-CODE PIC X(1).
           05 FILLER PIC X.
           05 CJ-DATE PIC X(10).
           05 FILLER PIC X.
           05 CJ-TERM PIC X(5).
           05 FILLER PIC X.
           05 CJ-INSTR PIC X(1).
           05 FILLER PIC X.
           05 CJ-DAY-REASON PIC X(30).
           05 FILLER PIC X.
           05 CJ-REASON PIC X(25).
           05 FILLER PIC X(11).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-OPEN-FILES
           PERFORM UNTIL WS-NO-MORE-TRAN
               READ CAL-TRAN-FILE
                   AT END
                       SET WS-NO-MORE-TRAN TO TRUE
                   NOT AT END
                       PERFORM 1000-APPLY-TRANSACTION
               END-READ
           END-PERFORM
           PERFORM 0900-CLOSE-FILES
           DISPLAY "CAL-MAINT COMPLETE - ADDS: " WS-ADD-COUNT
               " CHANGES: " WS-CHANGE-COUNT
               " DELETES: " WS-DELETE-COUNT
               " BUILT: " WS-BUILD-COUNT
               " REJECTS: " WS-REJECT-COUNT
           STOP RUN.

       0100-OPEN-FILES.
           OPEN INPUT CAL-TRAN-FILE
           OPEN OUTPUT CAL-REJECT-FILE
           OPEN I-O CALENDAR-FILE
           IF WS-CALENDAR-STATUS = "35"
               OPEN OUTPUT CALENDAR-FILE
               CLOSE CALENDAR-FILE
               OPEN I-O CALENDAR-FILE
           END-IF.

       0900-CLOSE-FILES.
           CLOSE CAL-TRAN-FILE
           CLOSE CALENDAR-FILE
           CLOSE CAL-REJECT-FILE.

       1000-APPLY-TRANSACTION.
           SET WS-TRAN-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           MOVE CLT-DATE TO WS-EDIT-DATE
           PERFORM 1050-EDIT-DATE
           IF WS-TRAN-INVALID
               PERFORM 1400-REJECT-TRANSACTION
           ELSE
               EVALUATE CLT-CODE
                   WHEN "A"
                       PERFORM 1100-ADD-DAY
                   WHEN "C"
                       PERFORM 1200-CHANGE-DAY
                   WHEN "D"
                       PERFORM 1300-DELETE-DAY
                   WHEN "T"
                       PERFORM 1500-BUILD-TERM
                   WHEN OTHER
                       MOVE "UNKNOWN TRANSACTION CODE"
                           TO WS-REJECT-REASON
                       PERFORM 1400-REJECT-TRANSACTION
               END-EVALUATE
           END-IF.

       1050-EDIT-DATE.
           IF WS-EDIT-DATE (1:4) IS NOT NUMERIC
               OR WS-EDIT-DATE (5:1) NOT = "-"
               OR WS-EDIT-DATE (6:2) IS NOT NUMERIC
               OR WS-EDIT-DATE (8:1) NOT = "-"
               OR WS-EDIT-DATE (9:2) IS NOT NUMERIC
               SET WS-TRAN-INVALID TO TRUE
               MOVE "BAD DATE - USE YYYY-MM-DD" TO WS-REJECT-REASON
           ELSE
               MOVE WS-EDIT-DATE (1:4) TO WS-EDIT-YYYY
               MOVE WS-EDIT-DATE (6:2) TO WS-EDIT-MM
               MOVE WS-EDIT-DATE (9:2) TO WS-EDIT-DD
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-EDIT-DATE-N) NOT = 0
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "NOT A CALENDAR DATE" TO WS-REJECT-REASON
               ELSE
                   COMPUTE WS-DAY-INT =
                       FUNCTION INTEGER-OF-DATE (WS-EDIT-DATE-N)
                   DIVIDE WS-DAY-INT BY 7 GIVING WS-WEEK-QUOT
                       REMAINDER WS-WEEKDAY
               END-IF
           END-IF.

       1060-EDIT-DAY-FIELDS.
           IF CLT-TERM = SPACES
               SET WS-TRAN-INVALID TO TRUE
               MOVE "MISSING TERM" TO WS-REJECT-REASON
           ELSE
               IF CLT-INSTR NOT = "Y" AND CLT-INSTR NOT = "N"
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "INSTR FLAG MUST BE Y OR N" TO WS-REJECT-REASON
               END-IF
           END-IF.

       1070-EDIT-DAY-RULES.
           IF CA-NO-SCHOOL-DAY AND CA-REASON = SPACES
               SET WS-TRAN-INVALID TO TRUE
               MOVE "MISSING CLOSURE REASON" TO WS-REJECT-REASON
           END-IF
           IF CA-INSTRUCTIONAL-DAY AND WS-WEEKEND-DAY
               SET WS-TRAN-INVALID TO TRUE
               MOVE "WEEKEND NOT INSTRUCTIONAL" TO WS-REJECT-REASON
           END-IF.

       1100-ADD-DAY.
           PERFORM 1060-EDIT-DAY-FIELDS
           IF WS-TRAN-VALID
               MOVE CLT-DATE TO CA-DATE
               READ CALENDAR-FILE
                   INVALID KEY
                       MOVE SPACES TO CALENDAR-REC
                       MOVE CLT-DATE TO CA-DATE
                       MOVE CLT-TERM TO CA-TERM
                       MOVE CLT-INSTR TO CA-INSTR-SW
                       MOVE CLT-REASON TO CA-REASON
                       PERFORM 1070-EDIT-DAY-RULES
                       IF WS-TRAN-VALID
                           WRITE CALENDAR-REC
                           ADD 1 TO WS-ADD-COUNT
                       ELSE
                           PERFORM 1400-REJECT-TRANSACTION
                       END-IF
                   NOT INVALID KEY
                       MOVE "DATE ALREADY ON CALENDAR"
                           TO WS-REJECT-REASON
                       PERFORM 1400-REJECT-TRANSACTION
               END-READ
           ELSE
               PERFORM 1400-REJECT-TRANSACTION
           END-IF.

       1200-CHANGE-DAY.
           MOVE CLT-DATE TO CA-DATE
           READ CALENDAR-FILE
               INVALID KEY
                   MOVE "DATE NOT ON CALENDAR" TO WS-REJECT-REASON
                   PERFORM 1400-REJECT-TRANSACTION
               NOT INVALID KEY
                   PERFORM 1210-APPLY-CHANGE
           END-READ.

       1210-APPLY-CHANGE.
           IF CLT-INSTR NOT = SPACES
               AND CLT-INSTR NOT = "Y" AND CLT-INSTR NOT = "N"
               SET WS-TRAN-INVALID TO TRUE
               MOVE "INSTR FLAG MUST BE Y OR N" TO WS-REJECT-REASON
           END-IF
           IF WS-TRAN-VALID
               IF CLT-TERM NOT = SPACES
                   MOVE CLT-TERM TO CA-TERM
               END-IF
               IF CLT-INSTR NOT = SPACES
                   MOVE CLT-INSTR TO CA-INSTR-SW
               END-IF
               IF CLT-REASON NOT = SPACES
                   MOVE CLT-REASON TO CA-REASON
               END-IF
               IF CA-INSTRUCTIONAL-DAY
                   MOVE SPACES TO CA-REASON
               END-IF
               PERFORM 1070-EDIT-DAY-RULES
           END-IF
           IF WS-TRAN-VALID
               REWRITE CALENDAR-REC
                   INVALID KEY
                       MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                       PERFORM 1400-REJECT-TRANSACTION
                   NOT INVALID KEY
                       ADD 1 TO WS-CHANGE-COUNT
               END-REWRITE
           ELSE
               PERFORM 1400-REJECT-TRANSACTION
           END-IF.

       1300-DELETE-DAY.
           MOVE CLT-DATE TO CA-DATE
           DELETE CALENDAR-FILE RECORD
               INVALID KEY
                   MOVE "DATE NOT ON CALENDAR" TO WS-REJECT-REASON
                   PERFORM 1400-REJECT-TRANSACTION
               NOT INVALID KEY
                   ADD 1 TO WS-DELETE-COUNT
           END-DELETE.

       1400-REJECT-TRANSACTION.
           MOVE SPACES TO WS-CAL-REJECT-LINE
           MOVE CLT-CODE TO CJ-CODE
           MOVE CLT-DATE TO CJ-DATE
           MOVE CLT-TERM TO CJ-TERM
           MOVE CLT-INSTR TO CJ-INSTR
           MOVE CLT-REASON TO CJ-DAY-REASON
           MOVE WS-REJECT-REASON TO CJ-REASON
           MOVE WS-CAL-REJECT-LINE TO CAL-REJECT-REC
           WRITE CAL-REJECT-REC
           ADD 1 TO WS-REJECT-COUNT.

       1500-BUILD-TERM.
           MOVE WS-DAY-INT TO WS-BUILD-FROM
           IF CLT-TERM = SPACES
               SET WS-TRAN-INVALID TO TRUE
               MOVE "MISSING TERM" TO WS-REJECT-REASON
           ELSE
               MOVE CLT-END-DATE TO WS-EDIT-DATE
               PERFORM 1050-EDIT-DATE
               MOVE WS-DAY-INT TO WS-BUILD-TO
           END-IF
           IF WS-TRAN-VALID
               IF WS-BUILD-TO < WS-BUILD-FROM
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "END DATE BEFORE START" TO WS-REJECT-REASON
               ELSE
                   COMPUTE WS-BUILD-SPAN = WS-BUILD-TO - WS-BUILD-FROM
                   IF WS-BUILD-SPAN > WS-BUILD-MAX
                       SET WS-TRAN-INVALID TO TRUE
                       MOVE "RANGE OVER 400 DAYS" TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-TRAN-VALID
               PERFORM 1510-BUILD-DAY
                   VARYING WS-BUILD-INT FROM WS-BUILD-FROM BY 1
                   UNTIL WS-BUILD-INT > WS-BUILD-TO
           ELSE
               PERFORM 1400-REJECT-TRANSACTION
           END-IF.

       1510-BUILD-DAY.
           DIVIDE WS-BUILD-INT BY 7 GIVING WS-WEEK-QUOT
               REMAINDER WS-WEEKDAY
           IF NOT WS-WEEKEND-DAY
               COMPUTE WS-BUILD-DATE-N =
                   FUNCTION DATE-OF-INTEGER (WS-BUILD-INT)
               MOVE WS-BUILD-YYYY TO WS-BLD-YYYY
               MOVE WS-BUILD-MM TO WS-BLD-MM
               MOVE WS-BUILD-DD TO WS-BLD-DD
               MOVE WS-BUILD-DATE-FMT TO CA-DATE
               READ CALENDAR-FILE
                   INVALID KEY
                       MOVE SPACES TO CALENDAR-REC
                       MOVE WS-BUILD-DATE-FMT TO CA-DATE
                       MOVE CLT-TERM TO CA-TERM
                       SET CA-INSTRUCTIONAL-DAY TO TRUE
                       WRITE CALENDAR-REC
                       ADD 1 TO WS-BUILD-COUNT
               END-READ
           END-IF.
       END PROGRAM CAL-MAINT.
