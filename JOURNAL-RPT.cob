      ******************************************************************
      * Author:
      * Date:
      * Purpose: Student master journal print. Sorts the student
      *          journal by student ID, keeping journal order within
      *          each student, and prints every add, change, delete
      *          and reload-load made to each student's master record
      *          with the date, time, program and operator that made
      *          it. A change prints one line per field that moved,
      *          before and after; an add, delete or load prints the
      *          record as it was left or found. A change that
      *          withdraws or re-enrolls the student says so. Set
      *          JOURNAL-STUDENT-ID to print a single student's
      *          history for the registrar. R (master rebuilt) records
      *          carry no student and are only counted.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOURNAL-RPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-JOURNAL-FILE ASSIGN TO 'studjrnl.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT JOURNAL-REPORT-FILE ASSIGN TO JRNLRPT
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO SORTWORK.

       DATA DIVISION.

       FILE SECTION.
       FD STUDENT-JOURNAL-FILE.
       COPY STUDJRNL.

       FD JOURNAL-REPORT-FILE.
       01 JOURNAL-REPORT-REC PIC X(132).

       SD SORT-WORK.
       01 SORT-REC.
           05 SORT-ID PIC X(9).
           05 SORT-SEQ PIC 9(9).
           05 SORT-DATE PIC X(10).
           05 SORT-TIME PIC 9(8).
           05 SORT-PROGRAM PIC X(8).
           05 SORT-ACTION PIC X(1).
           05 SORT-OPERATOR PIC X(9).
           05 SORT-BEFORE PIC X(207).
           05 SORT-AFTER PIC X(207).

       WORKING-STORAGE SECTION.
       01 WS-JOURNAL-STATUS PIC XX.

       01 WS-STUDENT-NAME-ENV PIC X(18) VALUE "JOURNAL-STUDENT-ID".
       01 WS-SELECT-ID PIC X(9).

       01 WS-JOURNAL-READ-SW PIC X VALUE "N".
           88 WS-NO-MORE-JOURNAL VALUE "Y".

       01 WS-RETURN-SW PIC X VALUE "N".
           88 WS-NO-MORE-RECS VALUE "Y".

       01 WS-FIRST-RECORD-SW PIC X VALUE "Y".
           88 WS-FIRST-RECORD VALUE "Y" FALSE "N".

       01 WS-BEFORE-MASTER.
           05 JB-STUDENT-ID PIC X(9).
           05 JB-STUDENT-NAME PIC X(50).
           05 JB-CLASS-CODE PIC X(8).
           05 JB-GRADE PIC X(3).
           05 JB-GUARDIAN-NAME PIC X(30).
           05 JB-MAIL-ADDRESS PIC X(30).
           05 JB-MAIL-CITY-ST-ZIP PIC X(30).
           05 JB-HOMEROOM PIC X(4).
           05 JB-ENROLL-STATUS PIC X(1).
           05 JB-WITHDRAW-DATE PIC X(10).
           05 JB-WITHDRAW-REASON PIC X(2).
           05 JB-DEST-SCHOOL PIC X(30).

       01 WS-AFTER-MASTER.
           05 JA-STUDENT-ID PIC X(9).
           05 JA-STUDENT-NAME PIC X(50).
           05 JA-CLASS-CODE PIC X(8).
           05 JA-GRADE PIC X(3).
           05 JA-GUARDIAN-NAME PIC X(30).
           05 JA-MAIL-ADDRESS PIC X(30).
           05 JA-MAIL-CITY-ST-ZIP PIC X(30).
           05 JA-HOMEROOM PIC X(4).
           05 JA-ENROLL-STATUS PIC X(1).
           05 JA-WITHDRAW-DATE PIC X(10).
           05 JA-WITHDRAW-REASON PIC X(2).
           05 JA-DEST-SCHOOL PIC X(30).

       01 WS-READ-COUNT PIC 9(9) VALUE ZERO.
       01 WS-SELECT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-RELOAD-COUNT PIC 9(5) VALUE ZERO.
       01 WS-STUDENT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-STU-ENTRIES PIC 9(5) VALUE ZERO.
       01 WS-PREV-ID PIC X(9) VALUE SPACES.

       01 WS-STUDENT-HEADING-LINE.
           05 FILLER PIC X(9) VALUE "STUDENT: ".
           05 SH-ID PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SH-NAME PIC X(50).
           05 FILLER PIC X(62) VALUE SPACES.

       01 WS-ENTRY-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 EL-DATE PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 EL-HH PIC X(2).
           05 FILLER PIC X VALUE ":".
           05 EL-MM PIC X(2).
           05 FILLER PIC X VALUE ":".
           05 EL-SS PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EL-PROGRAM PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EL-OPERATOR PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EL-ACTION PIC X(22).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EL-CLASS PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 EL-GRADE PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EL-HOMEROOM PIC X(4).
           05 FILLER PIC X(46) VALUE SPACES.

       01 WS-CHANGE-LINE.
           05 FILLER PIC X(6) VALUE SPACES.
           05 CL-FIELD PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CL-BEFORE PIC X(50).
           05 FILLER PIC X(4) VALUE " -> ".
           05 CL-AFTER PIC X(50).
           05 FILLER PIC X(8) VALUE SPACES.

       01 WS-STUDENT-TOTAL-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(17) VALUE "JOURNAL ENTRIES: ".
           05 ST-ENTRIES PIC ZZZZ9.
           05 FILLER PIC X(106) VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER PIC X(10) VALUE "STUDENTS: ".
           05 SL-STUDENTS PIC ZZZZZZ9.
           05 FILLER PIC X(11) VALUE "  ENTRIES: ".
           05 SL-ENTRIES PIC ZZZZZZ9.
           05 FILLER PIC X(18) VALUE "  MASTER REBUILDS:".
           05 SL-RELOADS PIC ZZZZ9.
           05 FILLER PIC X(74) VALUE SPACES.

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
           05 FILLER PIC X(30) VALUE "STUDENT MASTER JOURNAL".
           05 FILLER PIC X(9) VALUE "STUDENT: ".
           05 TL-SELECT PIC X(9).
           05 FILLER PIC X(84) VALUE SPACES.

       01 WS-RUN-INFO-LINE.
           05 FILLER PIC X(10) VALUE "RUN DATE: ".
           05 RI-RUN-DATE PIC X(10).
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "PAGE: ".
           05 RI-PAGE PIC ZZ9.
           05 FILLER PIC X(93) VALUE SPACES.

       01 WS-COLUMN-HEADING-LINE.
           05 FILLER PIC X(33) VALUE
               "  DATE       TIME      PROGRAM".
           05 FILLER PIC X(11) VALUE "OPERATOR".
           05 FILLER PIC X(88) VALUE
               "ACTION                 CLASS    GRD  ROOM".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-GET-RUN-DATE
           ACCEPT WS-SELECT-ID FROM ENVIRONMENT WS-STUDENT-NAME-ENV
           SORT SORT-WORK
               ON ASCENDING KEY SORT-ID
               ON ASCENDING KEY SORT-SEQ
               INPUT PROCEDURE IS 1000-READ-JOURNAL
               OUTPUT PROCEDURE IS 2000-WRITE-REPORT
           DISPLAY "JOURNAL-RPT COMPLETE - JOURNAL RECORDS: "
               WS-READ-COUNT " PRINTED: " WS-SELECT-COUNT
               " STUDENTS: " WS-STUDENT-COUNT
               " MASTER REBUILDS: " WS-RELOAD-COUNT
           STOP RUN.

       0050-GET-RUN-DATE.
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD
           MOVE WS-RUN-YYYY-IN TO WS-RUN-YYYY
           MOVE WS-RUN-MM-IN TO WS-RUN-MM
           MOVE WS-RUN-DD-IN TO WS-RUN-DD.

       1000-READ-JOURNAL.
           OPEN INPUT STUDENT-JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "STUDENT JOURNAL OPEN FAILED, STATUS = "
                   WS-JOURNAL-STATUS
               DISPLAY "OPERATOR: NO MASTER UPDATES JOURNALED YET - "
                   "RERUN JRNLRPT AFTER A MAINTENANCE RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-NO-MORE-JOURNAL
               READ STUDENT-JOURNAL-FILE
                   AT END
                       SET WS-NO-MORE-JOURNAL TO TRUE
                   NOT AT END
                       PERFORM 1100-RELEASE-ENTRY
               END-READ
           END-PERFORM
           CLOSE STUDENT-JOURNAL-FILE.

       1100-RELEASE-ENTRY.
           ADD 1 TO WS-READ-COUNT
           EVALUATE TRUE
               WHEN SJ-RELOAD
                   ADD 1 TO WS-RELOAD-COUNT
               WHEN SJ-STUDENT-ID = SPACES
                   CONTINUE
               WHEN WS-SELECT-ID NOT = SPACES
                   AND SJ-STUDENT-ID NOT = WS-SELECT-ID
                   CONTINUE
               WHEN OTHER
                   MOVE SJ-STUDENT-ID TO SORT-ID
                   MOVE WS-READ-COUNT TO SORT-SEQ
                   MOVE SJ-DATE TO SORT-DATE
                   MOVE SJ-TIME TO SORT-TIME
                   MOVE SJ-PROGRAM TO SORT-PROGRAM
                   MOVE SJ-ACTION TO SORT-ACTION
                   MOVE SJ-OPERATOR TO SORT-OPERATOR
                   MOVE SJ-BEFORE-IMAGE TO SORT-BEFORE
                   MOVE SJ-AFTER-IMAGE TO SORT-AFTER
                   RELEASE SORT-REC
                   ADD 1 TO WS-SELECT-COUNT
           END-EVALUATE.

       2000-WRITE-REPORT.
           OPEN OUTPUT JOURNAL-REPORT-FILE
           PERFORM 2600-WRITE-PAGE-HEADERS
           PERFORM UNTIL WS-NO-MORE-RECS
               RETURN SORT-WORK
                   AT END
                       SET WS-NO-MORE-RECS TO TRUE
                   NOT AT END
                       PERFORM 2100-WRITE-ENTRY
               END-RETURN
           END-PERFORM
           IF NOT WS-FIRST-RECORD
               PERFORM 2400-WRITE-STUDENT-TOTAL
           END-IF
           MOVE WS-STUDENT-COUNT TO SL-STUDENTS
           MOVE WS-SELECT-COUNT TO SL-ENTRIES
           MOVE WS-RELOAD-COUNT TO SL-RELOADS
           MOVE WS-SUMMARY-LINE TO JOURNAL-REPORT-REC
           PERFORM 2700-EMIT-LINE
           CLOSE JOURNAL-REPORT-FILE.

       2100-WRITE-ENTRY.
           MOVE SORT-BEFORE TO WS-BEFORE-MASTER
           MOVE SORT-AFTER TO WS-AFTER-MASTER
           IF WS-FIRST-RECORD
               SET WS-FIRST-RECORD TO FALSE
               MOVE SORT-ID TO WS-PREV-ID
               PERFORM 2500-WRITE-STUDENT-HEADING
           ELSE
               IF SORT-ID NOT = WS-PREV-ID
                   PERFORM 2400-WRITE-STUDENT-TOTAL
                   MOVE SORT-ID TO WS-PREV-ID
                   PERFORM 2500-WRITE-STUDENT-HEADING
               END-IF
           END-IF
           ADD 1 TO WS-STU-ENTRIES
           MOVE SPACES TO WS-ENTRY-LINE
           MOVE SORT-DATE TO EL-DATE
           MOVE SORT-TIME (1:2) TO EL-HH
           MOVE SORT-TIME (3:2) TO EL-MM
           MOVE SORT-TIME (5:2) TO EL-SS
           MOVE SORT-PROGRAM TO EL-PROGRAM
           MOVE SORT-OPERATOR TO EL-OPERATOR
           EVALUATE SORT-ACTION
               WHEN "A"
                   MOVE "ADDED" TO EL-ACTION
                   PERFORM 2150-SHOW-AFTER
               WHEN "C"
                   EVALUATE TRUE
                       WHEN JA-ENROLL-STATUS = "W"
                        AND JB-ENROLL-STATUS NOT = "W"
                           MOVE "WITHDRAWN" TO EL-ACTION
                       WHEN JB-ENROLL-STATUS = "W"
                        AND JA-ENROLL-STATUS NOT = "W"
                           MOVE "RE-ENROLLED" TO EL-ACTION
                       WHEN OTHER
                           MOVE "CHANGED" TO EL-ACTION
                   END-EVALUATE
                   PERFORM 2150-SHOW-AFTER
               WHEN "D"
                   MOVE "DELETED" TO EL-ACTION
                   MOVE JB-CLASS-CODE TO EL-CLASS
                   MOVE JB-GRADE TO EL-GRADE
                   MOVE JB-HOMEROOM TO EL-HOMEROOM
               WHEN "L"
                   MOVE "LOADED BY REBUILD" TO EL-ACTION
                   PERFORM 2150-SHOW-AFTER
               WHEN OTHER
                   MOVE SPACES TO EL-ACTION
                   STRING "UNKNOWN ACTION " DELIMITED BY SIZE
                       SORT-ACTION DELIMITED BY SIZE
                       INTO EL-ACTION
                   END-STRING
           END-EVALUATE
           MOVE WS-ENTRY-LINE TO JOURNAL-REPORT-REC
           PERFORM 2700-EMIT-LINE
           IF SORT-ACTION = "C"
               PERFORM 2200-WRITE-FIELD-CHANGES
           END-IF.

       2150-SHOW-AFTER.
           MOVE JA-CLASS-CODE TO EL-CLASS
           MOVE JA-GRADE TO EL-GRADE
           MOVE JA-HOMEROOM TO EL-HOMEROOM.

       2200-WRITE-FIELD-CHANGES.
           IF JB-STUDENT-NAME NOT = JA-STUDENT-NAME
               MOVE "NAME" TO CL-FIELD
               MOVE JB-STUDENT-NAME TO CL-BEFORE
               MOVE JA-STUDENT-NAME TO CL-AFTER
               PERFORM 2300-EMIT-CHANGE
           END-IF
           IF JB-CLASS-CODE NOT = JA-CLASS-CODE
               MOVE "CLASS" TO CL-FIELD
               MOVE JB-CLASS-CODE TO CL-BEFORE
               MOVE JA-CLASS-CODE TO CL-AFTER
               PERFORM 2300-EMIT-CHANGE
           END-IF
           IF JB-GRADE NOT = JA-GRADE
               MOVE "GRADE" TO CL-FIELD
               MOVE JB-GRADE TO CL-BEFORE
               MOVE JA-GRADE TO CL-AFTER
               PERFORM 2300-EMIT-CHANGE
           END-IF
           IF JB-GUARDIAN-NAME NOT = JA-GUARDIAN-NAME
               MOVE "GUARDIAN" TO CL-FIELD
               MOVE JB-GUARDIAN-NAME TO CL-BEFORE
               MOVE JA-GUARDIAN-NAME TO CL-AFTER
               PERFORM 2300-EMIT-CHANGE
           END-IF
           IF JB-MAIL-ADDRESS NOT = JA-MAIL-ADDRESS
               MOVE "ADDRESS" TO CL-FIELD
               MOVE JB-MAIL-ADDRESS TO CL-BEFORE
               MOVE JA-MAIL-ADDRESS TO CL-AFTER
               PERFORM 2300-EMIT-CHANGE
           END-IF
           IF JB-MAIL-CITY-ST-ZIP NOT = JA-MAIL-CITY-ST-ZIP
               MOVE "CITY-ST-ZIP" TO CL-FIELD
               MOVE JB-MAIL-CITY-ST-ZIP TO CL-BEFORE
               MOVE JA-MAIL-CITY-ST-ZIP TO CL-AFTER
               PERFORM 2300-EMIT-CHANGE
           END-IF
           IF JB-HOMEROOM NOT = JA-HOMEROOM
               MOVE "HOMEROOM" TO CL-FIELD
               MOVE JB-HOMEROOM TO CL-BEFORE
               MOVE JA-HOMEROOM TO CL-AFTER
               PERFORM 2300-EMIT-CHANGE
           END-IF
           IF JB-ENROLL-STATUS NOT = JA-ENROLL-STATUS
               MOVE "STATUS" TO CL-FIELD
               MOVE JB-ENROLL-STATUS TO CL-BEFORE
               MOVE JA-ENROLL-STATUS TO CL-AFTER
               PERFORM 2300-EMIT-CHANGE
           END-IF
           IF JB-WITHDRAW-DATE NOT = JA-WITHDRAW-DATE
               MOVE "WITHDRAWN ON" TO CL-FIELD
               MOVE JB-WITHDRAW-DATE TO CL-BEFORE
               MOVE JA-WITHDRAW-DATE TO CL-AFTER
               PERFORM 2300-EMIT-CHANGE
           END-IF
           IF JB-WITHDRAW-REASON NOT = JA-WITHDRAW-REASON
               MOVE "WD REASON" TO CL-FIELD
               MOVE JB-WITHDRAW-REASON TO CL-BEFORE
               MOVE JA-WITHDRAW-REASON TO CL-AFTER
               PERFORM 2300-EMIT-CHANGE
           END-IF
           IF JB-DEST-SCHOOL NOT = JA-DEST-SCHOOL
               MOVE "DEST SCHOOL" TO CL-FIELD
               MOVE JB-DEST-SCHOOL TO CL-BEFORE
               MOVE JA-DEST-SCHOOL TO CL-AFTER
               PERFORM 2300-EMIT-CHANGE
           END-IF.

       2300-EMIT-CHANGE.
           MOVE WS-CHANGE-LINE TO JOURNAL-REPORT-REC
           PERFORM 2700-EMIT-LINE.

       2400-WRITE-STUDENT-TOTAL.
           MOVE WS-STU-ENTRIES TO ST-ENTRIES
           MOVE WS-STUDENT-TOTAL-LINE TO JOURNAL-REPORT-REC
           PERFORM 2700-EMIT-LINE
           MOVE SPACES TO JOURNAL-REPORT-REC
           PERFORM 2700-EMIT-LINE
           MOVE ZERO TO WS-STU-ENTRIES.

       2500-WRITE-STUDENT-HEADING.
           ADD 1 TO WS-STUDENT-COUNT
           MOVE SORT-ID TO SH-ID
           IF JA-STUDENT-NAME NOT = SPACES
               MOVE JA-STUDENT-NAME TO SH-NAME
           ELSE
               MOVE JB-STUDENT-NAME TO SH-NAME
           END-IF
           MOVE WS-STUDENT-HEADING-LINE TO JOURNAL-REPORT-REC
           PERFORM 2700-EMIT-LINE.

       2700-EMIT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               MOVE JOURNAL-REPORT-REC TO WS-SAVE-REPORT-REC
               PERFORM 2600-WRITE-PAGE-HEADERS
               MOVE WS-SAVE-REPORT-REC TO JOURNAL-REPORT-REC
           END-IF
           WRITE JOURNAL-REPORT-REC
           ADD 1 TO WS-LINE-COUNT.

       2600-WRITE-PAGE-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER
           IF WS-SELECT-ID = SPACES
               MOVE "ALL" TO TL-SELECT
           ELSE
               MOVE WS-SELECT-ID TO TL-SELECT
           END-IF
           MOVE WS-TITLE-LINE TO JOURNAL-REPORT-REC
           WRITE JOURNAL-REPORT-REC
           MOVE WS-RUN-DATE-FMT TO RI-RUN-DATE
           MOVE WS-PAGE-NUMBER TO RI-PAGE
           MOVE WS-RUN-INFO-LINE TO JOURNAL-REPORT-REC
           WRITE JOURNAL-REPORT-REC
           MOVE WS-COLUMN-HEADING-LINE TO JOURNAL-REPORT-REC
           WRITE JOURNAL-REPORT-REC
           MOVE SPACES TO JOURNAL-REPORT-REC
           WRITE JOURNAL-REPORT-REC
           MOVE 4 TO WS-LINE-COUNT.
       END PROGRAM JOURNAL-RPT.
