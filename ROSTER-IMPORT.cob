      *          STUDENT_ID,STUDENT_NAME,CLASS_CODE,GRADE) into the
      *          transaction file STUDENT-MAINT applies: adds for new
      *          enrollees, changes for name or class differences,
      *          withdrawals (D, reason NR - not on district roster)
      *          for active students no longer on the roster, and
      *          re-enrollments (E) for withdrawn students who are
      *          back on it. Rows
      *          that cannot be matched confidently (bad ID, missing
      *          name or grade, unknown class) go to the discrepancy
      *          listing instead of the transaction file. The
      *          transactions are keyed under operator ROSTIMPT, which
      *          OPERATOR-SECURITY must clear for A, C, D and E. A row
      *          still carrying a student ID retired by a STUDENT-MAINT
      *          merge is matched under the surviving ID named on
      *          STUDENT-MERGE, so the survivor is neither re-added
      *          nor withdrawn. START and END records go to the
      *          shared run log (counts are adds, changes,
      *          withdrawals and discrepancies; END status EMPTY,
      *          TABLE-FULL or BAD-IDS when withdrawals were held
      *          back).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE IS RANDOM
           RECORD KEY IS CM-CLASS-CODE
           FILE STATUS IS WS-CLASS-STATUS.
           SELECT STUDENT-MERGE-FILE ASSIGN TO STUDMERG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MG-OLD-ID
           FILE STATUS IS WS-MERGE-STATUS.
           SELECT TRAN-OUT-FILE ASSIGN TO 'transactions.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DISCREP-FILE ASSIGN TO 'imprpt.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO 'runlog.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.

       FD CLASS-MASTER.
       COPY CLASMAST.

       FD STUDENT-MERGE-FILE.
       COPY STUDMERG.

       FD TRAN-OUT-FILE.
       01 TRAN-OUT-REC.
           05 TO-CODE PIC X(1).
           05 TO-CLASS PIC X(8).
           05 TO-GRADE PIC X(3).
           05 TO-TERM PIC X(5).
           05 TO-APPROVER PIC X(9).
           05 TO-GUARDIAN PIC X(30).
           05 TO-ADDRESS PIC X(30).
           05 TO-CITY-ST-ZIP PIC X(30).
           05 TO-HOMEROOM PIC X(4).
           05 TO-OPERATOR PIC X(9).
           05 TO-MERGE-ID PIC X(9).
           05 TO-REASON PIC X(2).

       FD DISCREP-FILE.
       01 DISCREP-REC PIC X(132).

       FD RUN-LOG-FILE.
       COPY RUNLOG.

       WORKING-STORAGE SECTION.
       01 WS-DISTRICT-STATUS PIC XX.
       01 WS-MASTER-STATUS PIC XX.
       01 WS-CLASS-STATUS PIC XX.
       01 WS-MERGE-STATUS PIC XX.
       01 WS-RUNLOG-STATUS PIC XX.
       01 WS-RUN-STATUS PIC X(12) VALUE "OK".

       01 WS-MERGE-OPEN-SW PIC X VALUE "N".
           88 WS-MERGE-OPEN VALUE "Y".

       01 WS-REDIRECT-SW PIC X VALUE "N".
           88 WS-REDIRECT-DONE VALUE "Y".

       01 WS-REDIRECT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-HOP-COUNT PIC 9(2).
       01 WS-HOP-MAX PIC 9(2) VALUE 10.

       01 WS-CSV-SW PIC X VALUE "N".
           88 WS-NO-MORE-CSV VALUE "Y".
       01 WS-ADD-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CHANGE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-DELETE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REENROLL-COUNT PIC 9(5) VALUE ZERO.
       01 WS-MATCH-COUNT PIC 9(5) VALUE ZERO.
       01 WS-DISCREP-COUNT PIC 9(5) VALUE ZERO.
       01 WS-BADID-COUNT PIC 9(5) VALUE ZERO.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DC-ROW PIC X(105).

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

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-GET-RUN-DATE
           PERFORM 0100-OPEN-FILES
           PERFORM UNTIL WS-NO-MORE-CSV
               READ DISTRICT-FILE
               END-READ
           END-PERFORM
           PERFORM 3000-FIND-WITHDRAWALS
           PERFORM 0850-LOG-END
           PERFORM 0900-CLOSE-FILES
           DISPLAY "ROSTER-IMPORT COMPLETE - ADDS: " WS-ADD-COUNT
               " CHANGES: " WS-CHANGE-COUNT
               " WITHDRAWALS: " WS-DELETE-COUNT
               " RE-ENROLLS: " WS-REENROLL-COUNT
               " UNCHANGED: " WS-MATCH-COUNT
               " DISCREPANCIES: " WS-DISCREP-COUNT
               " REDIRECTED: " WS-REDIRECT-COUNT
           STOP RUN.

       0050-GET-RUN-DATE.
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD
           MOVE WS-RUN-YYYY-IN TO WS-RUN-YYYY
           MOVE WS-RUN-MM-IN TO WS-RUN-MM
           MOVE WS-RUN-DD-IN TO WS-RUN-DD.

       0100-OPEN-FILES.
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
               CLOSE RUN-LOG-FILE
               OPEN EXTEND RUN-LOG-FILE
           END-IF
           PERFORM 0150-LOG-START
           OPEN INPUT DISTRICT-FILE
           IF WS-DISTRICT-STATUS NOT = "00"
               DISPLAY "DISTRICT ROSTER OPEN FAILED, STATUS = "
                   WS-DISTRICT-STATUS
               MOVE "OPEN-FAIL" TO WS-RUN-STATUS
               PERFORM 0850-LOG-END
               CLOSE RUN-LOG-FILE
               STOP RUN
           END-IF
           OPEN INPUT STUDENT-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "STUDENT MASTER OPEN FAILED, STATUS = "
                   WS-MASTER-STATUS
               MOVE "OPEN-FAIL" TO WS-RUN-STATUS
               PERFORM 0850-LOG-END
               CLOSE DISTRICT-FILE
               CLOSE RUN-LOG-FILE
               STOP RUN
           END-IF
           OPEN INPUT CLASS-MASTER
           IF WS-CLASS-STATUS NOT = "00"
               DISPLAY "CLASS MASTER OPEN FAILED, STATUS = "
                   WS-CLASS-STATUS
               MOVE "OPEN-FAIL" TO WS-RUN-STATUS
               PERFORM 0850-LOG-END
               CLOSE DISTRICT-FILE
               CLOSE STUDENT-MASTER
               CLOSE RUN-LOG-FILE
               STOP RUN
           END-IF
           OPEN INPUT STUDENT-MERGE-FILE
           IF WS-MERGE-STATUS = "00"
               SET WS-MERGE-OPEN TO TRUE
           END-IF
           OPEN OUTPUT TRAN-OUT-FILE
           OPEN OUTPUT DISCREP-FILE.

       0150-LOG-START.
           MOVE SPACES TO RUN-LOG-REC
           MOVE "ROSTIMPT" TO RL-PROGRAM
           MOVE "START" TO RL-EVENT
           MOVE WS-RUN-DATE-FMT TO RL-DATE
           MOVE ZERO TO RL-COUNT-1
           MOVE ZERO TO RL-COUNT-2
           MOVE ZERO TO RL-COUNT-3
           MOVE ZERO TO RL-COUNT-4
           WRITE RUN-LOG-REC.

       0850-LOG-END.
           MOVE SPACES TO RUN-LOG-REC
           MOVE "ROSTIMPT" TO RL-PROGRAM
           MOVE "END" TO RL-EVENT
           MOVE WS-RUN-DATE-FMT TO RL-DATE
           MOVE WS-RUN-STATUS TO RL-STATUS
           MOVE WS-ADD-COUNT TO RL-COUNT-1
           MOVE WS-CHANGE-COUNT TO RL-COUNT-2
           MOVE WS-DELETE-COUNT TO RL-COUNT-3
           MOVE WS-DISCREP-COUNT TO RL-COUNT-4
           WRITE RUN-LOG-REC.

       0900-CLOSE-FILES.
           CLOSE DISTRICT-FILE
           CLOSE STUDENT-MASTER
           CLOSE CLASS-MASTER
           IF WS-MERGE-OPEN
               CLOSE STUDENT-MERGE-FILE
           END-IF
           CLOSE TRAN-OUT-FILE
           CLOSE DISCREP-FILE
           CLOSE RUN-LOG-FILE.

       1000-PROCESS-CSV-ROW.
           SET WS-ROW-USABLE TO TRUE
                   INVALID KEY
                       PERFORM 1100-GENERATE-ADD
                   NOT INVALID KEY
                       IF SM-WITHDRAWN
                           PERFORM 1300-GENERATE-REENROLL
                       ELSE
                           PERFORM 1200-GENERATE-CHANGE
                       END-IF
               END-READ
           END-IF.

                   WS-CSV-GRADE-RAW
           END-UNSTRING
           PERFORM 1020-EDIT-ROSTER-ID
           IF WS-ID-VALID AND WS-MERGE-OPEN
               PERFORM 1040-REDIRECT-MERGED-ID
           END-IF
           PERFORM 1030-EDIT-ROSTER-GRADE
           IF WS-ID-INVALID
               ADD 1 TO WS-BADID-COUNT
               END-IF
           END-IF.

       1040-REDIRECT-MERGED-ID.
           MOVE ZERO TO WS-HOP-COUNT
           MOVE "N" TO WS-REDIRECT-SW
           PERFORM UNTIL WS-REDIRECT-DONE
               MOVE WS-CSV-ID TO MG-OLD-ID
               READ STUDENT-MERGE-FILE
                   INVALID KEY
                       SET WS-REDIRECT-DONE TO TRUE
                   NOT INVALID KEY
                       MOVE MG-NEW-ID TO WS-CSV-ID
                       ADD 1 TO WS-HOP-COUNT
                       IF WS-HOP-COUNT >= WS-HOP-MAX
                           SET WS-REDIRECT-DONE TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HOP-COUNT > 0
               ADD 1 TO WS-REDIRECT-COUNT
           END-IF.

       1100-GENERATE-ADD.
           IF WS-GRADE-INVALID
               MOVE "MISSING/BAD GRADE ON ADD" TO WS-DISCREP-REASON
               MOVE WS-CSV-NAME TO TO-NAME
               MOVE WS-CSV-CLASS TO TO-CLASS
               MOVE WS-CSV-GRADE TO TO-GRADE
               MOVE "ROSTIMPT" TO TO-OPERATOR
               WRITE TRAN-OUT-REC
               ADD 1 TO WS-ADD-COUNT
           END-IF.
               IF WS-CSV-CLASS NOT = SM-CLASS-CODE
                   MOVE WS-CSV-CLASS TO TO-CLASS
               END-IF
               MOVE "ROSTIMPT" TO TO-OPERATOR
               WRITE TRAN-OUT-REC
               ADD 1 TO WS-CHANGE-COUNT
           END-IF.

       1300-GENERATE-REENROLL.
           MOVE SPACES TO TRAN-OUT-REC
           MOVE "E" TO TO-CODE
           MOVE WS-CSV-ID TO TO-ID
           MOVE WS-CSV-CLASS TO TO-CLASS
           MOVE "ROSTIMPT" TO TO-OPERATOR
           WRITE TRAN-OUT-REC
           ADD 1 TO WS-REENROLL-COUNT
           IF WS-CSV-NAME NOT = SM-STUDENT-NAME
               MOVE "NAME DIFFERS ON RE-ENROLL" TO WS-DISCREP-REASON
               PERFORM 4000-WRITE-DISCREPANCY
           END-IF.

       3000-FIND-WITHDRAWALS.
           IF WS-ROSTER-COUNT = 0
               DISPLAY "ROSTER EMPTY - NO DELETES GENERATED"
               MOVE "EMPTY" TO WS-RUN-STATUS
               SET WS-NO-MORE-MASTER TO TRUE
           END-IF
           IF WS-ROSTER-OVERFLOW
               DISPLAY "ROSTER TABLE OVERFLOW - NO DELETES GENERATED"
               MOVE "TABLE-FULL" TO WS-RUN-STATUS
               SET WS-NO-MORE-MASTER TO TRUE
           END-IF
           IF WS-BADID-COUNT > 0
               DISPLAY "BAD STUDENT IDS ON ROSTER: " WS-BADID-COUNT
                   " - NO DELETES GENERATED"
               MOVE "BAD-IDS" TO WS-RUN-STATUS
               SET WS-NO-MORE-MASTER TO TRUE
           END-IF
           MOVE LOW-VALUES TO SM-STUDENT-ID
               WHEN WS-ROSTER-ID (WS-ROSTER-IX) = SM-STUDENT-ID
                   SET WS-ID-ON-ROSTER TO TRUE
           END-SEARCH
           IF NOT WS-ID-ON-ROSTER AND SM-ACTIVE
               MOVE SPACES TO TRAN-OUT-REC
               MOVE "D" TO TO-CODE
               MOVE SM-STUDENT-ID TO TO-ID
               MOVE "ROSTIMPT" TO TO-OPERATOR
               MOVE "NR" TO TO-REASON
               WRITE TRAN-OUT-REC
               ADD 1 TO WS-DELETE-COUNT
           END-IF.
