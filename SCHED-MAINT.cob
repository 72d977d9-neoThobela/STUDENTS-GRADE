      ******************************************************************
      * Author:
      * Date:
      * Purpose: Apply ADD/DROP transactions against STUDENT-SCHEDULE
      *          so each student's section enrollments for the term
      *          are kept on file beside the single home class on
      *          STUDENT-MASTER. An add is refused when the section's
      *          CM-PERIOD is the same as the period of another
      *          section the student already holds that term, or when
      *          the schedule already holds CM-ENROLL-CAP students for
      *          the section and term (a cap of zero is uncapped, and
      *          a period of zero is unscheduled time that cannot
      *          clash), or when the student is withdrawn. A drop
      *          removes the section for that term.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHED-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHED-TRAN-FILE ASSIGN TO 'schedtran.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
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
           ACCESS MODE IS RANDOM
           RECORD KEY IS CM-CLASS-CODE
           FILE STATUS IS WS-CLASS-STATUS.
           SELECT SCHED-REJECT-FILE ASSIGN TO 'schedrej.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO 'runlog.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD SCHED-TRAN-FILE.
       01 SCHED-TRAN-REC.
           05 SCT-CODE PIC X(1).
           05 SCT-ID PIC X(9).
           05 SCT-CLASS PIC X(8).
           05 SCT-TERM PIC X(5).

       FD STUDENT-SCHEDULE.
       COPY STUDSCHD.

       FD STUDENT-MASTER.
       COPY STUDMAST.

       FD CLASS-MASTER.
       COPY CLASMAST.

       FD SCHED-REJECT-FILE.
       01 SCHED-REJECT-REC PIC X(61).

       FD RUN-LOG-FILE.
       COPY RUNLOG.

       WORKING-STORAGE SECTION.
       01 WS-SCHED-STATUS PIC XX.
       01 WS-MASTER-STATUS PIC XX.
       01 WS-CLASS-STATUS PIC XX.
       01 WS-RUNLOG-STATUS PIC XX.
       01 WS-RUN-STATUS PIC X(12) VALUE "OK".

       01 WS-READ-SW PIC X VALUE "N".
           88 WS-NO-MORE-TRAN VALUE "Y".

       01 WS-VALID-SW PIC X VALUE "Y".
           88 WS-TRAN-VALID VALUE "Y".
           88 WS-TRAN-INVALID VALUE "N".

       01 WS-SCAN-SW PIC X VALUE "N".
           88 WS-NO-MORE-SCHED VALUE "Y".

       01 WS-REJECT-REASON PIC X(25).
       01 WS-CONFLICT-CLASS PIC X(8).
       01 WS-NEW-PERIOD PIC 9(2).
       01 WS-CLASS-CAP PIC 9(3).
       01 WS-SECTION-COUNT PIC 9(5).
       01 WS-ADD-COUNT PIC 9(7) VALUE ZERO.
       01 WS-DROP-COUNT PIC 9(7) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(7) VALUE ZERO.

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

       01 WS-SCHED-REJECT-LINE.
           05 SR-CODE PIC X(1).
           05 FILLER PIC X.
           05 SR-ID PIC X(9).
           05 FILLER PIC X.
           05 SR-CLASS PIC X(8).
           05 FILLER PIC X.
           05 SR-TERM PIC X(5).
           05 FILLER PIC X.
           05 SR-REASON PIC X(25).
           05 FILLER PIC X.
           05 SR-CONFLICT PIC X(8).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-GET-RUN-DATE
           PERFORM 0100-OPEN-FILES
           PERFORM UNTIL WS-NO-MORE-TRAN
               READ SCHED-TRAN-FILE
                   AT END
                       SET WS-NO-MORE-TRAN TO TRUE
                   NOT AT END
                       PERFORM 1000-APPLY-TRANSACTION
               END-READ
           END-PERFORM
           PERFORM 0850-LOG-END
           PERFORM 0900-CLOSE-FILES
           DISPLAY "SCHED-MAINT COMPLETE - ADDS: " WS-ADD-COUNT
               " DROPS: " WS-DROP-COUNT
               " REJECTS: " WS-REJECT-COUNT
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
           OPEN INPUT SCHED-TRAN-FILE
           OPEN INPUT STUDENT-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "STUDENT MASTER OPEN FAILED, STATUS = "
                   WS-MASTER-STATUS
               DISPLAY "OPERATOR: RERUN SCHDMANT ONCE STUDENT "
                   "MASTER IS AVAILABLE"
               MOVE "OPEN-FAIL" TO WS-RUN-STATUS
               PERFORM 0850-LOG-END
               CLOSE RUN-LOG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CLASS-MASTER
           IF WS-CLASS-STATUS NOT = "00"
               DISPLAY "CLASS MASTER OPEN FAILED, STATUS = "
                   WS-CLASS-STATUS
               DISPLAY "RUN CLASS-MAINT TO BUILD CLASS MASTER FIRST"
               DISPLAY "OPERATOR: RERUN SCHDMANT ONCE CLASS "
                   "MASTER IS AVAILABLE"
               MOVE "OPEN-FAIL" TO WS-RUN-STATUS
               PERFORM 0850-LOG-END
               CLOSE RUN-LOG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SCHED-REJECT-FILE
           OPEN I-O STUDENT-SCHEDULE
           IF WS-SCHED-STATUS = "35"
               OPEN OUTPUT STUDENT-SCHEDULE
               CLOSE STUDENT-SCHEDULE
               OPEN I-O STUDENT-SCHEDULE
           END-IF.

       0150-LOG-START.
           MOVE SPACES TO RUN-LOG-REC
           MOVE "SCHDMANT" TO RL-PROGRAM
           MOVE "START" TO RL-EVENT
           MOVE WS-RUN-DATE-FMT TO RL-DATE
           MOVE ZERO TO RL-COUNT-1
           MOVE ZERO TO RL-COUNT-2
           MOVE ZERO TO RL-COUNT-3
           MOVE ZERO TO RL-COUNT-4
           WRITE RUN-LOG-REC.

       0850-LOG-END.
           MOVE SPACES TO RUN-LOG-REC
           MOVE "SCHDMANT" TO RL-PROGRAM
           MOVE "END" TO RL-EVENT
           MOVE WS-RUN-DATE-FMT TO RL-DATE
           MOVE WS-RUN-STATUS TO RL-STATUS
           MOVE WS-ADD-COUNT TO RL-COUNT-1
           MOVE WS-DROP-COUNT TO RL-COUNT-2
           MOVE WS-REJECT-COUNT TO RL-COUNT-3
           MOVE ZERO TO RL-COUNT-4
           WRITE RUN-LOG-REC.

       0900-CLOSE-FILES.
           CLOSE SCHED-TRAN-FILE
           CLOSE STUDENT-SCHEDULE
           CLOSE STUDENT-MASTER
           CLOSE CLASS-MASTER
           CLOSE SCHED-REJECT-FILE
           CLOSE RUN-LOG-FILE.

       1000-APPLY-TRANSACTION.
           MOVE SPACES TO WS-CONFLICT-CLASS
           EVALUATE SCT-CODE
               WHEN "A"
                   PERFORM 1100-ADD-SECTION
               WHEN "D"
                   PERFORM 1300-DROP-SECTION
               WHEN OTHER
                   MOVE "UNKNOWN TRANSACTION CODE" TO WS-REJECT-REASON
                   PERFORM 1400-REJECT-TRANSACTION
           END-EVALUATE.

       1100-ADD-SECTION.
           SET WS-TRAN-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           IF SCT-TERM = SPACES
               SET WS-TRAN-INVALID TO TRUE
               MOVE "MISSING TERM" TO WS-REJECT-REASON
           ELSE
               MOVE SCT-ID TO SM-STUDENT-ID
               READ STUDENT-MASTER
                   INVALID KEY
                       SET WS-TRAN-INVALID TO TRUE
                       MOVE "STUDENT ID NOT FOUND" TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF SM-WITHDRAWN
                           SET WS-TRAN-INVALID TO TRUE
                           MOVE "STUDENT WITHDRAWN" TO WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF
           IF WS-TRAN-VALID
               MOVE SCT-CLASS TO CM-CLASS-CODE
               READ CLASS-MASTER
                   INVALID KEY
                       SET WS-TRAN-INVALID TO TRUE
                       MOVE "CLASS NOT ON CLASS MASTER"
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       MOVE CM-PERIOD TO WS-NEW-PERIOD
                       MOVE CM-ENROLL-CAP TO WS-CLASS-CAP
               END-READ
           END-IF
           IF WS-TRAN-VALID
               MOVE SCT-ID TO SS-STUDENT-ID
               MOVE SCT-CLASS TO SS-CLASS-CODE
               MOVE SCT-TERM TO SS-TERM
               READ STUDENT-SCHEDULE
                   NOT INVALID KEY
                       SET WS-TRAN-INVALID TO TRUE
                       MOVE "ALREADY IN SECTION" TO WS-REJECT-REASON
               END-READ
           END-IF
           IF WS-TRAN-VALID AND WS-NEW-PERIOD > 0
               PERFORM 1150-CHECK-PERIOD-CONFLICT
           END-IF
           IF WS-TRAN-VALID AND WS-CLASS-CAP > 0
               PERFORM 1170-CHECK-SECTION-FULL
           END-IF
           IF WS-TRAN-VALID
               MOVE SPACES TO STUDENT-SCHEDULE-REC
               MOVE SCT-ID TO SS-STUDENT-ID
               MOVE SCT-CLASS TO SS-CLASS-CODE
               MOVE SCT-TERM TO SS-TERM
               MOVE WS-RUN-DATE-FMT TO SS-ADD-DATE
               WRITE STUDENT-SCHEDULE-REC
                   INVALID KEY
                       MOVE "SCHEDULE WRITE FAILED" TO WS-REJECT-REASON
                       PERFORM 1400-REJECT-TRANSACTION
                   NOT INVALID KEY
                       ADD 1 TO WS-ADD-COUNT
               END-WRITE
           ELSE
               PERFORM 1400-REJECT-TRANSACTION
           END-IF.

       1150-CHECK-PERIOD-CONFLICT.
           MOVE "N" TO WS-SCAN-SW
           MOVE SCT-ID TO SS-STUDENT-ID
           MOVE LOW-VALUES TO SS-CLASS-CODE
           MOVE LOW-VALUES TO SS-TERM
           START STUDENT-SCHEDULE KEY NOT < SS-KEY
               INVALID KEY
                   SET WS-NO-MORE-SCHED TO TRUE
           END-START
           PERFORM UNTIL WS-NO-MORE-SCHED
               READ STUDENT-SCHEDULE NEXT RECORD
                   AT END
                       SET WS-NO-MORE-SCHED TO TRUE
                   NOT AT END
                       IF SS-STUDENT-ID = SCT-ID
                           IF SS-TERM = SCT-TERM
                               PERFORM 1160-COMPARE-PERIOD
                           END-IF
                       ELSE
                           SET WS-NO-MORE-SCHED TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       1160-COMPARE-PERIOD.
           MOVE SS-CLASS-CODE TO CM-CLASS-CODE
           READ CLASS-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CM-PERIOD = WS-NEW-PERIOD
                       SET WS-TRAN-INVALID TO TRUE
                       SET WS-NO-MORE-SCHED TO TRUE
                       MOVE "PERIOD CONFLICT" TO WS-REJECT-REASON
                       MOVE SS-CLASS-CODE TO WS-CONFLICT-CLASS
                   END-IF
           END-READ.

       1170-CHECK-SECTION-FULL.
           MOVE "N" TO WS-SCAN-SW
           MOVE ZERO TO WS-SECTION-COUNT
           MOVE SCT-CLASS TO SS-CLASS-CODE
           START STUDENT-SCHEDULE KEY = SS-CLASS-CODE
               INVALID KEY
                   SET WS-NO-MORE-SCHED TO TRUE
           END-START
           PERFORM UNTIL WS-NO-MORE-SCHED
               READ STUDENT-SCHEDULE NEXT RECORD
                   AT END
                       SET WS-NO-MORE-SCHED TO TRUE
                   NOT AT END
                       IF SS-CLASS-CODE = SCT-CLASS
                           IF SS-TERM = SCT-TERM
                               ADD 1 TO WS-SECTION-COUNT
                           END-IF
                       ELSE
                           SET WS-NO-MORE-SCHED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SECTION-COUNT >= WS-CLASS-CAP
               SET WS-TRAN-INVALID TO TRUE
               MOVE "SECTION AT ENROLL CAP" TO WS-REJECT-REASON
           END-IF.

       1300-DROP-SECTION.
           MOVE SCT-ID TO SS-STUDENT-ID
           MOVE SCT-CLASS TO SS-CLASS-CODE
           MOVE SCT-TERM TO SS-TERM
           DELETE STUDENT-SCHEDULE RECORD
               INVALID KEY
                   MOVE "NOT SCHEDULED IN SECTION" TO WS-REJECT-REASON
                   PERFORM 1400-REJECT-TRANSACTION
               NOT INVALID KEY
                   ADD 1 TO WS-DROP-COUNT
           END-DELETE.

       1400-REJECT-TRANSACTION.
           MOVE SPACES TO WS-SCHED-REJECT-LINE
           MOVE SCT-CODE TO SR-CODE
           MOVE SCT-ID TO SR-ID
           MOVE SCT-CLASS TO SR-CLASS
           MOVE SCT-TERM TO SR-TERM
           MOVE WS-REJECT-REASON TO SR-REASON
           MOVE WS-CONFLICT-CLASS TO SR-CONFLICT
           MOVE WS-SCHED-REJECT-LINE TO SCHED-REJECT-REC
           WRITE SCHED-REJECT-REC
           ADD 1 TO WS-REJECT-COUNT.
       END PROGRAM SCHED-MAINT.
