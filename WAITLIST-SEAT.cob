      *          Entries that do not fit stay queued; entries whose
      *          student situation no longer matches the transaction
      *          (an add for a student now on the master, a change
      *          for one who has left or been withdrawn, a
      *          re-enrollment for one no longer withdrawn) are
      *          dropped with a listing line. The waitlist file is
      *          rewritten with only the still-waiting entries, so
      *          arrival order is kept.
      *          Run this after maintenance has consumed the day's
      *          transaction file - it writes a fresh one. Released
      *          transactions are keyed under operator WAITSEAT.
      *          START and END records go to the shared run log
      *          (counts are released, still waiting, dropped and
      *          waitlist entries read).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SEAT-REPORT-FILE ASSIGN TO 'seatrpt.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO 'runlog.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.

           05 TO-ADDRESS PIC X(30).
           05 TO-CITY-ST-ZIP PIC X(30).
           05 TO-HOMEROOM PIC X(4).
           05 TO-OPERATOR PIC X(9).

       FD SEAT-REPORT-FILE.
       01 SEAT-REPORT-REC PIC X(110).

       FD RUN-LOG-FILE.
       COPY RUNLOG.

       WORKING-STORAGE SECTION.
       01 WS-WAITLIST-STATUS PIC XX.
       01 WS-MASTER-STATUS PIC XX.
       01 WS-CLASS-STATUS PIC XX.
       01 WS-RUNLOG-STATUS PIC XX.
       01 WS-RUN-STATUS PIC X(12) VALUE "OK".

       01 WS-WAIT-READ-SW PIC X VALUE "N".
           88 WS-NO-MORE-WAIT VALUE "Y".
                   " - NO SEATING DONE, WAITLIST LEFT UNTOUCHED"
               DISPLAY "OPERATOR: REVIEW WAITLIST SIZE, RERUN "
                   "WAITSEAT AFTER THE QUEUE IS WORKED DOWN"
               MOVE "TABLE-FULL" TO WS-RUN-STATUS
               PERFORM 0850-LOG-END
               PERFORM 0900-CLOSE-FILES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           MOVE WS-DROP-COUNT TO TT-DROPPED
           MOVE WS-TOTAL-LINE TO SEAT-REPORT-REC
           WRITE SEAT-REPORT-REC
           PERFORM 0850-LOG-END
           PERFORM 0900-CLOSE-FILES
           DISPLAY "WAITLIST-SEAT COMPLETE - RELEASED: "
               WS-RELEASE-COUNT
           MOVE WS-RUN-DD-IN TO WS-RUN-DD.

       0100-OPEN-FILES.
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
               CLOSE RUN-LOG-FILE
               OPEN EXTEND RUN-LOG-FILE
           END-IF
           PERFORM 0150-LOG-START
           OPEN INPUT STUDENT-MASTER
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
           MOVE SPACES TO SEAT-REPORT-REC
           WRITE SEAT-REPORT-REC.

       0150-LOG-START.
           MOVE SPACES TO RUN-LOG-REC
           MOVE "WAITSEAT" TO RL-PROGRAM
           MOVE "START" TO RL-EVENT
           MOVE WS-RUN-DATE-FMT TO RL-DATE
           MOVE ZERO TO RL-COUNT-1
           MOVE ZERO TO RL-COUNT-2
           MOVE ZERO TO RL-COUNT-3
           MOVE ZERO TO RL-COUNT-4
           WRITE RUN-LOG-REC.

       0850-LOG-END.
           MOVE SPACES TO RUN-LOG-REC
           MOVE "WAITSEAT" TO RL-PROGRAM
           MOVE "END" TO RL-EVENT
           MOVE WS-RUN-DATE-FMT TO RL-DATE
           MOVE WS-RUN-STATUS TO RL-STATUS
           MOVE WS-RELEASE-COUNT TO RL-COUNT-1
           MOVE WS-HOLD-COUNT TO RL-COUNT-2
           MOVE WS-DROP-COUNT TO RL-COUNT-3
           MOVE WS-WAIT-COUNT TO RL-COUNT-4
           WRITE RUN-LOG-REC.

       0900-CLOSE-FILES.
           CLOSE STUDENT-MASTER
           CLOSE CLASS-MASTER
           CLOSE TRAN-OUT-FILE
           CLOSE SEAT-REPORT-FILE
           CLOSE RUN-LOG-FILE.

       1000-LOAD-WAITLIST.
           OPEN INPUT WAITLIST-FILE
           END-PERFORM.

       1600-COUNT-ENROLLMENT.
           IF SM-ACTIVE
               MOVE SM-CLASS-CODE TO WS-LOOKUP-CLASS
               PERFORM 1700-FIND-CLASS-ENTRY
               IF WS-ENROLL-SUB > 0
                   ADD 1 TO WS-ENR-STUDENTS (WS-ENROLL-SUB)
               END-IF
           END-IF.

       1700-FIND-CLASS-ENTRY.
                   MOVE "N" TO WS-WT-KEEP (WS-WAIT-SUB)
                   ADD 1 TO WS-DROP-COUNT
                   MOVE "NOT ON MASTER - DROPPED" TO WS-ACTION
               WHEN WS-WT-CODE (WS-WAIT-SUB) = "C"
                   AND SM-WITHDRAWN
                   MOVE "N" TO WS-WT-KEEP (WS-WAIT-SUB)
                   ADD 1 TO WS-DROP-COUNT
                   MOVE "STUDENT WITHDRAWN - DROPPED" TO WS-ACTION
               WHEN WS-WT-CODE (WS-WAIT-SUB) = "E"
                   AND WS-STUDENT-MISSING
                   MOVE "N" TO WS-WT-KEEP (WS-WAIT-SUB)
                   ADD 1 TO WS-DROP-COUNT
                   MOVE "NOT ON MASTER - DROPPED" TO WS-ACTION
               WHEN WS-WT-CODE (WS-WAIT-SUB) = "E"
                   AND NOT SM-WITHDRAWN
                   MOVE "N" TO WS-WT-KEEP (WS-WAIT-SUB)
                   ADD 1 TO WS-DROP-COUNT
                   MOVE "ALREADY ENROLLED - DROPPED" TO WS-ACTION
               WHEN OTHER
                   PERFORM 2100-TRY-TO-SEAT
           END-EVALUATE
           MOVE WS-WT-ADDRESS (WS-WAIT-SUB) TO TO-ADDRESS
           MOVE WS-WT-CSZ (WS-WAIT-SUB) TO TO-CITY-ST-ZIP
           MOVE WS-WT-HOMEROOM (WS-WAIT-SUB) TO TO-HOMEROOM
           MOVE "WAITSEAT" TO TO-OPERATOR
           WRITE TRAN-OUT-REC
           MOVE "N" TO WS-WT-KEEP (WS-WAIT-SUB)
           ADD 1 TO WS-RELEASE-COUNT
