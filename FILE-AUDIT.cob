      *          other exception is report-only. Ends with RETURN-CODE
      *          8 when any exception exists so the nightly batch can
      *          be gated on a clean audit, 16 when a file it needs
      *          cannot be opened. START and END records go to the
      *          shared run log (END status EXCEPTIONS when any
      *          exception exists; counts are detail rows, master
      *          rows, exceptions and purged rows).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT PURGE-ARCHIVE-FILE ASSIGN TO 'audpurge.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PURGE-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO 'runlog.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.

       FD PURGE-ARCHIVE-FILE.
       01 PURGE-ARCHIVE-REC PIC X(50).

       FD RUN-LOG-FILE.
       COPY RUNLOG.

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC XX.
       01 WS-CLASS-STATUS PIC XX.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-GRADUATE-STATUS PIC XX.
       01 WS-PURGE-STATUS PIC XX.
       01 WS-RUNLOG-STATUS PIC XX.
       01 WS-RUN-STATUS PIC X(12) VALUE "OK".

       01 WS-PURGE-NAME PIC X(11) VALUE "AUDIT-PURGE".
       01 WS-PURGE-MODE PIC X(3).
           MOVE WS-PURGE-COUNT TO TO-PURGED
           MOVE WS-TOTAL-LINE TO AUDIT-REPORT-REC
           WRITE AUDIT-REPORT-REC
           IF WS-EXCEPT-COUNT > 0
               MOVE "EXCEPTIONS" TO WS-RUN-STATUS
           END-IF
           PERFORM 0850-LOG-END
           PERFORM 0900-CLOSE-FILES
           DISPLAY "FILE-AUDIT COMPLETE - DETAIL ROWS: "
               WS-DETAIL-COUNT
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
           IF WS-DETAIL-STATUS NOT = "00"
               DISPLAY "GRADE DETAIL OPEN FAILED, STATUS = "
                   WS-DETAIL-STATUS
               MOVE "OPEN-FAIL" TO WS-RUN-STATUS
               PERFORM 0850-LOG-END
               CLOSE STUDENT-MASTER
               CLOSE CLASS-MASTER
               CLOSE RUN-LOG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
               WRITE PURGE-ARCHIVE-REC
           END-IF.

       0150-LOG-START.
           MOVE SPACES TO RUN-LOG-REC
           MOVE "FILEAUDT" TO RL-PROGRAM
           MOVE "START" TO RL-EVENT
           MOVE WS-RUN-DATE-FMT TO RL-DATE
           MOVE ZERO TO RL-COUNT-1
           MOVE ZERO TO RL-COUNT-2
           MOVE ZERO TO RL-COUNT-3
           MOVE ZERO TO RL-COUNT-4
           WRITE RUN-LOG-REC.

       0850-LOG-END.
           MOVE SPACES TO RUN-LOG-REC
           MOVE "FILEAUDT" TO RL-PROGRAM
           MOVE "END" TO RL-EVENT
           MOVE WS-RUN-DATE-FMT TO RL-DATE
           MOVE WS-RUN-STATUS TO RL-STATUS
           MOVE WS-DETAIL-COUNT TO RL-COUNT-1
           MOVE WS-MASTER-COUNT TO RL-COUNT-2
           MOVE WS-EXCEPT-COUNT TO RL-COUNT-3
           MOVE WS-PURGE-COUNT TO RL-COUNT-4
           WRITE RUN-LOG-REC.

       0900-CLOSE-FILES.
           CLOSE STUDENT-MASTER
           CLOSE CLASS-MASTER
           CLOSE AUDIT-REPORT-FILE
           IF WS-PURGE-ON
               CLOSE PURGE-ARCHIVE-FILE
           END-IF
           CLOSE RUN-LOG-FILE.

       1000-LOAD-GRADUATES.
           OPEN INPUT GRADUATE-FILE
