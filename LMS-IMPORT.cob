      *          validate go to the discrepancy listing with a
      *          reason, and the listing ends with control totals
      *          proving rows read = rows accepted + discrepancies.
      *          The transactions are keyed under operator LMSIMPRT,
      *          which OPERATOR-SECURITY must clear for G. A row for
      *          a student ID retired by a STUDENT-MAINT merge is
      *          credited to the surviving ID named on STUDENT-MERGE.
      *          START and END records go to the shared run log
      *          (counts are rows read, rows accepted, G transactions
      *          and discrepancies).
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
           SELECT DISCREP-FILE ASSIGN TO 'lmsdiscr.txt'
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
           05 TO-GRADE PIC X(3).
           05 TO-TERM PIC X(5).
           05 TO-APPROVER PIC X(9).
           05 TO-GUARDIAN PIC X(30).
           05 TO-ADDRESS PIC X(30).
           05 TO-CITY-ST-ZIP PIC X(30).
           05 TO-HOMEROOM PIC X(4).
           05 TO-OPERATOR PIC X(9).

       FD DISCREP-FILE.
       01 DISCREP-REC PIC X(150).

       FD RUN-LOG-FILE.
       COPY RUNLOG.

       WORKING-STORAGE SECTION.
       01 WS-LMS-STATUS PIC XX.
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
           05 T2-UNPOST PIC ZZZZZZ9.
           05 FILLER PIC X(57) VALUE SPACES.

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
               READ LMS-SCORE-FILE
           MOVE WS-GRADE-DISCREP TO T2-UNPOST
           MOVE WS-TOTAL-LINE-2 TO DISCREP-REC
           WRITE DISCREP-REC
           IF WS-ACC-DROPPED > 0
               MOVE "TABLE-FULL" TO WS-RUN-STATUS
           END-IF
           PERFORM 0850-LOG-END
           PERFORM 0900-CLOSE-FILES
           DISPLAY "LMS-IMPORT COMPLETE - ROWS: " WS-ROW-COUNT
               " ACCEPTED: " WS-ACCEPT-COUNT
               " DISCREPANCIES: " WS-DISCREP-COUNT
               " G TRANSACTIONS: " WS-TRAN-COUNT
               " REDIRECTED: " WS-REDIRECT-COUNT
           DISPLAY "CONTROL - ACCEPTED SCORE TOTAL: " WS-SCORE-TOTAL
           IF WS-ACC-DROPPED > 0
               DISPLAY "WARNING - SCORE ROWS PAST STUDENT/CLASS "
           END-IF
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
           OPEN INPUT LMS-SCORE-FILE
           IF WS-LMS-STATUS NOT = "00"
               DISPLAY "LMS SCORE EXPORT OPEN FAILED, STATUS = "
                   WS-LMS-STATUS
               MOVE "OPEN-FAIL" TO WS-RUN-STATUS
               PERFORM 0850-LOG-END
               CLOSE RUN-LOG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "STUDENT MASTER OPEN FAILED, STATUS = "
                   WS-MASTER-STATUS
               MOVE "OPEN-FAIL" TO WS-RUN-STATUS
               PERFORM 0850-LOG-END
               CLOSE LMS-SCORE-FILE
               CLOSE RUN-LOG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CLASS-STATUS NOT = "00"
               DISPLAY "CLASS MASTER OPEN FAILED, STATUS = "
                   WS-CLASS-STATUS
               MOVE "OPEN-FAIL" TO WS-RUN-STATUS
               PERFORM 0850-LOG-END
               CLOSE LMS-SCORE-FILE
               CLOSE STUDENT-MASTER
               CLOSE RUN-LOG-FILE
               MOVE 16 TO RETURN-CODE
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
           MOVE "LMSIMPRT" TO RL-PROGRAM
           MOVE "START" TO RL-EVENT
           MOVE WS-RUN-DATE-FMT TO RL-DATE
           MOVE ZERO TO RL-COUNT-1
           MOVE ZERO TO RL-COUNT-2
           MOVE ZERO TO RL-COUNT-3
           MOVE ZERO TO RL-COUNT-4
           WRITE RUN-LOG-REC.

       0850-LOG-END.
           MOVE SPACES TO RUN-LOG-REC
           MOVE "LMSIMPRT" TO RL-PROGRAM
           MOVE "END" TO RL-EVENT
           MOVE WS-RUN-DATE-FMT TO RL-DATE
           MOVE WS-RUN-STATUS TO RL-STATUS
           MOVE WS-ROW-COUNT TO RL-COUNT-1
           MOVE WS-ACCEPT-COUNT TO RL-COUNT-2
           MOVE WS-TRAN-COUNT TO RL-COUNT-3
           MOVE WS-DISCREP-COUNT TO RL-COUNT-4
           WRITE RUN-LOG-REC.

       0900-CLOSE-FILES.
           CLOSE LMS-SCORE-FILE
           CLOSE STUDENT-MASTER
           CLOSE CLASS-MASTER
           IF WS-MERGE-OPEN
               CLOSE STUDENT-MERGE-FILE
           END-IF
           CLOSE TRAN-OUT-FILE
           CLOSE DISCREP-FILE
           CLOSE RUN-LOG-FILE.

       1000-PROCESS-SCORE-ROW.
           SET WS-ROW-USABLE TO TRUE
               END-IF
           END-IF.

       1350-REDIRECT-MERGED-ID.
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

       1400-CHECK-MASTERS.
           IF WS-MERGE-OPEN
               PERFORM 1350-REDIRECT-MERGED-ID
           END-IF
           MOVE WS-CSV-ID TO SM-STUDENT-ID
           READ STUDENT-MASTER
               INVALID KEY
           MOVE WS-ACC-CLASS (WS-ACC-SUB) TO TO-CLASS
           MOVE WS-TERM-GRADE TO TO-GRADE
           MOVE WS-ACC-TERM (WS-ACC-SUB) TO TO-TERM
           MOVE "LMSIMPRT" TO TO-OPERATOR
           WRITE TRAN-OUT-REC
           ADD 1 TO WS-TRAN-COUNT.

