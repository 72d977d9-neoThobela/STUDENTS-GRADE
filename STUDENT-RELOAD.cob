      *          loads the records. Refuses to run against a
      *          non-empty master unless the RELOAD-OVERRIDE
      *          environment switch is set to YES.
      *          Recovery mode is selected by setting RECOVER-TO-DATE
      *          (YYYY-MM-DD) and optionally RECOVER-TO-TIME (HHMMSS,
      *          default 235959): after the load, every student
      *          journal record stamped from the backup header's date
      *          and time up to that point is applied over the master
      *          in journal order - adds and changes put the after
      *          image, deletes remove the record, and an R record
      *          clears the master for the L records of a later
      *          reload. Replaying the whole after image makes a
      *          record applied twice harmless, so backups whose
      *          header carries no time roll forward from midnight of
      *          their date. Either way the rebuilt master is then
      *          journaled as an R record and one L record per
      *          student, so later recoveries can roll across it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ALTERNATE RECORD KEY IS SM-STUDENT-NAME WITH DUPLICATES
           ALTERNATE RECORD KEY IS SM-CLASS-CODE WITH DUPLICATES
           FILE STATUS IS WS-MASTER-STATUS.
           SELECT STUDENT-JOURNAL-FILE ASSIGN TO 'studjrnl.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.

       FD BACKUP-FILE.
       01 BACKUP-REC.
           05 BK-REC-TYPE PIC X(1).
           05 BK-DATA PIC X(207).

       FD STUDENT-MASTER.
       COPY STUDMAST.

       FD STUDENT-JOURNAL-FILE.
       COPY STUDJRNL.

       WORKING-STORAGE SECTION.
       01 WS-BACKUP-STATUS PIC XX.
       01 WS-MASTER-STATUS PIC XX.
       01 WS-JOURNAL-STATUS PIC XX.

       01 WS-OVERRIDE-NAME PIC X(15) VALUE "RELOAD-OVERRIDE".
       01 WS-OVERRIDE PIC X(3).
       01 WS-TRAILER-SW PIC X VALUE "N".
           88 WS-TRAILER-SEEN VALUE "Y".

       01 WS-MASTER-READ-SW PIC X VALUE "N".
           88 WS-NO-MORE-MASTER VALUE "Y".

       01 WS-JOURNAL-READ-SW PIC X VALUE "N".
           88 WS-NO-MORE-JOURNAL VALUE "Y".

       01 WS-RECOVER-DATE-NAME PIC X(15) VALUE "RECOVER-TO-DATE".
       01 WS-RECOVER-TIME-NAME PIC X(15) VALUE "RECOVER-TO-TIME".
       01 WS-RECOVER-DATE PIC X(10).
       01 WS-RECOVER-TIME PIC X(6).

       01 WS-RECOVERY-SW PIC X VALUE "N".
           88 WS-RECOVERY-MODE VALUE "Y".

       01 WS-EDIT-DATE-8.
           05 WS-EDIT-YYYY PIC 9(4).
           05 WS-EDIT-MM PIC 9(2).
           05 WS-EDIT-DD PIC 9(2).
       01 WS-EDIT-DATE-N REDEFINES WS-EDIT-DATE-8 PIC 9(8).

       01 WS-FROM-STAMP.
           05 WS-FROM-DATE PIC X(10).
           05 WS-FROM-TIME PIC 9(8).

       01 WS-TO-STAMP.
           05 WS-TO-DATE PIC X(10).
           05 WS-TO-TIME PIC 9(8).

       01 WS-JOURNAL-STAMP.
           05 WS-JS-DATE PIC X(10).
           05 WS-JS-TIME PIC 9(8).

       01 WS-BACKUP-DATE PIC X(10).
       01 WS-BACKUP-TIME PIC 9(8) VALUE ZERO.
       01 WS-DETAIL-COUNT PIC 9(7) VALUE ZERO.
       01 WS-LOAD-COUNT PIC 9(7) VALUE ZERO.
       01 WS-TRAILER-COUNT PIC 9(7) VALUE ZERO.
       01 WS-APPLIED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-OUTSIDE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-NOT-FOUND-COUNT PIC 9(7) VALUE ZERO.
       01 WS-CLEAR-COUNT PIC 9(5) VALUE ZERO.
       01 WS-BAD-JOURNAL-COUNT PIC 9(7) VALUE ZERO.
       01 WS-JOURNAL-COUNT PIC 9(7) VALUE ZERO.
       01 WS-JOURNAL-TIME PIC 9(8).
       01 WS-JOURNAL-ACTION PIC X.

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

       01 WS-TRAILER-DATA.
           05 WS-TD-COUNT PIC X(7).
           05 FILLER PIC X(200).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-GET-RUN-DATE
           ACCEPT WS-OVERRIDE FROM ENVIRONMENT WS-OVERRIDE-NAME
           PERFORM 0200-GET-RECOVERY-POINT
           PERFORM 1000-VERIFY-BACKUP
           IF WS-RECOVERY-MODE
               PERFORM 1500-CHECK-RECOVERY-WINDOW
           END-IF
           PERFORM 2000-CHECK-MASTER-EMPTY
           PERFORM 3000-LOAD-MASTER
           DISPLAY "STUDENT-RELOAD COMPLETE - RECORDS LOADED: "
               WS-LOAD-COUNT " FROM BACKUP DATED " WS-BACKUP-DATE
           IF WS-RECOVERY-MODE
               PERFORM 4000-ROLL-FORWARD
               DISPLAY "ROLL-FORWARD TO " WS-TO-DATE " " WS-TO-TIME
                   " COMPLETE - APPLIED: " WS-APPLIED-COUNT
                   " MASTER CLEARS: " WS-CLEAR-COUNT
                   " DELETES ALREADY GONE: " WS-NOT-FOUND-COUNT
                   " OUTSIDE WINDOW: " WS-OUTSIDE-COUNT
                   " UNREADABLE: " WS-BAD-JOURNAL-COUNT
               IF WS-BAD-JOURNAL-COUNT > 0
                   DISPLAY "OPERATOR: UNREADABLE JOURNAL RECORDS "
                       "SKIPPED - CHECK THE RECOVERED MASTER BEFORE "
                       "RELEASING IT"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 5000-JOURNAL-MASTER
           DISPLAY "REBUILT MASTER JOURNALED - RECORDS: "
               WS-JOURNAL-COUNT
           STOP RUN.

       0050-GET-RUN-DATE.
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD
           MOVE WS-RUN-YYYY-IN TO WS-RUN-YYYY
           MOVE WS-RUN-MM-IN TO WS-RUN-MM
           MOVE WS-RUN-DD-IN TO WS-RUN-DD.

       0200-GET-RECOVERY-POINT.
           ACCEPT WS-RECOVER-DATE FROM ENVIRONMENT WS-RECOVER-DATE-NAME
           ACCEPT WS-RECOVER-TIME FROM ENVIRONMENT WS-RECOVER-TIME-NAME
           IF WS-RECOVER-DATE NOT = SPACES
               SET WS-RECOVERY-MODE TO TRUE
               IF WS-RECOVER-DATE (1:4) IS NOT NUMERIC
                   OR WS-RECOVER-DATE (5:1) NOT = "-"
                   OR WS-RECOVER-DATE (6:2) IS NOT NUMERIC
                   OR WS-RECOVER-DATE (8:1) NOT = "-"
                   OR WS-RECOVER-DATE (9:2) IS NOT NUMERIC
                   DISPLAY "RECOVER-TO-DATE " WS-RECOVER-DATE
                       " NOT YYYY-MM-DD - RECOVERY REFUSED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-RECOVER-DATE (1:4) TO WS-EDIT-YYYY
               MOVE WS-RECOVER-DATE (6:2) TO WS-EDIT-MM
               MOVE WS-RECOVER-DATE (9:2) TO WS-EDIT-DD
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-EDIT-DATE-N) NOT = 0
                   DISPLAY "RECOVER-TO-DATE " WS-RECOVER-DATE
                       " NOT A CALENDAR DATE - RECOVERY REFUSED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-RECOVER-TIME = SPACES
                   MOVE "235959" TO WS-RECOVER-TIME
               END-IF
               IF WS-RECOVER-TIME IS NOT NUMERIC
                   OR WS-RECOVER-TIME (1:2) > "23"
                   OR WS-RECOVER-TIME (3:2) > "59"
                   OR WS-RECOVER-TIME (5:2) > "59"
                   DISPLAY "RECOVER-TO-TIME " WS-RECOVER-TIME
                       " NOT HHMMSS - RECOVERY REFUSED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-RECOVER-DATE TO WS-TO-DATE
               MOVE WS-RECOVER-TIME TO WS-TO-TIME (1:6)
               MOVE "99" TO WS-TO-TIME (7:2)
           END-IF.

       1000-VERIFY-BACKUP.
           OPEN INPUT BACKUP-FILE
           IF WS-BACKUP-STATUS NOT = "00"
               WHEN "H"
                   SET WS-HEADER-SEEN TO TRUE
                   MOVE BK-DATA (1:10) TO WS-BACKUP-DATE
                   IF BK-DATA (12:8) IS NUMERIC
                       MOVE BK-DATA (12:8) TO WS-BACKUP-TIME
                   END-IF
               WHEN "D"
                   ADD 1 TO WS-DETAIL-COUNT
               WHEN "T"
                   STOP RUN
           END-EVALUATE.

       1500-CHECK-RECOVERY-WINDOW.
           MOVE WS-BACKUP-DATE TO WS-FROM-DATE
           MOVE WS-BACKUP-TIME TO WS-FROM-TIME
           IF WS-TO-STAMP < WS-FROM-STAMP
               DISPLAY "RECOVER-TO " WS-TO-DATE " " WS-TO-TIME
                   " IS BEFORE THE BACKUP TAKEN " WS-FROM-DATE " "
                   WS-FROM-TIME " - RECOVERY REFUSED"
               DISPLAY "OPERATOR: RERUN STRELOAD AGAINST AN OLDER "
                   "BACKUP GENERATION"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT STUDENT-JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "STUDENT JOURNAL OPEN FAILED, STATUS = "
                   WS-JOURNAL-STATUS " - RECOVERY REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE STUDENT-JOURNAL-FILE
           DISPLAY "RECOVERY MODE - ROLLING FORWARD FROM "
               WS-FROM-DATE " " WS-FROM-TIME " TO " WS-TO-DATE " "
               WS-TO-TIME.

       2000-CHECK-MASTER-EMPTY.
           OPEN INPUT STUDENT-MASTER
           IF WS-MASTER-STATUS = "35"
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-OVERRIDE-ON OR WS-RECOVERY-MODE
                           DISPLAY "MASTER NOT EMPTY - "
                               "RELOAD-OVERRIDE=YES OR RECOVERY "
                               "MODE, REBUILDING"
                       ELSE
                           DISPLAY "MASTER NOT EMPTY - SET "
                               "RELOAD-OVERRIDE=YES TO REBUILD - "
               NOT INVALID KEY
                   ADD 1 TO WS-LOAD-COUNT
           END-WRITE.

       4000-ROLL-FORWARD.
           OPEN I-O STUDENT-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "STUDENT MASTER ROLL-FORWARD OPEN FAILED, "
                   "STATUS = " WS-MASTER-STATUS
               DISPLAY "OPERATOR: RERUN STRELOAD - THE MASTER HOLDS "
                   "THE BACKUP ONLY"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT STUDENT-JOURNAL-FILE
           PERFORM UNTIL WS-NO-MORE-JOURNAL
               READ STUDENT-JOURNAL-FILE
                   AT END
                       SET WS-NO-MORE-JOURNAL TO TRUE
                   NOT AT END
                       PERFORM 4100-APPLY-JOURNAL-RECORD
               END-READ
           END-PERFORM
           CLOSE STUDENT-JOURNAL-FILE
           CLOSE STUDENT-MASTER.

       4100-APPLY-JOURNAL-RECORD.
           MOVE SJ-DATE TO WS-JS-DATE
           IF SJ-TIME IS NUMERIC
               MOVE SJ-TIME TO WS-JS-TIME
           ELSE
               MOVE ZERO TO WS-JS-TIME
           END-IF
           IF WS-JOURNAL-STAMP < WS-FROM-STAMP
               OR WS-JOURNAL-STAMP > WS-TO-STAMP
               ADD 1 TO WS-OUTSIDE-COUNT
           ELSE
               EVALUATE TRUE
                   WHEN SJ-ADD
                   WHEN SJ-CHANGE
                   WHEN SJ-LOAD
                       PERFORM 4200-PUT-AFTER-IMAGE
                   WHEN SJ-DELETE
                       PERFORM 4300-DELETE-STUDENT
                   WHEN SJ-RELOAD
                       PERFORM 4400-CLEAR-MASTER
                   WHEN OTHER
                       DISPLAY "UNKNOWN JOURNAL ACTION " SJ-ACTION
                           " FOR " SJ-STUDENT-ID " - SKIPPED"
                       ADD 1 TO WS-BAD-JOURNAL-COUNT
               END-EVALUATE
           END-IF.

       4200-PUT-AFTER-IMAGE.
           MOVE SJ-AFTER-IMAGE TO STUDENT-MASTER-REC
           WRITE STUDENT-MASTER-REC
               INVALID KEY
                   REWRITE STUDENT-MASTER-REC
                       INVALID KEY
                           DISPLAY "ROLL-FORWARD UPDATE FAILED: "
                               SJ-STUDENT-ID " STATUS = "
                               WS-MASTER-STATUS
                           ADD 1 TO WS-BAD-JOURNAL-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-APPLIED-COUNT
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-COUNT
           END-WRITE.

       4300-DELETE-STUDENT.
           MOVE SJ-STUDENT-ID TO SM-STUDENT-ID
           DELETE STUDENT-MASTER RECORD
               INVALID KEY
                   ADD 1 TO WS-NOT-FOUND-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-COUNT
           END-DELETE.

       4400-CLEAR-MASTER.
           CLOSE STUDENT-MASTER
           OPEN OUTPUT STUDENT-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "STUDENT MASTER CLEAR OPEN FAILED, STATUS = "
                   WS-MASTER-STATUS
               DISPLAY "OPERATOR: RERUN STRELOAD - THE MASTER IS "
                   "PART WAY THROUGH THE ROLL-FORWARD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE STUDENT-MASTER
           OPEN I-O STUDENT-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "STUDENT MASTER ROLL-FORWARD REOPEN FAILED, "
                   "STATUS = " WS-MASTER-STATUS
               DISPLAY "OPERATOR: RERUN STRELOAD - THE MASTER IS "
                   "PART WAY THROUGH THE ROLL-FORWARD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CLEAR-COUNT.

       5000-JOURNAL-MASTER.
           OPEN EXTEND STUDENT-JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT STUDENT-JOURNAL-FILE
               CLOSE STUDENT-JOURNAL-FILE
               OPEN EXTEND STUDENT-JOURNAL-FILE
           END-IF
           MOVE "R" TO WS-JOURNAL-ACTION
           PERFORM 5100-WRITE-JOURNAL
           OPEN INPUT STUDENT-MASTER
           MOVE LOW-VALUES TO SM-STUDENT-ID
           START STUDENT-MASTER KEY NOT < SM-STUDENT-ID
               INVALID KEY
                   SET WS-NO-MORE-MASTER TO TRUE
           END-START
           PERFORM UNTIL WS-NO-MORE-MASTER
               READ STUDENT-MASTER NEXT RECORD
                   AT END
                       SET WS-NO-MORE-MASTER TO TRUE
                   NOT AT END
                       MOVE "L" TO WS-JOURNAL-ACTION
                       PERFORM 5100-WRITE-JOURNAL
                       ADD 1 TO WS-JOURNAL-COUNT
               END-READ
           END-PERFORM
           CLOSE STUDENT-MASTER
           CLOSE STUDENT-JOURNAL-FILE.

       5100-WRITE-JOURNAL.
           ACCEPT WS-JOURNAL-TIME FROM TIME
           MOVE SPACES TO STUDENT-JOURNAL-REC
           MOVE WS-JOURNAL-ACTION TO SJ-ACTION
           MOVE WS-RUN-DATE-FMT TO SJ-DATE
           MOVE WS-JOURNAL-TIME TO SJ-TIME
           MOVE "STRELOAD" TO SJ-PROGRAM
           MOVE "STRELOAD" TO SJ-OPERATOR
           IF SJ-LOAD
               MOVE SM-STUDENT-ID TO SJ-STUDENT-ID
               MOVE STUDENT-MASTER-REC TO SJ-AFTER-IMAGE
           END-IF
           WRITE STUDENT-JOURNAL-REC.
       END PROGRAM STUDENT-RELOAD.
