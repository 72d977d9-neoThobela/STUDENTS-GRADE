      *          transaction carrying their approver ID to release or
      *          drop each held change, and the approver ID is
      *          carried into the grade history so the transcript
      *          shows who authorized it. A G (subject grade) posting
      *          is rejected unless the student is scheduled into that
      *          section for the term on STUDENT-SCHEDULE. Every add,
      *          change and delete made to STUDENT-MASTER is appended
      *          to the student journal with the record's before and
      *          after images. Every transaction carries the ID of the
      *          operator who keyed it; one not on OPERATOR-SECURITY,
      *          not active, not cleared for the transaction code or -
      *          for a teacher's G or R - not cleared for the class is
      *          rejected and logged as a security violation. A P or
      *          J must be keyed by the approver named on it, and
      *          never by the operator who keyed the held change.
      *          An M (merge) transaction folds the duplicate record
      *          named in TRAN-MERGE-ID into the surviving TRAN-ID:
      *          its subject grades, attendance, schedule, suspense,
      *          waitlist and grade history move to the survivor
      *          (the survivor's own record wins where both have one),
      *          blank survivor fields are filled from it, it is
      *          deleted from STUDENT-MASTER and a redirect record is
      *          written to STUDENT-MERGE. A transaction that still
      *          carries a merged ID is applied to its survivor.
      *          A withdrawn survivor must be re-enrolled (E) before
      *          an active duplicate can be merged into it.
      *          A D transaction withdraws the student rather than
      *          deleting the record: a reason code (TRAN-REASON), a
      *          withdrawal date (default today) and, for a transfer,
      *          the receiving school are set on the master and the
      *          class seat is released, along with the student's
      *          STUDENT-SCHEDULE sections for the CALENDAR term the
      *          run date falls in. TRANSFER-PKT builds the
      *          records packet from the withdrawn record. An E
      *          transaction re-enrolls a withdrawn student, into a
      *          new class if one is keyed, subject to the class cap;
      *          sections are then rescheduled through SCHED-MAINT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GD-KEY
           FILE STATUS IS WS-DETAIL-STATUS.
           SELECT OPERATOR-SECURITY ASSIGN TO OPERSEC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OS-OPERATOR-ID
           FILE STATUS IS WS-OPERSEC-STATUS.
           SELECT STUDENT-SCHEDULE ASSIGN TO STUDSCHD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SS-KEY
           ALTERNATE RECORD KEY IS SS-CLASS-CODE WITH DUPLICATES
           FILE STATUS IS WS-SCHED-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO CALENDAR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CA-DATE
           FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT ATTENDANCE-FILE ASSIGN TO ATTEND
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AT-KEY
           FILE STATUS IS WS-ATTEND-STATUS.
           SELECT STUDENT-MERGE-FILE ASSIGN TO STUDMERG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MG-OLD-ID
           FILE STATUS IS WS-MERGE-STATUS.
           SELECT MERGE-WORK-FILE ASSIGN TO 'mergwork.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRAN-REJECT-FILE ASSIGN TO 'tranrej.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WAITLIST-FILE ASSIGN TO 'waitlist.txt'
           SELECT RUN-LOG-FILE ASSIGN TO 'runlog.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT STUDENT-JOURNAL-FILE ASSIGN TO 'studjrnl.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT SECURITY-VIOLATION-FILE ASSIGN TO 'secviol.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SECVIOL-STATUS.

       DATA DIVISION.

           05 TRAN-ADDRESS PIC X(30).
           05 TRAN-CITY-ST-ZIP PIC X(30).
           05 TRAN-HOMEROOM PIC X(4).
           05 TRAN-OPERATOR PIC X(9).
           05 TRAN-MERGE-ID PIC X(9).
           05 TRAN-REASON PIC X(2).
           05 TRAN-DEST-SCHOOL PIC X(30).
           05 TRAN-WD-DATE PIC X(10).

       FD STUDENT-MASTER.
       COPY STUDMAST.
       FD GRADE-DETAIL.
       COPY GRADDETL.

       FD OPERATOR-SECURITY.
       COPY OPERSEC.

       FD STUDENT-SCHEDULE.
       COPY STUDSCHD.

       FD CALENDAR-FILE.
       COPY CALENDAR.

       FD ATTENDANCE-FILE.
       COPY ATTDETL.

       FD STUDENT-MERGE-FILE.
       COPY STUDMERG.

       FD MERGE-WORK-FILE.
       01 MERGE-WORK-REC PIC X(190).

       FD TRAN-REJECT-FILE.
       01 TRAN-REJECT-REC PIC X(107).

       FD RUN-LOG-FILE.
       COPY RUNLOG.

       FD STUDENT-JOURNAL-FILE.
       COPY STUDJRNL.

       FD SECURITY-VIOLATION-FILE.
       COPY SECVIOL.

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC XX.
       01 WS-CLASS-STATUS PIC XX.
       01 WS-DETAIL-STATUS PIC XX.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-JOURNAL-STATUS PIC XX.
       01 WS-OPERSEC-STATUS PIC XX.
       01 WS-SECVIOL-STATUS PIC XX.

       01 WS-OPERATOR-SW PIC X VALUE "Y".
           88 WS-OPERATOR-CLEARED VALUE "Y".
           88 WS-OPERATOR-REFUSED VALUE "N".

       01 WS-CODE-SUB PIC 9(2).
       01 WS-CODE-MAX PIC 9(2) VALUE 10.
       01 WS-VIOLATION-COUNT PIC 9(5) VALUE ZERO.
       01 WS-VIOLATION-TIME PIC 9(8).
       01 WS-WAITLIST-STATUS PIC XX.
       01 WS-SUSPENSE-STATUS PIC XX.
       01 WS-SCHED-STATUS PIC XX.

       01 WS-SCHED-OPEN-SW PIC X VALUE "N".
           88 WS-SCHED-OPEN VALUE "Y".

       01 WS-CALENDAR-STATUS PIC XX.
       01 WS-CALENDAR-TERM PIC X(5) VALUE SPACES.

       01 WS-CAL-EOF-SW PIC X VALUE "N".
           88 WS-CAL-EOF VALUE "Y".

       01 WS-RELEASE-SCAN-SW PIC X VALUE "N".
           88 WS-RELEASE-SCAN-DONE VALUE "Y".

       01 WS-SECTION-RELEASE-COUNT PIC 9(5) VALUE ZERO.

       01 WS-ATTEND-STATUS PIC XX.
       01 WS-MERGE-STATUS PIC XX.

       01 WS-MERGE-SCAN-SW PIC X VALUE "N".
           88 WS-MERGE-SCAN-DONE VALUE "Y".

       01 WS-REDIRECT-SW PIC X VALUE "N".
           88 WS-REDIRECT-DONE VALUE "Y".

       01 WS-WORK-READ-SW PIC X VALUE "N".
           88 WS-NO-MORE-WORK VALUE "Y".

       01 WS-SURVIVOR-SW PIC X VALUE "N".
           88 WS-SURVIVOR-FILLED VALUE "Y".

       01 WS-MERGE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-MERGE-MOVE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-MERGE-CONFLICT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REDIRECT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REDIRECT-ID PIC X(9).
       01 WS-HOP-COUNT PIC 9(2).
       01 WS-HOP-MAX PIC 9(2) VALUE 10.

       01 WS-MERGE-MAX PIC 9(3) VALUE 100.
       01 WS-MERGE-SUB PIC 9(3).
       01 WS-MERGE-TABLE.
           05 WS-MERGE-ENTRY OCCURS 100 TIMES.
               10 WS-MT-OLD-ID PIC X(9).
               10 WS-MT-NEW-ID PIC X(9).

       01 WS-LOSER-IMAGE.
           05 WS-LO-STUDENT-ID PIC X(9).
           05 WS-LO-STUDENT-NAME PIC X(50).
           05 WS-LO-CLASS-CODE PIC X(8).
           05 WS-LO-GRADE PIC 9(3).
           05 WS-LO-GUARDIAN-NAME PIC X(30).
           05 WS-LO-MAIL-ADDRESS PIC X(30).
           05 WS-LO-MAIL-CITY-ST-ZIP PIC X(30).
           05 WS-LO-HOMEROOM PIC X(4).
           05 WS-LO-ENROLL-STATUS PIC X(1).
               88 WS-LO-WITHDRAWN VALUE "W".
           05 WS-LO-WITHDRAW-DATE PIC X(10).
           05 WS-LO-WITHDRAW-REASON PIC X(2).
           05 WS-LO-DEST-SCHOOL PIC X(30).

       01 WS-READ-SW PIC X VALUE "N".
           88 WS-NO-MORE-TRAN VALUE "Y".
       01 WS-ADD-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CHANGE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-DELETE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-WITHDRAW-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REENROLL-COUNT PIC 9(5) VALUE ZERO.
       01 WS-LOG-DELETES PIC 9(7) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-HISTORY-COUNT PIC 9(5) VALUE ZERO.
       01 WS-POST-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REMOVE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-JOURNAL-COUNT PIC 9(5) VALUE ZERO.
       01 WS-JOURNAL-ACTION PIC X.
       01 WS-JOURNAL-TIME PIC 9(8).
       01 WS-BEFORE-IMAGE PIC X(207).
       01 WS-MASTER-COUNT PIC 9(7) VALUE ZERO.
       01 WS-GRADE-TOTAL PIC 9(9) VALUE ZERO.
       01 WS-RUNLOG-STATUS PIC XX.
               10 WS-SP-NEW PIC 9(3).
               10 WS-SP-TERM PIC X(5).
               10 WS-SP-KEEP PIC X(1).
               10 WS-SP-OPERATOR PIC X(9).

       01 WS-COUNT-SW PIC X VALUE "N".
           88 WS-NO-MORE-MASTER VALUE "Y".
           05 FILLER PIC X VALUE "-".
           05 WS-RUN-DD PIC 9(2).

       01 WS-WITHDRAW-DATE PIC X(10).
       01 WS-EDIT-DATE-8.
           05 WS-EDIT-YYYY PIC 9(4).
           05 WS-EDIT-MM PIC 9(2).
           05 WS-EDIT-DD PIC 9(2).
       01 WS-EDIT-DATE-N REDEFINES WS-EDIT-DATE-8 PIC 9(8).

       01 WS-HISTORY-LINE.
           05 HL-ID PIC X(9).
           05 FILLER PIC X.
               END-READ
           END-PERFORM
           PERFORM 0700-REWRITE-SUSPENSE
           IF WS-MERGE-COUNT > 0
               PERFORM 0760-REDIRECT-WAITLIST
               PERFORM 0780-REDIRECT-HISTORY
           END-IF
           PERFORM 0800-WRITE-RUN-CONTROL
           IF WS-REJECT-COUNT > WS-REJECT-LIMIT
               MOVE "REJ-LIMIT" TO WS-RUN-STATUS
           DISPLAY "STUDENT-MAINT COMPLETE - ADDS: " WS-ADD-COUNT
               " CHANGES: " WS-CHANGE-COUNT
               " DELETES: " WS-DELETE-COUNT
               " WITHDRAWALS: " WS-WITHDRAW-COUNT
               " SECTIONS RELEASED: " WS-SECTION-RELEASE-COUNT
               " RE-ENROLLS: " WS-REENROLL-COUNT
               " REJECTS: " WS-REJECT-COUNT
               " WAITLISTED: " WS-WAITLIST-COUNT
               " HELD: " WS-SUSPEND-COUNT
               " HISTORY: " WS-HISTORY-COUNT
               " POSTS: " WS-POST-COUNT
               " REMOVES: " WS-REMOVE-COUNT
               " JOURNALED: " WS-JOURNAL-COUNT
               " SECURITY REJECTS: " WS-VIOLATION-COUNT
               " MERGES: " WS-MERGE-COUNT
               " RECORDS MOVED: " WS-MERGE-MOVE-COUNT
               " MERGE CONFLICTS: " WS-MERGE-CONFLICT-COUNT
               " REDIRECTED: " WS-REDIRECT-COUNT
           DISPLAY "RUN CONTROL - MASTER COUNT: " WS-MASTER-COUNT
               " GRADE TOTAL: " WS-GRADE-TOTAL
           STOP RUN.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT OPERATOR-SECURITY
           IF WS-OPERSEC-STATUS NOT = "00"
               DISPLAY "OPERATOR SECURITY OPEN FAILED, STATUS = "
                   WS-OPERSEC-STATUS
               DISPLAY "RUN OPER-MAINT TO BUILD OPERATOR SECURITY FIRST"
               DISPLAY "OPERATOR: RERUN STUMAINT ONCE OPERATOR "
                   "SECURITY IS AVAILABLE"
               MOVE "OPEN-FAIL" TO WS-RUN-STATUS
               PERFORM 0850-LOG-END
               CLOSE RUN-LOG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND SECURITY-VIOLATION-FILE
           IF WS-SECVIOL-STATUS = "35"
               OPEN OUTPUT SECURITY-VIOLATION-FILE
               CLOSE SECURITY-VIOLATION-FILE
               OPEN EXTEND SECURITY-VIOLATION-FILE
           END-IF
           OPEN I-O STUDENT-SCHEDULE
           IF WS-SCHED-STATUS = "00"
               SET WS-SCHED-OPEN TO TRUE
           ELSE
               DISPLAY "STUDENT SCHEDULE UNAVAILABLE, STATUS = "
                   WS-SCHED-STATUS
                   " - SUBJECT GRADE POSTINGS AND MERGES REJECTED "
                   "THIS RUN"
           END-IF
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS = "00"
               PERFORM 0160-GET-CALENDAR-TERM
               CLOSE CALENDAR-FILE
           ELSE
               DISPLAY "CALENDAR UNAVAILABLE, STATUS = "
                   WS-CALENDAR-STATUS
           END-IF
           IF WS-CALENDAR-TERM = SPACES
               DISPLAY "NO CALENDAR TERM ON OR BEFORE " WS-RUN-DATE-FMT
                   " - WITHDRAWALS WILL NOT RELEASE SECTION SEATS"
           END-IF
           OPEN I-O ATTENDANCE-FILE
           IF WS-ATTEND-STATUS = "35"
               OPEN OUTPUT ATTENDANCE-FILE
               CLOSE ATTENDANCE-FILE
               OPEN I-O ATTENDANCE-FILE
           END-IF
           OPEN I-O STUDENT-MERGE-FILE
           IF WS-MERGE-STATUS = "35"
               OPEN OUTPUT STUDENT-MERGE-FILE
               CLOSE STUDENT-MERGE-FILE
               OPEN I-O STUDENT-MERGE-FILE
           END-IF
           OPEN OUTPUT TRAN-REJECT-FILE
           OPEN I-O STUDENT-MASTER
           IF WS-MASTER-STATUS = "35"
               CLOSE WAITLIST-FILE
               OPEN EXTEND WAITLIST-FILE
           END-IF
           OPEN EXTEND STUDENT-JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT STUDENT-JOURNAL-FILE
               CLOSE STUDENT-JOURNAL-FILE
               OPEN EXTEND STUDENT-JOURNAL-FILE
           END-IF
           PERFORM 0200-LOAD-ENROLLMENT
           PERFORM 0300-LOAD-SUSPENSE.

                   MOVE SU-NEW-GRADE TO WS-SP-NEW (WS-SUSP-COUNT)
                   MOVE SU-TERM TO WS-SP-TERM (WS-SUSP-COUNT)
                   MOVE "Y" TO WS-SP-KEEP (WS-SUSP-COUNT)
                   MOVE SU-OPERATOR TO WS-SP-OPERATOR (WS-SUSP-COUNT)
               ELSE
                   SET WS-SUSP-OVERFLOW TO TRUE
               END-IF
               MOVE WS-SP-OLD (WS-SUSP-SUB) TO SU-OLD-GRADE
               MOVE WS-SP-NEW (WS-SUSP-SUB) TO SU-NEW-GRADE
               MOVE WS-SP-TERM (WS-SUSP-SUB) TO SU-TERM
               MOVE WS-SP-OPERATOR (WS-SUSP-SUB) TO SU-OPERATOR
               WRITE SUSPENSE-REC
           END-IF.

       0760-REDIRECT-WAITLIST.
           CLOSE WAITLIST-FILE
           OPEN INPUT WAITLIST-FILE
           OPEN OUTPUT MERGE-WORK-FILE
           MOVE "N" TO WS-WORK-READ-SW
           PERFORM UNTIL WS-NO-MORE-WORK
               READ WAITLIST-FILE
                   AT END
                       SET WS-NO-MORE-WORK TO TRUE
                   NOT AT END
                       MOVE WL-ID TO WS-REDIRECT-ID
                       PERFORM 0790-FIND-MERGED-ID
                       MOVE WS-REDIRECT-ID TO WL-ID
                       MOVE WAITLIST-REC TO MERGE-WORK-REC
                       WRITE MERGE-WORK-REC
               END-READ
           END-PERFORM
           CLOSE WAITLIST-FILE
           CLOSE MERGE-WORK-FILE
           OPEN INPUT MERGE-WORK-FILE
           OPEN OUTPUT WAITLIST-FILE
           MOVE "N" TO WS-WORK-READ-SW
           PERFORM UNTIL WS-NO-MORE-WORK
               READ MERGE-WORK-FILE
                   AT END
                       SET WS-NO-MORE-WORK TO TRUE
                   NOT AT END
                       MOVE MERGE-WORK-REC TO WAITLIST-REC
                       WRITE WAITLIST-REC
               END-READ
           END-PERFORM
           CLOSE MERGE-WORK-FILE
           CLOSE WAITLIST-FILE
           OPEN EXTEND WAITLIST-FILE.

       0780-REDIRECT-HISTORY.
           CLOSE GRADE-HISTORY-FILE
           OPEN INPUT GRADE-HISTORY-FILE
           OPEN OUTPUT MERGE-WORK-FILE
           MOVE "N" TO WS-WORK-READ-SW
           PERFORM UNTIL WS-NO-MORE-WORK
               READ GRADE-HISTORY-FILE
                   AT END
                       SET WS-NO-MORE-WORK TO TRUE
                   NOT AT END
                       MOVE GRADE-HISTORY-REC (1:9) TO WS-REDIRECT-ID
                       PERFORM 0790-FIND-MERGED-ID
                       MOVE WS-REDIRECT-ID TO GRADE-HISTORY-REC (1:9)
                       MOVE GRADE-HISTORY-REC TO MERGE-WORK-REC
                       WRITE MERGE-WORK-REC
               END-READ
           END-PERFORM
           CLOSE GRADE-HISTORY-FILE
           CLOSE MERGE-WORK-FILE
           OPEN INPUT MERGE-WORK-FILE
           OPEN OUTPUT GRADE-HISTORY-FILE
           MOVE "N" TO WS-WORK-READ-SW
           PERFORM UNTIL WS-NO-MORE-WORK
               READ MERGE-WORK-FILE
                   AT END
                       SET WS-NO-MORE-WORK TO TRUE
                   NOT AT END
                       MOVE MERGE-WORK-REC TO GRADE-HISTORY-REC
                       WRITE GRADE-HISTORY-REC
               END-READ
           END-PERFORM
           CLOSE MERGE-WORK-FILE
           CLOSE GRADE-HISTORY-FILE
           OPEN EXTEND GRADE-HISTORY-FILE.

       0790-FIND-MERGED-ID.
           PERFORM VARYING WS-MERGE-SUB FROM 1 BY 1
               UNTIL WS-MERGE-SUB > WS-MERGE-COUNT
               OR WS-MT-OLD-ID (WS-MERGE-SUB) = WS-REDIRECT-ID
               CONTINUE
           END-PERFORM
           IF WS-MERGE-SUB NOT > WS-MERGE-COUNT
               MOVE WS-MT-NEW-ID (WS-MERGE-SUB) TO WS-REDIRECT-ID
           END-IF.

       0200-LOAD-ENROLLMENT.
           MOVE LOW-VALUES TO SM-STUDENT-ID
           START STUDENT-MASTER KEY NOT < SM-STUDENT-ID
           END-PERFORM.

       0250-COUNT-ENROLLMENT.
           IF SM-ACTIVE
               MOVE SM-CLASS-CODE TO WS-LOOKUP-CLASS
               PERFORM 5000-FIND-CLASS-ENTRY
               IF WS-ENROLL-SUB > 0
                   ADD 1 TO WS-ENR-STUDENTS (WS-ENROLL-SUB)
               END-IF
           END-IF.

       0150-LOG-START.
           MOVE ZERO TO RL-COUNT-2
           MOVE ZERO TO RL-COUNT-3
           MOVE ZERO TO RL-COUNT-4
           MOVE ZERO TO RL-COUNT-5
           WRITE RUN-LOG-REC.

       0160-GET-CALENDAR-TERM.
           MOVE LOW-VALUES TO CA-DATE
           START CALENDAR-FILE KEY IS NOT LESS THAN CA-DATE
               INVALID KEY
                   SET WS-CAL-EOF TO TRUE
           END-START
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
           END-PERFORM.

       0850-LOG-END.
           MOVE SPACES TO RUN-LOG-REC
           MOVE "STUMAINT" TO RL-PROGRAM
           MOVE WS-RUN-STATUS TO RL-STATUS
           MOVE WS-ADD-COUNT TO RL-COUNT-1
           MOVE WS-CHANGE-COUNT TO RL-COUNT-2
           COMPUTE WS-LOG-DELETES = WS-DELETE-COUNT + WS-WITHDRAW-COUNT
           MOVE WS-LOG-DELETES TO RL-COUNT-3
           MOVE WS-REJECT-COUNT TO RL-COUNT-4
           MOVE WS-SECTION-RELEASE-COUNT TO RL-COUNT-5
           WRITE RUN-LOG-REC.

       0800-WRITE-RUN-CONTROL.
           MOVE WS-CHANGE-COUNT TO RC-CHANGE-COUNT
           MOVE WS-DELETE-COUNT TO RC-DELETE-COUNT
           MOVE WS-REJECT-COUNT TO RC-REJECT-COUNT
           MOVE WS-WITHDRAW-COUNT TO RC-WITHDRAW-COUNT
           MOVE WS-REENROLL-COUNT TO RC-REENROLL-COUNT
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL-FILE.

           CLOSE CLASS-MASTER
           CLOSE STUDENT-MASTER
           CLOSE GRADE-DETAIL
           IF WS-SCHED-OPEN
               CLOSE STUDENT-SCHEDULE
           END-IF
           CLOSE ATTENDANCE-FILE
           CLOSE STUDENT-MERGE-FILE
           CLOSE TRAN-REJECT-FILE
           CLOSE WAITLIST-FILE
           CLOSE GRADE-HISTORY-FILE
           CLOSE STUDENT-JOURNAL-FILE
           CLOSE OPERATOR-SECURITY
           CLOSE SECURITY-VIOLATION-FILE
           CLOSE RUN-LOG-FILE.

       1000-APPLY-TRANSACTION.
           PERFORM 1050-CHECK-OPERATOR
           IF WS-OPERATOR-REFUSED
               PERFORM 1400-REJECT-TRANSACTION
               PERFORM 5400-WRITE-VIOLATION
           ELSE
               PERFORM 1060-REDIRECT-MERGED-ID
               EVALUATE TRAN-CODE
                   WHEN "A"
                       PERFORM 1100-ADD-STUDENT
                   WHEN "C"
                       PERFORM 1200-CHANGE-STUDENT
                   WHEN "D"
                       PERFORM 1300-WITHDRAW-STUDENT
                   WHEN "E"
                       PERFORM 1350-REENROLL-STUDENT
                   WHEN "G"
                       PERFORM 1600-POST-SUBJECT-GRADE
                   WHEN "R"
                       PERFORM 1700-REMOVE-SUBJECT-GRADE
                   WHEN "P"
                       PERFORM 1800-APPROVE-SUSPENSE
                   WHEN "J"
                       PERFORM 1900-DENY-SUSPENSE
                   WHEN "M"
                       PERFORM 2000-MERGE-STUDENT
                   WHEN OTHER
                       MOVE "UNKNOWN TRANSACTION CODE"
                           TO WS-REJECT-REASON
                       PERFORM 1400-REJECT-TRANSACTION
               END-EVALUATE
           END-IF.

       1050-CHECK-OPERATOR.
           SET WS-OPERATOR-CLEARED TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           IF TRAN-OPERATOR = SPACES
               SET WS-OPERATOR-REFUSED TO TRUE
               MOVE "MISSING OPERATOR ID" TO WS-REJECT-REASON
           ELSE
               MOVE TRAN-OPERATOR TO OS-OPERATOR-ID
               READ OPERATOR-SECURITY
                   INVALID KEY
                       SET WS-OPERATOR-REFUSED TO TRUE
                       MOVE "OPERATOR NOT ON FILE" TO WS-REJECT-REASON
               END-READ
           END-IF
           IF WS-OPERATOR-CLEARED AND NOT OS-ACTIVE
               SET WS-OPERATOR-REFUSED TO TRUE
               MOVE "OPERATOR NOT ACTIVE" TO WS-REJECT-REASON
           END-IF
           IF WS-OPERATOR-CLEARED
               PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
                   UNTIL WS-CODE-SUB > WS-CODE-MAX
                   OR (OS-STUDENT-CODE (WS-CODE-SUB) = TRAN-CODE
                       AND TRAN-CODE NOT = SPACE)
                   CONTINUE
               END-PERFORM
               IF WS-CODE-SUB > WS-CODE-MAX
                   SET WS-OPERATOR-REFUSED TO TRUE
                   MOVE "CODE NOT AUTHORIZED" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-OPERATOR-CLEARED AND OS-TEACHER
               AND (TRAN-CODE = "G" OR TRAN-CODE = "R")
               PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
                   UNTIL WS-CODE-SUB > WS-CODE-MAX
                   OR (OS-TEACH-CLASS (WS-CODE-SUB) = TRAN-CLASS
                       AND TRAN-CLASS NOT = SPACES)
                   CONTINUE
               END-PERFORM
               IF WS-CODE-SUB > WS-CODE-MAX
                   SET WS-OPERATOR-REFUSED TO TRUE
                   MOVE "CLASS NOT AUTHORIZED" TO WS-REJECT-REASON
               END-IF
           END-IF.

       1060-REDIRECT-MERGED-ID.
           MOVE ZERO TO WS-HOP-COUNT
           MOVE "N" TO WS-REDIRECT-SW
           PERFORM UNTIL WS-REDIRECT-DONE
               MOVE TRAN-ID TO MG-OLD-ID
               READ STUDENT-MERGE-FILE
                   INVALID KEY
                       SET WS-REDIRECT-DONE TO TRUE
                   NOT INVALID KEY
                       MOVE MG-NEW-ID TO TRAN-ID
                       ADD 1 TO WS-HOP-COUNT
                       IF WS-HOP-COUNT >= WS-HOP-MAX
                           SET WS-REDIRECT-DONE TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HOP-COUNT > 0
               ADD 1 TO WS-REDIRECT-COUNT
           END-IF.

       1100-ADD-STUDENT.
           SET WS-TRAN-VALID TO TRUE
                   INVALID KEY
                       PERFORM 1110-ADD-OR-WAITLIST
                   NOT INVALID KEY
                       IF SM-WITHDRAWN
                           MOVE "STUDENT WITHDRAWN - USE E"
                               TO WS-REJECT-REASON
                       ELSE
                           MOVE "DUPLICATE STUDENT ID"
                               TO WS-REJECT-REASON
                       END-IF
                       PERFORM 1400-REJECT-TRANSACTION
               END-READ
           ELSE
               MOVE TRAN-HOMEROOM TO SM-HOMEROOM
               WRITE STUDENT-MASTER-REC
               ADD 1 TO WS-ADD-COUNT
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE "A" TO WS-JOURNAL-ACTION
               PERFORM 5300-WRITE-JOURNAL
               IF WS-ENROLL-SUB > 0
                   ADD 1 TO WS-ENR-STUDENTS (WS-ENROLL-SUB)
               END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-TRAN-VALID AND SM-WITHDRAWN
               AND TRAN-CLASS NOT = SPACES
               AND TRAN-CLASS NOT = SM-CLASS-CODE
               SET WS-TRAN-INVALID TO TRUE
               MOVE "STUDENT WITHDRAWN - USE E" TO WS-REJECT-REASON
           END-IF
           IF WS-TRAN-VALID AND TRAN-CLASS NOT = SPACES
               PERFORM 1500-VALIDATE-CLASS
           END-IF
               WHEN WS-CLASS-FULL
                   PERFORM 5200-WAITLIST-TRANSACTION
               WHEN OTHER
                   MOVE STUDENT-MASTER-REC TO WS-BEFORE-IMAGE
                   MOVE "N" TO WS-GRADE-HELD-SW
                   MOVE SM-GRADE TO WS-OLD-GRADE
                   MOVE SM-CLASS-CODE TO WS-OLD-CLASS
                               PERFORM 1400-REJECT-TRANSACTION
                           NOT INVALID KEY
                               ADD 1 TO WS-CHANGE-COUNT
                               MOVE "C" TO WS-JOURNAL-ACTION
                               PERFORM 5300-WRITE-JOURNAL
                               IF SM-GRADE NOT = WS-OLD-GRADE
                                   PERFORM 1220-WRITE-GRADE-HISTORY
                               END-IF
               MOVE WS-NUMERIC-GRADE TO WS-SP-NEW (WS-SUSP-COUNT)
               MOVE TRAN-TERM TO WS-SP-TERM (WS-SUSP-COUNT)
               MOVE "Y" TO WS-SP-KEEP (WS-SUSP-COUNT)
               MOVE TRAN-OPERATOR TO WS-SP-OPERATOR (WS-SUSP-COUNT)
               ADD 1 TO WS-SUSPEND-COUNT
           END-IF.

           WRITE WAITLIST-REC
           ADD 1 TO WS-WAITLIST-COUNT.

       5300-WRITE-JOURNAL.
           ACCEPT WS-JOURNAL-TIME FROM TIME
           MOVE SPACES TO STUDENT-JOURNAL-REC
           MOVE WS-RUN-DATE-FMT TO SJ-DATE
           MOVE WS-JOURNAL-TIME TO SJ-TIME
           MOVE "STUMAINT" TO SJ-PROGRAM
           MOVE TRAN-OPERATOR TO SJ-OPERATOR
           MOVE WS-JOURNAL-ACTION TO SJ-ACTION
           MOVE WS-BEFORE-IMAGE TO SJ-BEFORE-IMAGE
           IF SJ-DELETE
               MOVE WS-BEFORE-IMAGE (1:9) TO SJ-STUDENT-ID
           ELSE
               MOVE SM-STUDENT-ID TO SJ-STUDENT-ID
               MOVE STUDENT-MASTER-REC TO SJ-AFTER-IMAGE
           END-IF
           WRITE STUDENT-JOURNAL-REC
           ADD 1 TO WS-JOURNAL-COUNT.

       5400-WRITE-VIOLATION.
           ACCEPT WS-VIOLATION-TIME FROM TIME
           MOVE SPACES TO SECURITY-VIOLATION-REC
           MOVE WS-RUN-DATE-FMT TO SV-DATE
           MOVE WS-VIOLATION-TIME TO SV-TIME
           MOVE "STUMAINT" TO SV-PROGRAM
           MOVE TRAN-OPERATOR TO SV-OPERATOR
           MOVE TRAN-CODE TO SV-TRAN-CODE
           MOVE TRAN-ID TO SV-KEY
           MOVE TRAN-CLASS TO SV-CLASS
           MOVE WS-REJECT-REASON TO SV-REASON
           WRITE SECURITY-VIOLATION-REC
           ADD 1 TO WS-VIOLATION-COUNT.

       1300-WITHDRAW-STUDENT.
           SET WS-TRAN-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           MOVE TRAN-ID TO SM-STUDENT-ID
           READ STUDENT-MASTER
               INVALID KEY
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "STUDENT ID NOT FOUND" TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE SM-CLASS-CODE TO WS-OLD-CLASS
                   MOVE STUDENT-MASTER-REC TO WS-BEFORE-IMAGE
                   PERFORM 1320-EDIT-WITHDRAWAL
           END-READ
           IF WS-TRAN-VALID
               PERFORM 1310-MARK-WITHDRAWN
           ELSE
               PERFORM 1400-REJECT-TRANSACTION
           END-IF.

       1310-MARK-WITHDRAWN.
           SET SM-WITHDRAWN TO TRUE
           MOVE WS-WITHDRAW-DATE TO SM-WITHDRAW-DATE
           MOVE TRAN-REASON TO SM-WITHDRAW-REASON
           MOVE TRAN-DEST-SCHOOL TO SM-DEST-SCHOOL
           REWRITE STUDENT-MASTER-REC
               INVALID KEY
                   MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                   PERFORM 1400-REJECT-TRANSACTION
               NOT INVALID KEY
                   ADD 1 TO WS-WITHDRAW-COUNT
                   MOVE "C" TO WS-JOURNAL-ACTION
                   PERFORM 5300-WRITE-JOURNAL
                   MOVE WS-OLD-CLASS TO WS-LOOKUP-CLASS
                   PERFORM 5000-FIND-CLASS-ENTRY
                   IF WS-ENROLL-SUB > 0
                       SUBTRACT 1
                           FROM WS-ENR-STUDENTS (WS-ENROLL-SUB)
                   END-IF
                   IF WS-SCHED-OPEN AND WS-CALENDAR-TERM NOT = SPACES
                       PERFORM 1315-RELEASE-SECTIONS
                   END-IF
           END-REWRITE.

       1315-RELEASE-SECTIONS.
           MOVE "N" TO WS-RELEASE-SCAN-SW
           MOVE SM-STUDENT-ID TO SS-STUDENT-ID
           MOVE LOW-VALUES TO SS-CLASS-CODE
           MOVE LOW-VALUES TO SS-TERM
           START STUDENT-SCHEDULE KEY NOT < SS-KEY
               INVALID KEY
                   SET WS-RELEASE-SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL WS-RELEASE-SCAN-DONE
               READ STUDENT-SCHEDULE NEXT RECORD
                   AT END
                       SET WS-RELEASE-SCAN-DONE TO TRUE
                   NOT AT END
                       IF SS-STUDENT-ID = SM-STUDENT-ID
                           IF SS-TERM = WS-CALENDAR-TERM
                               PERFORM 1316-DELETE-SECTION
                           END-IF
                       ELSE
                           SET WS-RELEASE-SCAN-DONE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       1316-DELETE-SECTION.
           DELETE STUDENT-SCHEDULE RECORD
               INVALID KEY
                   DISPLAY "WITHDRAW " SM-STUDENT-ID " - SECTION "
                       SS-CLASS-CODE " DELETE FAILED, STATUS = "
                       WS-SCHED-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-SECTION-RELEASE-COUNT
           END-DELETE.

       1320-EDIT-WITHDRAWAL.
           MOVE TRAN-REASON TO SM-WITHDRAW-REASON
           EVALUATE TRUE
               WHEN SM-WITHDRAWN
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "STUDENT ALREADY WITHDRAWN" TO WS-REJECT-REASON
               WHEN TRAN-REASON = SPACES
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "MISSING WITHDRAW REASON" TO WS-REJECT-REASON
               WHEN NOT SM-VALID-WITHDRAW-REASON
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "INVALID WITHDRAW REASON" TO WS-REJECT-REASON
               WHEN TRAN-REASON = "TR" AND TRAN-DEST-SCHOOL = SPACES
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "MISSING DEST SCHOOL" TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-TRAN-VALID
               IF TRAN-WD-DATE = SPACES
                   MOVE WS-RUN-DATE-FMT TO WS-WITHDRAW-DATE
               ELSE
                   PERFORM 1330-EDIT-WITHDRAW-DATE
               END-IF
           END-IF.

       1330-EDIT-WITHDRAW-DATE.
           IF TRAN-WD-DATE (1:4) IS NOT NUMERIC
               OR TRAN-WD-DATE (5:1) NOT = "-"
               OR TRAN-WD-DATE (6:2) IS NOT NUMERIC
               OR TRAN-WD-DATE (8:1) NOT = "-"
               OR TRAN-WD-DATE (9:2) IS NOT NUMERIC
               SET WS-TRAN-INVALID TO TRUE
               MOVE "BAD DATE - USE YYYY-MM-DD" TO WS-REJECT-REASON
           ELSE
               MOVE TRAN-WD-DATE (1:4) TO WS-EDIT-YYYY
               MOVE TRAN-WD-DATE (6:2) TO WS-EDIT-MM
               MOVE TRAN-WD-DATE (9:2) TO WS-EDIT-DD
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-EDIT-DATE-N) NOT = 0
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "NOT A CALENDAR DATE" TO WS-REJECT-REASON
               ELSE
                   IF TRAN-WD-DATE > WS-RUN-DATE-FMT
                       SET WS-TRAN-INVALID TO TRUE
                       MOVE "WITHDRAW DATE IN FUTURE"
                           TO WS-REJECT-REASON
                   ELSE
                       MOVE TRAN-WD-DATE TO WS-WITHDRAW-DATE
                   END-IF
               END-IF
           END-IF.

       1350-REENROLL-STUDENT.
           SET WS-TRAN-VALID TO TRUE
           MOVE "N" TO WS-CLASS-FULL-SW
           MOVE SPACES TO WS-REJECT-REASON
           MOVE TRAN-ID TO SM-STUDENT-ID
           READ STUDENT-MASTER
               INVALID KEY
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "STUDENT ID NOT FOUND" TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF NOT SM-WITHDRAWN
                       SET WS-TRAN-INVALID TO TRUE
                       MOVE "STUDENT NOT WITHDRAWN" TO WS-REJECT-REASON
                   END-IF
           END-READ
           IF WS-TRAN-VALID AND TRAN-CLASS = SPACES
               MOVE SM-CLASS-CODE TO TRAN-CLASS
           END-IF
           IF WS-TRAN-VALID
               PERFORM 1500-VALIDATE-CLASS
           END-IF
           IF WS-TRAN-VALID
               PERFORM 5100-CHECK-CLASS-FULL
           END-IF
           EVALUATE TRUE
               WHEN WS-TRAN-INVALID
                   PERFORM 1400-REJECT-TRANSACTION
               WHEN WS-CLASS-FULL
                   PERFORM 5200-WAITLIST-TRANSACTION
               WHEN OTHER
                   PERFORM 1360-APPLY-REENROLL
           END-EVALUATE.

       1360-APPLY-REENROLL.
           MOVE STUDENT-MASTER-REC TO WS-BEFORE-IMAGE
           SET SM-ACTIVE TO TRUE
           MOVE SPACES TO SM-WITHDRAW-DATE
           MOVE SPACES TO SM-WITHDRAW-REASON
           MOVE SPACES TO SM-DEST-SCHOOL
           MOVE TRAN-CLASS TO SM-CLASS-CODE
           IF TRAN-HOMEROOM NOT = SPACES
               MOVE TRAN-HOMEROOM TO SM-HOMEROOM
           END-IF
           IF TRAN-GUARDIAN NOT = SPACES
               MOVE TRAN-GUARDIAN TO SM-GUARDIAN-NAME
           END-IF
           IF TRAN-ADDRESS NOT = SPACES
               MOVE TRAN-ADDRESS TO SM-MAIL-ADDRESS
           END-IF
           IF TRAN-CITY-ST-ZIP NOT = SPACES
               MOVE TRAN-CITY-ST-ZIP TO SM-MAIL-CITY-ST-ZIP
           END-IF
           REWRITE STUDENT-MASTER-REC
               INVALID KEY
                   MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                   PERFORM 1400-REJECT-TRANSACTION
               NOT INVALID KEY
                   ADD 1 TO WS-REENROLL-COUNT
                   MOVE "C" TO WS-JOURNAL-ACTION
                   PERFORM 5300-WRITE-JOURNAL
                   IF WS-ENROLL-SUB > 0
                       ADD 1 TO WS-ENR-STUDENTS (WS-ENROLL-SUB)
                   END-IF
           END-REWRITE.

       1600-POST-SUBJECT-GRADE.
           SET WS-TRAN-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
                           TO WS-REJECT-REASON
               END-READ
           END-IF
           IF WS-TRAN-VALID
               PERFORM 1650-CHECK-SCHEDULED
           END-IF
           IF WS-TRAN-VALID
               MOVE TRAN-ID TO GD-STUDENT-ID
               MOVE TRAN-CLASS TO GD-SUBJECT-CODE
               PERFORM 1400-REJECT-TRANSACTION
           END-IF.

       1650-CHECK-SCHEDULED.
           IF WS-SCHED-OPEN
               MOVE TRAN-ID TO SS-STUDENT-ID
               MOVE TRAN-CLASS TO SS-CLASS-CODE
               MOVE TRAN-TERM TO SS-TERM
               READ STUDENT-SCHEDULE
                   INVALID KEY
                       SET WS-TRAN-INVALID TO TRUE
                       MOVE "NOT SCHEDULED IN SECTION"
                           TO WS-REJECT-REASON
               END-READ
           ELSE
               SET WS-TRAN-INVALID TO TRUE
               MOVE "SCHEDULE FILE UNAVAILABLE" TO WS-REJECT-REASON
           END-IF.

       1700-REMOVE-SUBJECT-GRADE.
           MOVE TRAN-ID TO GD-STUDENT-ID
           MOVE TRAN-CLASS TO GD-SUBJECT-CODE
               IF TRAN-APPROVER = SPACES
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "MISSING APPROVER ID" TO WS-REJECT-REASON
               END-IF
               IF WS-TRAN-VALID AND TRAN-APPROVER NOT = TRAN-OPERATOR
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "APPROVER NOT THE OPERATOR" TO WS-REJECT-REASON
                   PERFORM 5400-WRITE-VIOLATION
               END-IF
               IF WS-TRAN-VALID
                   PERFORM VARYING WS-SUSP-SUB FROM 1 BY 1
                       UNTIL WS-SUSP-SUB > WS-SUSP-COUNT
                       OR (WS-SP-ID (WS-SUSP-SUB) = TRAN-ID
                       SET WS-TRAN-INVALID TO TRUE
                       MOVE "NO SUSPENSE FOR STUDENT"
                           TO WS-REJECT-REASON
                   ELSE
                       IF WS-SP-OPERATOR (WS-SUSP-SUB) = TRAN-OPERATOR
                           SET WS-TRAN-INVALID TO TRUE
                           MOVE "APPROVER KEYED THE CHANGE"
                               TO WS-REJECT-REASON
                           PERFORM 5400-WRITE-VIOLATION
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1860-APPLY-HELD-GRADE.
           MOVE STUDENT-MASTER-REC TO WS-BEFORE-IMAGE
           MOVE SM-GRADE TO WS-OLD-GRADE
           MOVE WS-SP-NEW (WS-SUSP-SUB) TO SM-GRADE
           REWRITE STUDENT-MASTER-REC
               NOT INVALID KEY
                   MOVE "N" TO WS-SP-KEEP (WS-SUSP-SUB)
                   ADD 1 TO WS-APPROVE-COUNT
                   MOVE "C" TO WS-JOURNAL-ACTION
                   PERFORM 5300-WRITE-JOURNAL
                   MOVE TRAN-APPROVER TO WS-HISTORY-APPROVER
                   IF SM-GRADE NOT = WS-OLD-GRADE
                       PERFORM 1220-WRITE-GRADE-HISTORY
               ADD 1 TO WS-DENY-COUNT
           END-IF.

       2000-MERGE-STUDENT.
           SET WS-TRAN-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN TRAN-MERGE-ID = SPACES
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "MISSING MERGE ID" TO WS-REJECT-REASON
               WHEN TRAN-MERGE-ID = TRAN-ID
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "MERGE ID SAME AS STUDENT" TO WS-REJECT-REASON
               WHEN WS-SUSP-OVERFLOW
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "SUSPENSE FILE FULL" TO WS-REJECT-REASON
               WHEN NOT WS-SCHED-OPEN
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "SCHEDULE FILE UNAVAILABLE" TO WS-REJECT-REASON
               WHEN WS-MERGE-COUNT >= WS-MERGE-MAX
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "MERGE TABLE FULL" TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-TRAN-VALID
               MOVE TRAN-MERGE-ID TO SM-STUDENT-ID
               READ STUDENT-MASTER
                   INVALID KEY
                       SET WS-TRAN-INVALID TO TRUE
                       MOVE "MERGE ID NOT FOUND" TO WS-REJECT-REASON
                   NOT INVALID KEY
                       MOVE STUDENT-MASTER-REC TO WS-LOSER-IMAGE
               END-READ
           END-IF
           IF WS-TRAN-VALID
               MOVE TRAN-ID TO SM-STUDENT-ID
               READ STUDENT-MASTER
                   INVALID KEY
                       SET WS-TRAN-INVALID TO TRUE
                       MOVE "STUDENT ID NOT FOUND" TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF SM-WITHDRAWN AND NOT WS-LO-WITHDRAWN
                           SET WS-TRAN-INVALID TO TRUE
                           MOVE "SURVIVOR WITHDRAWN" TO WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF
           IF WS-TRAN-VALID
               PERFORM 2100-MOVE-GRADE-DETAIL
               PERFORM 2200-MOVE-ATTENDANCE
               PERFORM 2300-MOVE-SCHEDULE
               PERFORM 2400-REDIRECT-SUSP-ROW
                   VARYING WS-SUSP-SUB FROM 1 BY 1
                   UNTIL WS-SUSP-SUB > WS-SUSP-COUNT
               PERFORM 2500-FILL-SURVIVOR
               PERFORM 2600-RETIRE-MERGED-ID
           ELSE
               PERFORM 1400-REJECT-TRANSACTION
           END-IF.

       2100-MOVE-GRADE-DETAIL.
           MOVE "N" TO WS-MERGE-SCAN-SW
           PERFORM UNTIL WS-MERGE-SCAN-DONE
               MOVE TRAN-MERGE-ID TO GD-STUDENT-ID
               MOVE LOW-VALUES TO GD-SUBJECT-CODE
               MOVE LOW-VALUES TO GD-TERM
               START GRADE-DETAIL KEY NOT < GD-KEY
                   INVALID KEY
                       SET WS-MERGE-SCAN-DONE TO TRUE
               END-START
               IF NOT WS-MERGE-SCAN-DONE
                   READ GRADE-DETAIL NEXT RECORD
                       AT END
                           SET WS-MERGE-SCAN-DONE TO TRUE
                   END-READ
               END-IF
               IF NOT WS-MERGE-SCAN-DONE
                   IF GD-STUDENT-ID = TRAN-MERGE-ID
                       PERFORM 2110-REKEY-GRADE-DETAIL
                   ELSE
                       SET WS-MERGE-SCAN-DONE TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       2110-REKEY-GRADE-DETAIL.
           DELETE GRADE-DETAIL RECORD
               INVALID KEY
                   DISPLAY "MERGE " TRAN-MERGE-ID " - GRADE DETAIL "
                       "DELETE FAILED, STATUS = " WS-DETAIL-STATUS
                   SET WS-MERGE-SCAN-DONE TO TRUE
               NOT INVALID KEY
                   MOVE TRAN-ID TO GD-STUDENT-ID
                   WRITE GRADE-DETAIL-REC
                       INVALID KEY
                           ADD 1 TO WS-MERGE-CONFLICT-COUNT
                           DISPLAY "MERGE " TRAN-MERGE-ID " INTO "
                               TRAN-ID " - SUBJECT " GD-SUBJECT-CODE
                               " TERM " GD-TERM
                               " ALREADY GRADED, SURVIVOR KEPT"
                       NOT INVALID KEY
                           ADD 1 TO WS-MERGE-MOVE-COUNT
                   END-WRITE
           END-DELETE.

       2200-MOVE-ATTENDANCE.
           MOVE "N" TO WS-MERGE-SCAN-SW
           PERFORM UNTIL WS-MERGE-SCAN-DONE
               MOVE TRAN-MERGE-ID TO AT-STUDENT-ID
               MOVE LOW-VALUES TO AT-CLASS-CODE
               MOVE LOW-VALUES TO AT-DATE
               START ATTENDANCE-FILE KEY NOT < AT-KEY
                   INVALID KEY
                       SET WS-MERGE-SCAN-DONE TO TRUE
               END-START
               IF NOT WS-MERGE-SCAN-DONE
                   READ ATTENDANCE-FILE NEXT RECORD
                       AT END
                           SET WS-MERGE-SCAN-DONE TO TRUE
                   END-READ
               END-IF
               IF NOT WS-MERGE-SCAN-DONE
                   IF AT-STUDENT-ID = TRAN-MERGE-ID
                       PERFORM 2210-REKEY-ATTENDANCE
                   ELSE
                       SET WS-MERGE-SCAN-DONE TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       2210-REKEY-ATTENDANCE.
           DELETE ATTENDANCE-FILE RECORD
               INVALID KEY
                   DISPLAY "MERGE " TRAN-MERGE-ID " - ATTENDANCE "
                       "DELETE FAILED, STATUS = " WS-ATTEND-STATUS
                   SET WS-MERGE-SCAN-DONE TO TRUE
               NOT INVALID KEY
                   MOVE TRAN-ID TO AT-STUDENT-ID
                   WRITE ATTENDANCE-REC
                       INVALID KEY
                           ADD 1 TO WS-MERGE-CONFLICT-COUNT
                           DISPLAY "MERGE " TRAN-MERGE-ID " INTO "
                               TRAN-ID " - CLASS " AT-CLASS-CODE
                               " DATE " AT-DATE
                               " ALREADY TAKEN, SURVIVOR KEPT"
                       NOT INVALID KEY
                           ADD 1 TO WS-MERGE-MOVE-COUNT
                   END-WRITE
           END-DELETE.

       2300-MOVE-SCHEDULE.
           MOVE "N" TO WS-MERGE-SCAN-SW
           PERFORM UNTIL WS-MERGE-SCAN-DONE
               MOVE TRAN-MERGE-ID TO SS-STUDENT-ID
               MOVE LOW-VALUES TO SS-CLASS-CODE
               MOVE LOW-VALUES TO SS-TERM
               START STUDENT-SCHEDULE KEY NOT < SS-KEY
                   INVALID KEY
                       SET WS-MERGE-SCAN-DONE TO TRUE
               END-START
               IF NOT WS-MERGE-SCAN-DONE
                   READ STUDENT-SCHEDULE NEXT RECORD
                       AT END
                           SET WS-MERGE-SCAN-DONE TO TRUE
                   END-READ
               END-IF
               IF NOT WS-MERGE-SCAN-DONE
                   IF SS-STUDENT-ID = TRAN-MERGE-ID
                       PERFORM 2310-REKEY-SCHEDULE
                   ELSE
                       SET WS-MERGE-SCAN-DONE TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       2310-REKEY-SCHEDULE.
           DELETE STUDENT-SCHEDULE RECORD
               INVALID KEY
                   DISPLAY "MERGE " TRAN-MERGE-ID " - SCHEDULE "
                       "DELETE FAILED, STATUS = " WS-SCHED-STATUS
                   SET WS-MERGE-SCAN-DONE TO TRUE
               NOT INVALID KEY
                   MOVE TRAN-ID TO SS-STUDENT-ID
                   WRITE STUDENT-SCHEDULE-REC
                       INVALID KEY
                           ADD 1 TO WS-MERGE-CONFLICT-COUNT
                           DISPLAY "MERGE " TRAN-MERGE-ID " INTO "
                               TRAN-ID " - SECTION " SS-CLASS-CODE
                               " TERM " SS-TERM
                               " ALREADY SCHEDULED, SURVIVOR KEPT"
                       NOT INVALID KEY
                           ADD 1 TO WS-MERGE-MOVE-COUNT
                   END-WRITE
           END-DELETE.

       2400-REDIRECT-SUSP-ROW.
           IF WS-SP-ID (WS-SUSP-SUB) = TRAN-MERGE-ID
               AND WS-SP-KEEP (WS-SUSP-SUB) = "Y"
               MOVE TRAN-ID TO WS-SP-ID (WS-SUSP-SUB)
               MOVE SM-STUDENT-NAME TO WS-SP-NAME (WS-SUSP-SUB)
               ADD 1 TO WS-MERGE-MOVE-COUNT
           END-IF.

       2500-FILL-SURVIVOR.
           MOVE "N" TO WS-SURVIVOR-SW
           MOVE STUDENT-MASTER-REC TO WS-BEFORE-IMAGE
           IF SM-GUARDIAN-NAME = SPACES
               AND WS-LO-GUARDIAN-NAME NOT = SPACES
               MOVE WS-LO-GUARDIAN-NAME TO SM-GUARDIAN-NAME
               SET WS-SURVIVOR-FILLED TO TRUE
           END-IF
           IF SM-MAIL-ADDRESS = SPACES
               AND WS-LO-MAIL-ADDRESS NOT = SPACES
               MOVE WS-LO-MAIL-ADDRESS TO SM-MAIL-ADDRESS
               MOVE WS-LO-MAIL-CITY-ST-ZIP TO SM-MAIL-CITY-ST-ZIP
               SET WS-SURVIVOR-FILLED TO TRUE
           END-IF
           IF SM-HOMEROOM = SPACES
               AND WS-LO-HOMEROOM NOT = SPACES
               MOVE WS-LO-HOMEROOM TO SM-HOMEROOM
               SET WS-SURVIVOR-FILLED TO TRUE
           END-IF
           IF WS-SURVIVOR-FILLED
               REWRITE STUDENT-MASTER-REC
                   INVALID KEY
                       DISPLAY "MERGE " TRAN-MERGE-ID " INTO "
                           TRAN-ID " - SURVIVOR REWRITE FAILED, "
                           "STATUS = " WS-MASTER-STATUS
                   NOT INVALID KEY
                       MOVE "C" TO WS-JOURNAL-ACTION
                       PERFORM 5300-WRITE-JOURNAL
               END-REWRITE
           END-IF.

       2600-RETIRE-MERGED-ID.
           MOVE TRAN-MERGE-ID TO SM-STUDENT-ID
           DELETE STUDENT-MASTER RECORD
               INVALID KEY
                   MOVE "DELETE FAILED" TO WS-REJECT-REASON
                   PERFORM 1400-REJECT-TRANSACTION
               NOT INVALID KEY
                   ADD 1 TO WS-DELETE-COUNT
                   ADD 1 TO WS-MERGE-COUNT
                   MOVE WS-LOSER-IMAGE TO WS-BEFORE-IMAGE
                   MOVE "D" TO WS-JOURNAL-ACTION
                   PERFORM 5300-WRITE-JOURNAL
                   IF NOT WS-LO-WITHDRAWN
                       MOVE WS-LO-CLASS-CODE TO WS-LOOKUP-CLASS
                       PERFORM 5000-FIND-CLASS-ENTRY
                       IF WS-ENROLL-SUB > 0
                           AND WS-ENR-STUDENTS (WS-ENROLL-SUB) > 0
                           SUBTRACT 1
                               FROM WS-ENR-STUDENTS (WS-ENROLL-SUB)
                       END-IF
                   END-IF
                   PERFORM 2650-WRITE-REDIRECT
           END-DELETE.

       2650-WRITE-REDIRECT.
           MOVE SPACES TO STUDENT-MERGE-REC
           MOVE TRAN-MERGE-ID TO MG-OLD-ID
           MOVE TRAN-ID TO MG-NEW-ID
           MOVE WS-RUN-DATE-FMT TO MG-MERGE-DATE
           MOVE TRAN-OPERATOR TO MG-OPERATOR
           MOVE WS-LO-STUDENT-NAME TO MG-OLD-NAME
           WRITE STUDENT-MERGE-REC
               INVALID KEY
                   REWRITE STUDENT-MERGE-REC
           END-WRITE
           PERFORM 2660-CHAIN-MERGE-ENTRY
               VARYING WS-MERGE-SUB FROM 1 BY 1
               UNTIL WS-MERGE-SUB >= WS-MERGE-COUNT
           MOVE TRAN-MERGE-ID TO WS-MT-OLD-ID (WS-MERGE-COUNT)
           MOVE TRAN-ID TO WS-MT-NEW-ID (WS-MERGE-COUNT).

       2660-CHAIN-MERGE-ENTRY.
           IF WS-MT-NEW-ID (WS-MERGE-SUB) = TRAN-MERGE-ID
               MOVE TRAN-ID TO WS-MT-NEW-ID (WS-MERGE-SUB)
           END-IF.

       1400-REJECT-TRANSACTION.
           MOVE SPACES TO WS-TRAN-REJECT-LINE
           MOVE TRAN-CODE TO TR-CODE
