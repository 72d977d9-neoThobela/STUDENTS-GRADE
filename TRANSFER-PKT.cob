      ******************************************************************
      * Author:
      * Date:
      * Purpose: Transfer records packet for withdrawn students. Picks
      *          up every student the student journal shows being
      *          withdrawn (a change whose after image is status W)
      *          on XFER-DATE - the run date when unset - and writes
      *          a fixed-layout packet for each (XFERPKT): the
      *          student, guardian, address and withdrawal details,
      *          every GRADE-DETAIL subject grade with its course
      *          title and credits off CLASS-MASTER, the present,
      *          absent and tardy day totals for each class and term
      *          on ATTENDANCE, and every grade change on
      *          gradehist.txt, closed by a count record. Set
      *          XFER-STUDENT-ID to reprint one withdrawn student's
      *          packet whatever the date. A student re-enrolled
      *          since the withdrawal gets no packet. Class master,
      *          attendance and grade history are optional; a packet
      *          built without one says so on the console.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSFER-PKT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO STUDMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SM-STUDENT-ID
           ALTERNATE RECORD KEY IS SM-STUDENT-NAME WITH DUPLICATES
           ALTERNATE RECORD KEY IS SM-CLASS-CODE WITH DUPLICATES
           FILE STATUS IS WS-MASTER-STATUS.
           SELECT GRADE-DETAIL ASSIGN TO GRADDETL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GD-KEY
           FILE STATUS IS WS-DETAIL-STATUS.
           SELECT ATTENDANCE-FILE ASSIGN TO ATTEND
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AT-KEY
           FILE STATUS IS WS-ATTEND-STATUS.
           SELECT CLASS-MASTER ASSIGN TO CLASMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CM-CLASS-CODE
           FILE STATUS IS WS-CLASS-STATUS.
           SELECT STUDENT-JOURNAL-FILE ASSIGN TO 'studjrnl.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT GRADE-HISTORY-FILE ASSIGN TO 'gradehist.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.
           SELECT TRANSFER-FILE ASSIGN TO XFERPKT
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD STUDENT-MASTER.
       COPY STUDMAST.

       FD GRADE-DETAIL.
       COPY GRADDETL.

       FD ATTENDANCE-FILE.
       COPY ATTDETL.

       FD CLASS-MASTER.
       COPY CLASMAST.

       FD STUDENT-JOURNAL-FILE.
       COPY STUDJRNL.

       FD GRADE-HISTORY-FILE.
       01 GRADE-HISTORY-REC.
           05 GH-ID PIC X(9).
           05 FILLER PIC X.
           05 GH-OLD-GRADE PIC X(3).
           05 FILLER PIC X.
           05 GH-NEW-GRADE PIC X(3).
           05 FILLER PIC X.
           05 GH-RUN-DATE PIC X(10).
           05 FILLER PIC X.
           05 GH-APPROVER PIC X(9).
           05 FILLER PIC X(12).

       FD TRANSFER-FILE.
       COPY XFERPKT.

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC XX.
       01 WS-DETAIL-STATUS PIC XX.
       01 WS-ATTEND-STATUS PIC XX.
       01 WS-CLASS-STATUS PIC XX.
       01 WS-JOURNAL-STATUS PIC XX.
       01 WS-HISTORY-STATUS PIC XX.

       01 WS-STUDENT-ID-NAME PIC X(15) VALUE "XFER-STUDENT-ID".
       01 WS-SELECT-ID PIC X(9) VALUE SPACES.
       01 WS-DATE-NAME PIC X(9) VALUE "XFER-DATE".
       01 WS-PACKET-DATE PIC X(10) VALUE SPACES.

       01 WS-EDIT-DATE-8.
           05 WS-EDIT-YYYY PIC 9(4).
           05 WS-EDIT-MM PIC 9(2).
           05 WS-EDIT-DD PIC 9(2).
       01 WS-EDIT-DATE-N REDEFINES WS-EDIT-DATE-8 PIC 9(8).

       01 WS-DETAIL-OPEN-SW PIC X VALUE "N".
           88 WS-DETAIL-OPEN VALUE "Y".

       01 WS-ATTEND-OPEN-SW PIC X VALUE "N".
           88 WS-ATTEND-OPEN VALUE "Y".

       01 WS-CLASS-OPEN-SW PIC X VALUE "N".
           88 WS-CLASS-OPEN VALUE "Y".

       01 WS-HISTORY-OPEN-SW PIC X VALUE "N".
           88 WS-HISTORY-OPEN VALUE "Y".

       01 WS-JOURNAL-SW PIC X VALUE "N".
           88 WS-NO-MORE-JOURNAL VALUE "Y".

       01 WS-HIST-SW PIC X VALUE "N".
           88 WS-NO-MORE-HIST VALUE "Y".

       01 WS-SCAN-SW PIC X VALUE "N".
           88 WS-SCAN-DONE VALUE "Y".

       01 WS-FOUND-SW PIC X VALUE "N".
           88 WS-STUDENT-FOUND VALUE "Y".
           88 WS-STUDENT-MISSING VALUE "N".

       01 WS-JOURNAL-BEFORE.
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

       01 WS-JOURNAL-AFTER.
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

       01 WS-PKT-MAX PIC 9(3) VALUE 500.
       01 WS-PKT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PKT-SUB PIC 9(3).
       01 WS-PKT-DROPPED PIC 9(5) VALUE ZERO.
       01 WS-PKT-TABLE.
           05 WS-PKT-ID PIC X(9) OCCURS 500 TIMES.

       01 WS-HIST-MAX PIC 9(5) VALUE 5000.
       01 WS-HIST-COUNT PIC 9(5) VALUE ZERO.
       01 WS-HIST-DROPPED PIC 9(5) VALUE ZERO.
       01 WS-HIST-SUB PIC 9(5).
       01 WS-HISTORY-TABLE.
           05 WS-HIST-ENTRY OCCURS 5000 TIMES.
               10 WS-HT-ID PIC X(9).
               10 WS-HT-OLD PIC X(3).
               10 WS-HT-NEW PIC X(3).
               10 WS-HT-DATE PIC X(10).
               10 WS-HT-APPR PIC X(9).

       01 WS-AT-CLASS PIC X(8).
       01 WS-AT-TERM PIC X(5).
       01 WS-AT-PRESENT PIC 9(3).
       01 WS-AT-ABSENT PIC 9(3).
       01 WS-AT-TARDY PIC 9(3).

       01 WS-STU-GRADES PIC 9(5).
       01 WS-STU-ATTEND PIC 9(5).
       01 WS-STU-CHANGES PIC 9(5).
       01 WS-STU-RECORDS PIC 9(5).

       01 WS-JOURNAL-READ PIC 9(7) VALUE ZERO.
       01 WS-PACKET-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SKIP-COUNT PIC 9(5) VALUE ZERO.
       01 WS-RECORD-TOTAL PIC 9(7) VALUE ZERO.

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
           ACCEPT WS-SELECT-ID FROM ENVIRONMENT WS-STUDENT-ID-NAME
           ACCEPT WS-PACKET-DATE FROM ENVIRONMENT WS-DATE-NAME
           IF WS-PACKET-DATE = SPACES
               MOVE WS-RUN-DATE-FMT TO WS-PACKET-DATE
           ELSE
               PERFORM 0060-EDIT-PACKET-DATE
           END-IF
           PERFORM 0100-OPEN-FILES
           IF WS-HISTORY-OPEN
               PERFORM 1000-LOAD-HISTORY
           END-IF
           IF WS-SELECT-ID NOT = SPACES
               MOVE 1 TO WS-PKT-COUNT
               MOVE WS-SELECT-ID TO WS-PKT-ID (1)
           ELSE
               PERFORM 1200-SCAN-JOURNAL
           END-IF
           OPEN OUTPUT TRANSFER-FILE
           PERFORM 2000-BUILD-PACKET
               VARYING WS-PKT-SUB FROM 1 BY 1
               UNTIL WS-PKT-SUB > WS-PKT-COUNT
           PERFORM 0900-CLOSE-FILES
           DISPLAY "TRANSFER-PKT COMPLETE - DATE " WS-PACKET-DATE
               " JOURNAL RECORDS: " WS-JOURNAL-READ
               " PACKETS: " WS-PACKET-COUNT
               " RECORDS WRITTEN: " WS-RECORD-TOTAL
               " SKIPPED: " WS-SKIP-COUNT
           IF WS-PKT-DROPPED > 0
               DISPLAY "WARNING - WITHDRAWALS PAST PACKET TABLE "
                   "LIMIT, NO PACKET: " WS-PKT-DROPPED
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-HIST-DROPPED > 0
               DISPLAY "WARNING - HISTORY ROWS BEYOND TABLE LIMIT: "
                   WS-HIST-DROPPED " (OLDEST " WS-HIST-MAX " KEPT)"
           END-IF
           IF WS-SKIP-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       0050-GET-RUN-DATE.
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD
           MOVE WS-RUN-YYYY-IN TO WS-RUN-YYYY
           MOVE WS-RUN-MM-IN TO WS-RUN-MM
           MOVE WS-RUN-DD-IN TO WS-RUN-DD.

       0060-EDIT-PACKET-DATE.
           IF WS-PACKET-DATE (1:4) IS NOT NUMERIC
               OR WS-PACKET-DATE (5:1) NOT = "-"
               OR WS-PACKET-DATE (6:2) IS NOT NUMERIC
               OR WS-PACKET-DATE (8:1) NOT = "-"
               OR WS-PACKET-DATE (9:2) IS NOT NUMERIC
               DISPLAY "XFER-DATE " WS-PACKET-DATE
                   " NOT YYYY-MM-DD - PACKETS REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PACKET-DATE (1:4) TO WS-EDIT-YYYY
           MOVE WS-PACKET-DATE (6:2) TO WS-EDIT-MM
           MOVE WS-PACKET-DATE (9:2) TO WS-EDIT-DD
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-EDIT-DATE-N) NOT = 0
               DISPLAY "XFER-DATE " WS-PACKET-DATE
                   " NOT A CALENDAR DATE - PACKETS REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0100-OPEN-FILES.
           OPEN INPUT STUDENT-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "STUDENT MASTER OPEN FAILED, STATUS = "
                   WS-MASTER-STATUS
               DISPLAY "OPERATOR: RERUN XFERPKT ONCE STUDENT "
                   "MASTER IS AVAILABLE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-SELECT-ID = SPACES
               OPEN INPUT STUDENT-JOURNAL-FILE
               IF WS-JOURNAL-STATUS NOT = "00"
                   DISPLAY "STUDENT JOURNAL OPEN FAILED, STATUS = "
                       WS-JOURNAL-STATUS
                   DISPLAY "OPERATOR: NO MASTER UPDATES JOURNALED - "
                       "RERUN XFERPKT AFTER THE MAINTENANCE RUN"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT GRADE-DETAIL
           IF WS-DETAIL-STATUS = "00"
               SET WS-DETAIL-OPEN TO TRUE
           ELSE
               DISPLAY "GRADE DETAIL UNAVAILABLE, STATUS = "
                   WS-DETAIL-STATUS " - PACKETS CARRY NO SUBJECT "
                   "GRADES"
           END-IF
           OPEN INPUT ATTENDANCE-FILE
           IF WS-ATTEND-STATUS = "00"
               SET WS-ATTEND-OPEN TO TRUE
           ELSE
               DISPLAY "ATTENDANCE UNAVAILABLE, STATUS = "
                   WS-ATTEND-STATUS " - PACKETS CARRY NO ATTENDANCE"
           END-IF
           OPEN INPUT CLASS-MASTER
           IF WS-CLASS-STATUS = "00"
               SET WS-CLASS-OPEN TO TRUE
           ELSE
               DISPLAY "CLASS MASTER UNAVAILABLE, STATUS = "
                   WS-CLASS-STATUS " - COURSE TITLES AND CREDITS "
                   "LEFT BLANK"
           END-IF
           OPEN INPUT GRADE-HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
               SET WS-HISTORY-OPEN TO TRUE
           ELSE
               DISPLAY "GRADE HISTORY UNAVAILABLE, STATUS = "
                   WS-HISTORY-STATUS " - PACKETS CARRY NO GRADE "
                   "CHANGES"
           END-IF.

       0900-CLOSE-FILES.
           CLOSE STUDENT-MASTER
           IF WS-SELECT-ID = SPACES
               CLOSE STUDENT-JOURNAL-FILE
           END-IF
           IF WS-DETAIL-OPEN
               CLOSE GRADE-DETAIL
           END-IF
           IF WS-ATTEND-OPEN
               CLOSE ATTENDANCE-FILE
           END-IF
           IF WS-CLASS-OPEN
               CLOSE CLASS-MASTER
           END-IF
           IF WS-HISTORY-OPEN
               CLOSE GRADE-HISTORY-FILE
           END-IF
           CLOSE TRANSFER-FILE.

       1000-LOAD-HISTORY.
           PERFORM UNTIL WS-NO-MORE-HIST
               READ GRADE-HISTORY-FILE
                   AT END
                       SET WS-NO-MORE-HIST TO TRUE
                   NOT AT END
                       PERFORM 1100-STORE-HISTORY-ROW
               END-READ
           END-PERFORM.

       1100-STORE-HISTORY-ROW.
           IF WS-HIST-COUNT < WS-HIST-MAX
               ADD 1 TO WS-HIST-COUNT
               MOVE GH-ID TO WS-HT-ID (WS-HIST-COUNT)
               MOVE GH-OLD-GRADE TO WS-HT-OLD (WS-HIST-COUNT)
               MOVE GH-NEW-GRADE TO WS-HT-NEW (WS-HIST-COUNT)
               MOVE GH-RUN-DATE TO WS-HT-DATE (WS-HIST-COUNT)
               MOVE GH-APPROVER TO WS-HT-APPR (WS-HIST-COUNT)
           ELSE
               ADD 1 TO WS-HIST-DROPPED
           END-IF.

       1200-SCAN-JOURNAL.
           PERFORM UNTIL WS-NO-MORE-JOURNAL
               READ STUDENT-JOURNAL-FILE
                   AT END
                       SET WS-NO-MORE-JOURNAL TO TRUE
                   NOT AT END
                       PERFORM 1300-CHECK-JOURNAL-ENTRY
               END-READ
           END-PERFORM.

       1300-CHECK-JOURNAL-ENTRY.
           ADD 1 TO WS-JOURNAL-READ
           IF SJ-DATE = WS-PACKET-DATE AND SJ-CHANGE
               MOVE SJ-BEFORE-IMAGE TO WS-JOURNAL-BEFORE
               MOVE SJ-AFTER-IMAGE TO WS-JOURNAL-AFTER
               IF JA-ENROLL-STATUS = "W"
                   AND JB-ENROLL-STATUS NOT = "W"
                   PERFORM 1400-ADD-PACKET-ID
               END-IF
           END-IF.

       1400-ADD-PACKET-ID.
           PERFORM VARYING WS-PKT-SUB FROM 1 BY 1
               UNTIL WS-PKT-SUB > WS-PKT-COUNT
               OR WS-PKT-ID (WS-PKT-SUB) = SJ-STUDENT-ID
               CONTINUE
           END-PERFORM
           IF WS-PKT-SUB > WS-PKT-COUNT
               IF WS-PKT-COUNT < WS-PKT-MAX
                   ADD 1 TO WS-PKT-COUNT
                   MOVE SJ-STUDENT-ID TO WS-PKT-ID (WS-PKT-COUNT)
               ELSE
                   ADD 1 TO WS-PKT-DROPPED
                   DISPLAY "NO PACKET - TABLE FULL: " SJ-STUDENT-ID
               END-IF
           END-IF.

       2000-BUILD-PACKET.
           MOVE WS-PKT-ID (WS-PKT-SUB) TO SM-STUDENT-ID
           READ STUDENT-MASTER
               INVALID KEY
                   SET WS-STUDENT-MISSING TO TRUE
               NOT INVALID KEY
                   SET WS-STUDENT-FOUND TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN WS-STUDENT-MISSING
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY "NO PACKET - NOT ON STUDENT MASTER: "
                       WS-PKT-ID (WS-PKT-SUB)
               WHEN NOT SM-WITHDRAWN
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY "NO PACKET - STUDENT NOT WITHDRAWN: "
                       WS-PKT-ID (WS-PKT-SUB)
               WHEN OTHER
                   PERFORM 2050-WRITE-PACKET
           END-EVALUATE.

       2050-WRITE-PACKET.
           MOVE ZERO TO WS-STU-GRADES
           MOVE ZERO TO WS-STU-ATTEND
           MOVE ZERO TO WS-STU-CHANGES
           MOVE ZERO TO WS-STU-RECORDS
           PERFORM 2100-WRITE-HEADER
           IF WS-DETAIL-OPEN
               PERFORM 2200-WRITE-GRADES
           END-IF
           IF WS-ATTEND-OPEN
               PERFORM 2300-WRITE-ATTENDANCE
           END-IF
           PERFORM 2400-WRITE-CHANGE
               VARYING WS-HIST-SUB FROM 1 BY 1
               UNTIL WS-HIST-SUB > WS-HIST-COUNT
           PERFORM 2500-WRITE-TRAILER
           ADD 1 TO WS-PACKET-COUNT.

       2100-WRITE-HEADER.
           MOVE SPACES TO TRANSFER-PACKET-REC
           SET XP-HEADER TO TRUE
           MOVE SM-STUDENT-ID TO XP-STUDENT-ID
           MOVE SM-STUDENT-NAME TO XP-STUDENT-NAME
           MOVE SM-CLASS-CODE TO XP-CLASS-CODE
           IF SM-GRADE IS NUMERIC
               MOVE SM-GRADE TO XP-GRADE
           ELSE
               MOVE ZERO TO XP-GRADE
           END-IF
           MOVE SM-GUARDIAN-NAME TO XP-GUARDIAN-NAME
           MOVE SM-MAIL-ADDRESS TO XP-MAIL-ADDRESS
           MOVE SM-MAIL-CITY-ST-ZIP TO XP-MAIL-CITY-ST-ZIP
           MOVE SM-WITHDRAW-DATE TO XP-WITHDRAW-DATE
           MOVE SM-WITHDRAW-REASON TO XP-WITHDRAW-REASON
           MOVE SM-DEST-SCHOOL TO XP-DEST-SCHOOL
           PERFORM 2900-WRITE-PACKET-REC.

       2200-WRITE-GRADES.
           MOVE "N" TO WS-SCAN-SW
           MOVE SM-STUDENT-ID TO GD-STUDENT-ID
           MOVE LOW-VALUES TO GD-SUBJECT-CODE
           MOVE LOW-VALUES TO GD-TERM
           START GRADE-DETAIL KEY NOT < GD-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL WS-SCAN-DONE
               READ GRADE-DETAIL NEXT RECORD
                   AT END
                       SET WS-SCAN-DONE TO TRUE
                   NOT AT END
                       IF GD-STUDENT-ID = SM-STUDENT-ID
                           PERFORM 2210-WRITE-GRADE
                       ELSE
                           SET WS-SCAN-DONE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       2210-WRITE-GRADE.
           MOVE SPACES TO TRANSFER-PACKET-REC
           SET XP-GRADE-REC TO TRUE
           MOVE SM-STUDENT-ID TO XP-STUDENT-ID
           MOVE GD-SUBJECT-CODE TO XP-SUBJECT-CODE
           MOVE GD-TERM TO XP-TERM
           MOVE GD-GRADE TO XP-SUBJECT-GRADE
           MOVE ZERO TO XP-CREDIT-HOURS
           IF WS-CLASS-OPEN
               MOVE GD-SUBJECT-CODE TO CM-CLASS-CODE
               READ CLASS-MASTER
                   INVALID KEY
                       MOVE "*NOT ON CLASS MASTER*" TO XP-COURSE-TITLE
                   NOT INVALID KEY
                       MOVE CM-COURSE-TITLE TO XP-COURSE-TITLE
                       MOVE CM-CREDIT-HOURS TO XP-CREDIT-HOURS
               END-READ
           END-IF
           ADD 1 TO WS-STU-GRADES
           PERFORM 2900-WRITE-PACKET-REC.

       2300-WRITE-ATTENDANCE.
           MOVE "N" TO WS-SCAN-SW
           MOVE SPACES TO WS-AT-CLASS
           MOVE SPACES TO WS-AT-TERM
           MOVE SM-STUDENT-ID TO AT-STUDENT-ID
           MOVE LOW-VALUES TO AT-CLASS-CODE
           MOVE LOW-VALUES TO AT-DATE
           START ATTENDANCE-FILE KEY NOT < AT-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL WS-SCAN-DONE
               READ ATTENDANCE-FILE NEXT RECORD
                   AT END
                       SET WS-SCAN-DONE TO TRUE
                   NOT AT END
                       IF AT-STUDENT-ID = SM-STUDENT-ID
                           PERFORM 2310-ADD-ATTENDANCE-DAY
                       ELSE
                           SET WS-SCAN-DONE TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AT-CLASS NOT = SPACES
               PERFORM 2320-WRITE-ATTENDANCE-TOTAL
           END-IF.

       2310-ADD-ATTENDANCE-DAY.
           IF AT-CLASS-CODE NOT = WS-AT-CLASS
               OR AT-TERM NOT = WS-AT-TERM
               IF WS-AT-CLASS NOT = SPACES
                   PERFORM 2320-WRITE-ATTENDANCE-TOTAL
               END-IF
               MOVE AT-CLASS-CODE TO WS-AT-CLASS
               MOVE AT-TERM TO WS-AT-TERM
               MOVE ZERO TO WS-AT-PRESENT
               MOVE ZERO TO WS-AT-ABSENT
               MOVE ZERO TO WS-AT-TARDY
           END-IF
           EVALUATE TRUE
               WHEN AT-PRESENT
                   ADD 1 TO WS-AT-PRESENT
               WHEN AT-ABSENT
                   ADD 1 TO WS-AT-ABSENT
               WHEN AT-TARDY
                   ADD 1 TO WS-AT-TARDY
           END-EVALUATE.

       2320-WRITE-ATTENDANCE-TOTAL.
           MOVE SPACES TO TRANSFER-PACKET-REC
           SET XP-ATTEND-REC TO TRUE
           MOVE SM-STUDENT-ID TO XP-STUDENT-ID
           MOVE WS-AT-CLASS TO XP-AT-CLASS-CODE
           MOVE WS-AT-TERM TO XP-AT-TERM
           MOVE WS-AT-PRESENT TO XP-DAYS-PRESENT
           MOVE WS-AT-ABSENT TO XP-DAYS-ABSENT
           MOVE WS-AT-TARDY TO XP-DAYS-TARDY
           ADD 1 TO WS-STU-ATTEND
           PERFORM 2900-WRITE-PACKET-REC.

       2400-WRITE-CHANGE.
           IF WS-HT-ID (WS-HIST-SUB) = SM-STUDENT-ID
               MOVE SPACES TO TRANSFER-PACKET-REC
               SET XP-CHANGE-REC TO TRUE
               MOVE SM-STUDENT-ID TO XP-STUDENT-ID
               MOVE WS-HT-DATE (WS-HIST-SUB) TO XP-CHANGE-DATE
               MOVE WS-HT-OLD (WS-HIST-SUB) TO XP-OLD-GRADE
               MOVE WS-HT-NEW (WS-HIST-SUB) TO XP-NEW-GRADE
               MOVE WS-HT-APPR (WS-HIST-SUB) TO XP-APPROVER
               ADD 1 TO WS-STU-CHANGES
               PERFORM 2900-WRITE-PACKET-REC
           END-IF.

       2500-WRITE-TRAILER.
           MOVE SPACES TO TRANSFER-PACKET-REC
           SET XP-TRAILER TO TRUE
           MOVE SM-STUDENT-ID TO XP-STUDENT-ID
           MOVE WS-STU-GRADES TO XP-GRADE-COUNT
           MOVE WS-STU-ATTEND TO XP-ATTEND-COUNT
           MOVE WS-STU-CHANGES TO XP-CHANGE-COUNT
           ADD 1 TO WS-STU-RECORDS
           MOVE WS-STU-RECORDS TO XP-RECORD-COUNT
           WRITE TRANSFER-PACKET-REC
           ADD 1 TO WS-RECORD-TOTAL.

       2900-WRITE-PACKET-REC.
           WRITE TRANSFER-PACKET-REC
           ADD 1 TO WS-STU-RECORDS
           ADD 1 TO WS-RECORD-TOTAL.
       END PROGRAM TRANSFER-PKT.
