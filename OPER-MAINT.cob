      ******************************************************************
      * Author:
      * Date:
      * Purpose: Apply ADD/CHANGE/DELETE transactions against the
      *          OPERATOR-SECURITY file that says which transaction
      *          codes each operator may key into STUDENT-MAINT,
      *          CLASS-MAINT, SCALE-MAINT and this program, and which
      *          class codes a teacher may post grades for. Each
      *          transaction names the operator keying it, who must
      *          be active and cleared for the code here; refusals
      *          are also logged as security violations. No operator
      *          may change or delete their own record. When the file
      *          is first created the leading add of an administrator
      *          keyed under its own ID is taken without a check, so
      *          the file can be seeded. On a change, code lists and
      *          the class list replace the old ones when keyed;
      *          *NONE* in the class list clears it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPER-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-TRAN-FILE ASSIGN TO 'opertran.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERATOR-SECURITY ASSIGN TO OPERSEC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OS-OPERATOR-ID
           FILE STATUS IS WS-OPERSEC-STATUS.
           SELECT OPER-REJECT-FILE ASSIGN TO 'operrej.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SECURITY-VIOLATION-FILE ASSIGN TO 'secviol.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SECVIOL-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD OPER-TRAN-FILE.
       01 OPER-TRAN-REC.
           05 OT-CODE PIC X(1).
           05 OT-KEYED-BY PIC X(9).
           05 OT-OPERATOR-ID PIC X(9).
           05 OT-NAME PIC X(30).
           05 OT-ROLE PIC X(1).
           05 OT-STATUS PIC X(1).
           05 OT-STUDENT-CODES PIC X(10).
           05 OT-CLASS-CODES PIC X(3).
           05 OT-SCALE-CODES PIC X(3).
           05 OT-SECURITY-CODES PIC X(3).
           05 OT-TEACH-CLASSES PIC X(80).

       FD OPERATOR-SECURITY.
       COPY OPERSEC.

       FD OPER-REJECT-FILE.
       01 OPER-REJECT-REC PIC X(90).

       FD SECURITY-VIOLATION-FILE.
       COPY SECVIOL.

       WORKING-STORAGE SECTION.
       01 WS-OPERSEC-STATUS PIC XX.
       01 WS-SECVIOL-STATUS PIC XX.

       01 WS-READ-SW PIC X VALUE "N".
           88 WS-NO-MORE-TRAN VALUE "Y".

       01 WS-VALID-SW PIC X VALUE "Y".
           88 WS-TRAN-VALID VALUE "Y".
           88 WS-TRAN-INVALID VALUE "N".

       01 WS-OPERATOR-SW PIC X VALUE "Y".
           88 WS-OPERATOR-CLEARED VALUE "Y".
           88 WS-OPERATOR-REFUSED VALUE "N".

       01 WS-NEW-FILE-SW PIC X VALUE "N".
           88 WS-NEW-FILE VALUE "Y".

       01 WS-CODE-SUB PIC 9(2).
       01 WS-CODE-MAX PIC 9(2) VALUE 3.
       01 WS-REJECT-REASON PIC X(25).
       01 WS-ADD-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CHANGE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-DELETE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-VIOLATION-COUNT PIC 9(5) VALUE ZERO.
       01 WS-VIOLATION-TIME PIC 9(8).

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

       01 WS-OPER-REJECT-LINE.
           05 OR-CODE PIC X(1).
           05 FILLER PIC X.
           05 OR-KEYED-BY PIC X(9).
           05 FILLER PIC X.
           05 OR-OPERATOR-ID PIC X(9).
           05 FILLER PIC X.
           05 OR-NAME PIC X(30).
           05 FILLER PIC X.
           05 OR-ROLE PIC X(1).
           05 FILLER PIC X.
           05 OR-REASON PIC X(25).
           05 FILLER PIC X(10).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-GET-RUN-DATE
           PERFORM 0100-OPEN-FILES
           PERFORM UNTIL WS-NO-MORE-TRAN
               READ OPER-TRAN-FILE
                   AT END
                       SET WS-NO-MORE-TRAN TO TRUE
                   NOT AT END
                       PERFORM 1000-APPLY-TRANSACTION
               END-READ
           END-PERFORM
           PERFORM 0900-CLOSE-FILES
           DISPLAY "OPER-MAINT COMPLETE - ADDS: " WS-ADD-COUNT
               " CHANGES: " WS-CHANGE-COUNT
               " DELETES: " WS-DELETE-COUNT
               " REJECTS: " WS-REJECT-COUNT
               " SECURITY REJECTS: " WS-VIOLATION-COUNT
           STOP RUN.

       0050-GET-RUN-DATE.
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD
           MOVE WS-RUN-YYYY-IN TO WS-RUN-YYYY
           MOVE WS-RUN-MM-IN TO WS-RUN-MM
           MOVE WS-RUN-DD-IN TO WS-RUN-DD.

       0100-OPEN-FILES.
           OPEN INPUT OPER-TRAN-FILE
           OPEN OUTPUT OPER-REJECT-FILE
           OPEN EXTEND SECURITY-VIOLATION-FILE
           IF WS-SECVIOL-STATUS = "35"
               OPEN OUTPUT SECURITY-VIOLATION-FILE
               CLOSE SECURITY-VIOLATION-FILE
               OPEN EXTEND SECURITY-VIOLATION-FILE
           END-IF
           OPEN I-O OPERATOR-SECURITY
           IF WS-OPERSEC-STATUS = "35"
               OPEN OUTPUT OPERATOR-SECURITY
               CLOSE OPERATOR-SECURITY
               OPEN I-O OPERATOR-SECURITY
               SET WS-NEW-FILE TO TRUE
           END-IF.

       0900-CLOSE-FILES.
           CLOSE OPER-TRAN-FILE
           CLOSE OPERATOR-SECURITY
           CLOSE OPER-REJECT-FILE
           CLOSE SECURITY-VIOLATION-FILE.

       1000-APPLY-TRANSACTION.
           IF WS-NEW-FILE AND WS-ADD-COUNT = 0
               AND OT-CODE = "A" AND OT-ROLE = "A"
               AND OT-KEYED-BY = OT-OPERATOR-ID
               SET WS-OPERATOR-CLEARED TO TRUE
           ELSE
               PERFORM 1050-CHECK-OPERATOR
           END-IF
           IF WS-OPERATOR-REFUSED
               PERFORM 1400-REJECT-TRANSACTION
               PERFORM 1500-WRITE-VIOLATION
           ELSE
               EVALUATE OT-CODE
                   WHEN "A"
                       PERFORM 1100-ADD-OPERATOR
                   WHEN "C"
                       PERFORM 1200-CHANGE-OPERATOR
                   WHEN "D"
                       PERFORM 1300-DELETE-OPERATOR
                   WHEN OTHER
                       MOVE "UNKNOWN TRANSACTION CODE"
                           TO WS-REJECT-REASON
                       PERFORM 1400-REJECT-TRANSACTION
               END-EVALUATE
           END-IF.

       1050-CHECK-OPERATOR.
           SET WS-OPERATOR-CLEARED TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           IF OT-KEYED-BY = SPACES
               SET WS-OPERATOR-REFUSED TO TRUE
               MOVE "MISSING OPERATOR ID" TO WS-REJECT-REASON
           ELSE
               MOVE OT-KEYED-BY TO OS-OPERATOR-ID
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
                   OR (OS-SECURITY-CODE (WS-CODE-SUB) = OT-CODE
                       AND OT-CODE NOT = SPACE)
                   CONTINUE
               END-PERFORM
               IF WS-CODE-SUB > WS-CODE-MAX
                   SET WS-OPERATOR-REFUSED TO TRUE
                   MOVE "CODE NOT AUTHORIZED" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-OPERATOR-CLEARED AND OT-CODE NOT = "A"
               AND OT-KEYED-BY = OT-OPERATOR-ID
               SET WS-OPERATOR-REFUSED TO TRUE
               MOVE "CANNOT CHANGE OWN RECORD" TO WS-REJECT-REASON
           END-IF.

       1100-ADD-OPERATOR.
           SET WS-TRAN-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           IF OT-OPERATOR-ID = SPACES
               SET WS-TRAN-INVALID TO TRUE
               MOVE "MISSING OPERATOR ID" TO WS-REJECT-REASON
           ELSE
               IF OT-NAME = SPACES
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "MISSING OPERATOR NAME" TO WS-REJECT-REASON
               ELSE
                   PERFORM 1150-EDIT-ROLE-STATUS
               END-IF
           END-IF
           IF WS-TRAN-VALID
               MOVE OT-OPERATOR-ID TO OS-OPERATOR-ID
               READ OPERATOR-SECURITY
                   INVALID KEY
                       MOVE SPACES TO OPERATOR-SECURITY-REC
                       MOVE OT-OPERATOR-ID TO OS-OPERATOR-ID
                       MOVE OT-NAME TO OS-OPERATOR-NAME
                       MOVE OT-ROLE TO OS-ROLE
                       IF OT-STATUS = SPACE
                           SET OS-ACTIVE TO TRUE
                       ELSE
                           MOVE OT-STATUS TO OS-STATUS
                       END-IF
                       MOVE OT-STUDENT-CODES TO OS-STUDENT-CODES
                       MOVE OT-CLASS-CODES TO OS-CLASS-CODES
                       MOVE OT-SCALE-CODES TO OS-SCALE-CODES
                       MOVE OT-SECURITY-CODES TO OS-SECURITY-CODES
                       IF OT-TEACH-CLASSES NOT = "*NONE*"
                           MOVE OT-TEACH-CLASSES TO OS-TEACH-CLASSES
                       END-IF
                       WRITE OPERATOR-SECURITY-REC
                       ADD 1 TO WS-ADD-COUNT
                   NOT INVALID KEY
                       MOVE "DUPLICATE OPERATOR ID" TO WS-REJECT-REASON
                       PERFORM 1400-REJECT-TRANSACTION
               END-READ
           ELSE
               PERFORM 1400-REJECT-TRANSACTION
           END-IF.

       1150-EDIT-ROLE-STATUS.
           MOVE OT-ROLE TO OS-ROLE
           IF NOT OS-VALID-ROLE
               SET WS-TRAN-INVALID TO TRUE
               MOVE "INVALID ROLE" TO WS-REJECT-REASON
           ELSE
               IF OT-STATUS NOT = SPACE
                   AND OT-STATUS NOT = "A" AND OT-STATUS NOT = "I"
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "INVALID STATUS" TO WS-REJECT-REASON
               END-IF
           END-IF.

       1200-CHANGE-OPERATOR.
           MOVE OT-OPERATOR-ID TO OS-OPERATOR-ID
           READ OPERATOR-SECURITY
               INVALID KEY
                   MOVE "OPERATOR ID NOT FOUND" TO WS-REJECT-REASON
                   PERFORM 1400-REJECT-TRANSACTION
               NOT INVALID KEY
                   PERFORM 1210-APPLY-CHANGE
           END-READ.

       1210-APPLY-CHANGE.
           SET WS-TRAN-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           IF OT-ROLE NOT = SPACE
               AND OT-ROLE NOT = "A" AND OT-ROLE NOT = "B"
               AND OT-ROLE NOT = "R" AND OT-ROLE NOT = "S"
               AND OT-ROLE NOT = "T"
               SET WS-TRAN-INVALID TO TRUE
               MOVE "INVALID ROLE" TO WS-REJECT-REASON
           END-IF
           IF WS-TRAN-VALID AND OT-STATUS NOT = SPACE
               AND OT-STATUS NOT = "A" AND OT-STATUS NOT = "I"
               SET WS-TRAN-INVALID TO TRUE
               MOVE "INVALID STATUS" TO WS-REJECT-REASON
           END-IF
           IF WS-TRAN-VALID
               IF OT-NAME NOT = SPACES
                   MOVE OT-NAME TO OS-OPERATOR-NAME
               END-IF
               IF OT-ROLE NOT = SPACE
                   MOVE OT-ROLE TO OS-ROLE
               END-IF
               IF OT-STATUS NOT = SPACE
                   MOVE OT-STATUS TO OS-STATUS
               END-IF
               IF OT-STUDENT-CODES NOT = SPACES
                   MOVE OT-STUDENT-CODES TO OS-STUDENT-CODES
               END-IF
               IF OT-CLASS-CODES NOT = SPACES
                   MOVE OT-CLASS-CODES TO OS-CLASS-CODES
               END-IF
               IF OT-SCALE-CODES NOT = SPACES
                   MOVE OT-SCALE-CODES TO OS-SCALE-CODES
               END-IF
               IF OT-SECURITY-CODES NOT = SPACES
                   MOVE OT-SECURITY-CODES TO OS-SECURITY-CODES
               END-IF
               IF OT-TEACH-CLASSES = "*NONE*"
                   MOVE SPACES TO OS-TEACH-CLASSES
               ELSE
                   IF OT-TEACH-CLASSES NOT = SPACES
                       MOVE OT-TEACH-CLASSES TO OS-TEACH-CLASSES
                   END-IF
               END-IF
               REWRITE OPERATOR-SECURITY-REC
                   INVALID KEY
                       MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                       PERFORM 1400-REJECT-TRANSACTION
                   NOT INVALID KEY
                       ADD 1 TO WS-CHANGE-COUNT
               END-REWRITE
           ELSE
               PERFORM 1400-REJECT-TRANSACTION
           END-IF.

       1300-DELETE-OPERATOR.
           MOVE OT-OPERATOR-ID TO OS-OPERATOR-ID
           DELETE OPERATOR-SECURITY RECORD
               INVALID KEY
                   MOVE "OPERATOR ID NOT FOUND" TO WS-REJECT-REASON
                   PERFORM 1400-REJECT-TRANSACTION
               NOT INVALID KEY
                   ADD 1 TO WS-DELETE-COUNT
           END-DELETE.

       1400-REJECT-TRANSACTION.
           MOVE SPACES TO WS-OPER-REJECT-LINE
           MOVE OT-CODE TO OR-CODE
           MOVE OT-KEYED-BY TO OR-KEYED-BY
           MOVE OT-OPERATOR-ID TO OR-OPERATOR-ID
           MOVE OT-NAME TO OR-NAME
           MOVE OT-ROLE TO OR-ROLE
           MOVE WS-REJECT-REASON TO OR-REASON
           MOVE WS-OPER-REJECT-LINE TO OPER-REJECT-REC
           WRITE OPER-REJECT-REC
           ADD 1 TO WS-REJECT-COUNT.

       1500-WRITE-VIOLATION.
           ACCEPT WS-VIOLATION-TIME FROM TIME
           MOVE SPACES TO SECURITY-VIOLATION-REC
           MOVE WS-RUN-DATE-FMT TO SV-DATE
           MOVE WS-VIOLATION-TIME TO SV-TIME
           MOVE "OPERMANT" TO SV-PROGRAM
           MOVE OT-KEYED-BY TO SV-OPERATOR
           MOVE OT-CODE TO SV-TRAN-CODE
           MOVE OT-OPERATOR-ID TO SV-KEY
           MOVE WS-REJECT-REASON TO SV-REASON
           WRITE SECURITY-VIOLATION-REC
           ADD 1 TO WS-VIOLATION-COUNT.
       END PROGRAM OPER-MAINT.
