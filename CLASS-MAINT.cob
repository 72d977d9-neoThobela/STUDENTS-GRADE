      *          CLASS-MASTER so the class reference file can be kept
      *          current without rebuilding it by hand. The next-class
      *          field takes *FINAL* to store spaces, marking a final
      *          class whose passers graduate at term rollover. The
      *          subject area is the GRAD-REQUIREMENTS area code the
      *          class's credits count toward in the credit audit.
      *          Each transaction carries the keying operator's ID,
      *          which must be active on OPERATOR-SECURITY and cleared
      *          for the transaction code; refusals are also logged as
      *          security violations.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           FILE STATUS IS WS-CLASS-STATUS.
           SELECT CLASS-REJECT-FILE ASSIGN TO 'classrej.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERATOR-SECURITY ASSIGN TO OPERSEC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OS-OPERATOR-ID
           FILE STATUS IS WS-OPERSEC-STATUS.
           SELECT SECURITY-VIOLATION-FILE ASSIGN TO 'secviol.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SECVIOL-STATUS.

       DATA DIVISION.

           05 CT-HW-WGT PIC X(3).
           05 CT-QZ-WGT PIC X(3).
           05 CT-EX-WGT PIC X(3).
           05 CT-SUBJECT PIC X(2).
           05 CT-OPERATOR PIC X(9).

       FD CLASS-MASTER.
       COPY CLASMAST.
       FD CLASS-REJECT-FILE.
       01 CLASS-REJECT-REC PIC X(96).

       FD OPERATOR-SECURITY.
       COPY OPERSEC.

       FD SECURITY-VIOLATION-FILE.
       COPY SECVIOL.

       WORKING-STORAGE SECTION.
       01 WS-CLASS-STATUS PIC XX.

       01 WS-OPERSEC-STATUS PIC XX.
       01 WS-SECVIOL-STATUS PIC XX.

       01 WS-READ-SW PIC X VALUE "N".
           88 WS-NO-MORE-TRAN VALUE "Y".

       01 WS-DELETE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.

       01 WS-OPERATOR-SW PIC X VALUE "Y".
           88 WS-OPERATOR-CLEARED VALUE "Y".
           88 WS-OPERATOR-REFUSED VALUE "N".

       01 WS-CODE-SUB PIC 9(2).
       01 WS-CODE-MAX PIC 9(2) VALUE 3.
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

       01 WS-CLASS-REJECT-LINE.
           05 CR-CODE PIC X(1).
           05 FILLER PIC X.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-GET-RUN-DATE
           PERFORM 0100-OPEN-FILES
           PERFORM UNTIL WS-NO-MORE-TRAN
               READ CLASS-TRAN-FILE
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
           OPEN INPUT OPERATOR-SECURITY
           IF WS-OPERSEC-STATUS NOT = "00"
               DISPLAY "OPERATOR SECURITY OPEN FAILED, STATUS = "
                   WS-OPERSEC-STATUS
               DISPLAY "RUN OPER-MAINT TO BUILD OPERATOR SECURITY FIRST"
               DISPLAY "OPERATOR: RERUN CLASMANT ONCE OPERATOR "
                   "SECURITY IS AVAILABLE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND SECURITY-VIOLATION-FILE
           IF WS-SECVIOL-STATUS = "35"
               OPEN OUTPUT SECURITY-VIOLATION-FILE
               CLOSE SECURITY-VIOLATION-FILE
               OPEN EXTEND SECURITY-VIOLATION-FILE
           END-IF
           OPEN INPUT CLASS-TRAN-FILE
           OPEN OUTPUT CLASS-REJECT-FILE
           OPEN I-O CLASS-MASTER
       0900-CLOSE-FILES.
           CLOSE CLASS-TRAN-FILE
           CLOSE CLASS-MASTER
           CLOSE CLASS-REJECT-FILE
           CLOSE OPERATOR-SECURITY
           CLOSE SECURITY-VIOLATION-FILE.

       1000-APPLY-TRANSACTION.
           PERFORM 1050-CHECK-OPERATOR
           IF WS-OPERATOR-REFUSED
               PERFORM 1400-REJECT-TRANSACTION
               PERFORM 1500-WRITE-VIOLATION
           ELSE
               EVALUATE CT-CODE
                   WHEN "A"
                       PERFORM 1100-ADD-CLASS
                   WHEN "C"
                       PERFORM 1200-CHANGE-CLASS
                   WHEN "D"
                       PERFORM 1300-DELETE-CLASS
                   WHEN OTHER
                       MOVE "UNKNOWN TRANSACTION CODE"
                           TO WS-REJECT-REASON
                       PERFORM 1400-REJECT-TRANSACTION
               END-EVALUATE
           END-IF.

       1050-CHECK-OPERATOR.
           SET WS-OPERATOR-CLEARED TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           IF CT-OPERATOR = SPACES
               SET WS-OPERATOR-REFUSED TO TRUE
               MOVE "MISSING OPERATOR ID" TO WS-REJECT-REASON
           ELSE
               MOVE CT-OPERATOR TO OS-OPERATOR-ID
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
                   OR (OS-CLASS-CODE (WS-CODE-SUB) = CT-CODE
                       AND CT-CODE NOT = SPACE)
                   CONTINUE
               END-PERFORM
               IF WS-CODE-SUB > WS-CODE-MAX
                   SET WS-OPERATOR-REFUSED TO TRUE
                   MOVE "CODE NOT AUTHORIZED" TO WS-REJECT-REASON
               END-IF
           END-IF.

       1100-ADD-CLASS.
           SET WS-TRAN-VALID TO TRUE
                       MOVE WS-NUMERIC-HW-WGT TO CM-HW-WEIGHT
                       MOVE WS-NUMERIC-QZ-WGT TO CM-QUIZ-WEIGHT
                       MOVE WS-NUMERIC-EX-WGT TO CM-EXAM-WEIGHT
                       MOVE CT-SUBJECT TO CM-SUBJECT-AREA
                       WRITE CLASS-MASTER-REC
                       ADD 1 TO WS-ADD-COUNT
                   NOT INVALID KEY
               IF CT-EX-WGT NOT = SPACES
                   MOVE WS-NUMERIC-EX-WGT TO CM-EXAM-WEIGHT
               END-IF
               IF CT-SUBJECT NOT = SPACES
                   MOVE CT-SUBJECT TO CM-SUBJECT-AREA
               END-IF
               IF CT-NEXT = "*FINAL*"
                   MOVE SPACES TO CM-NEXT-CLASS
               ELSE
           MOVE WS-CLASS-REJECT-LINE TO CLASS-REJECT-REC
           WRITE CLASS-REJECT-REC
           ADD 1 TO WS-REJECT-COUNT.

       1500-WRITE-VIOLATION.
           ACCEPT WS-VIOLATION-TIME FROM TIME
           MOVE SPACES TO SECURITY-VIOLATION-REC
           MOVE WS-RUN-DATE-FMT TO SV-DATE
           MOVE WS-VIOLATION-TIME TO SV-TIME
           MOVE "CLASMANT" TO SV-PROGRAM
           MOVE CT-OPERATOR TO SV-OPERATOR
           MOVE CT-CODE TO SV-TRAN-CODE
           MOVE CT-CLASS TO SV-KEY
           MOVE CT-CLASS TO SV-CLASS
           MOVE WS-REJECT-REASON TO SV-REASON
           WRITE SECURITY-VIOLATION-REC
           ADD 1 TO WS-VIOLATION-COUNT.
       END PROGRAM CLASS-MAINT.
