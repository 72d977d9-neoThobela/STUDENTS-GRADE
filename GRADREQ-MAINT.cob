      ******************************************************************
      * Author:
      * Date:
      * Purpose: Apply ADD/CHANGE/DELETE transactions against the
      *          GRAD-REQUIREMENTS reference file so a board change to
      *          the diploma credit totals is a transaction, not a
      *          program change. Area code ** carries the overall
      *          credit total; every other area code must match the
      *          CM-SUBJECT-AREA keyed on the classes that count
      *          toward it. Credits required are keyed as three
      *          digits and the credits normally earned in a class
      *          year as two.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADREQ-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADREQ-TRAN-FILE ASSIGN TO 'gradreqtran.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GRAD-REQUIREMENTS ASSIGN TO GRADREQ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GQ-AREA
           FILE STATUS IS WS-GRADREQ-STATUS.
           SELECT GRADREQ-REJECT-FILE ASSIGN TO 'gradreqrej.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD GRADREQ-TRAN-FILE.
       01 GRADREQ-TRAN-REC.
           05 QT-CODE PIC X(1).
           05 QT-AREA PIC X(2).
           05 QT-NAME PIC X(20).
           05 QT-CREDITS PIC X(3).
           05 QT-YEAR PIC X(2).

       FD GRAD-REQUIREMENTS.
       COPY GRADREQ.

       FD GRADREQ-REJECT-FILE.
       01 GRADREQ-REJECT-REC PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-GRADREQ-STATUS PIC XX.

       01 WS-READ-SW PIC X VALUE "N".
           88 WS-NO-MORE-TRAN VALUE "Y".

       01 WS-VALID-SW PIC X VALUE "Y".
           88 WS-TRAN-VALID VALUE "Y".
           88 WS-TRAN-INVALID VALUE "N".

       01 WS-NUMERIC-CREDITS PIC 9(3).
       01 WS-NUMERIC-YEAR PIC 9(2).
       01 WS-REJECT-REASON PIC X(25).
       01 WS-ADD-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CHANGE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-DELETE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.

       01 WS-GRADREQ-REJECT-LINE.
           05 QR-CODE PIC X(1).
           05 FILLER PIC X.
           05 QR-AREA PIC X(2).
           05 FILLER PIC X.
           05 QR-NAME PIC X(20).
           05 FILLER PIC X.
           05 QR-CREDITS PIC X(3).
           05 FILLER PIC X.
           05 QR-YEAR PIC X(2).
           05 FILLER PIC X.
           05 QR-REASON PIC X(25).
           05 FILLER PIC X(2).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-OPEN-FILES
           PERFORM UNTIL WS-NO-MORE-TRAN
               READ GRADREQ-TRAN-FILE
                   AT END
                       SET WS-NO-MORE-TRAN TO TRUE
                   NOT AT END
                       PERFORM 1000-APPLY-TRANSACTION
               END-READ
           END-PERFORM
           PERFORM 0900-CLOSE-FILES
           DISPLAY "GRADREQ-MAINT COMPLETE - ADDS: " WS-ADD-COUNT
               " CHANGES: " WS-CHANGE-COUNT
               " DELETES: " WS-DELETE-COUNT
               " REJECTS: " WS-REJECT-COUNT
           STOP RUN.

       0100-OPEN-FILES.
           OPEN INPUT GRADREQ-TRAN-FILE
           OPEN OUTPUT GRADREQ-REJECT-FILE
           OPEN I-O GRAD-REQUIREMENTS
           IF WS-GRADREQ-STATUS = "35"
               OPEN OUTPUT GRAD-REQUIREMENTS
               CLOSE GRAD-REQUIREMENTS
               OPEN I-O GRAD-REQUIREMENTS
           END-IF.

       0900-CLOSE-FILES.
           CLOSE GRADREQ-TRAN-FILE
           CLOSE GRAD-REQUIREMENTS
           CLOSE GRADREQ-REJECT-FILE.

       1000-APPLY-TRANSACTION.
           EVALUATE QT-CODE
               WHEN "A"
                   PERFORM 1100-ADD-AREA
               WHEN "C"
                   PERFORM 1200-CHANGE-AREA
               WHEN "D"
                   PERFORM 1300-DELETE-AREA
               WHEN OTHER
                   MOVE "UNKNOWN TRANSACTION CODE" TO WS-REJECT-REASON
                   PERFORM 1400-REJECT-TRANSACTION
           END-EVALUATE.

       1100-ADD-AREA.
           SET WS-TRAN-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           IF QT-AREA = SPACES
               SET WS-TRAN-INVALID TO TRUE
               MOVE "MISSING AREA CODE" TO WS-REJECT-REASON
           ELSE
               IF QT-NAME = SPACES
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "MISSING AREA NAME" TO WS-REJECT-REASON
               ELSE
                   PERFORM 1150-EDIT-NUMERIC-FIELDS
               END-IF
           END-IF
           IF WS-TRAN-VALID
               MOVE QT-AREA TO GQ-AREA
               READ GRAD-REQUIREMENTS
                   INVALID KEY
                       MOVE SPACES TO GRAD-REQUIREMENT-REC
                       MOVE QT-AREA TO GQ-AREA
                       MOVE QT-NAME TO GQ-AREA-NAME
                       MOVE WS-NUMERIC-CREDITS TO GQ-REQ-CREDITS
                       MOVE WS-NUMERIC-YEAR TO GQ-YEAR-CREDITS
                       WRITE GRAD-REQUIREMENT-REC
                       ADD 1 TO WS-ADD-COUNT
                   NOT INVALID KEY
                       MOVE "DUPLICATE AREA CODE" TO WS-REJECT-REASON
                       PERFORM 1400-REJECT-TRANSACTION
               END-READ
           ELSE
               PERFORM 1400-REJECT-TRANSACTION
           END-IF.

       1150-EDIT-NUMERIC-FIELDS.
           IF QT-CREDITS IS NOT NUMERIC
               SET WS-TRAN-INVALID TO TRUE
               MOVE "NON-NUMERIC CREDITS" TO WS-REJECT-REASON
           ELSE
               MOVE QT-CREDITS TO WS-NUMERIC-CREDITS
               IF QT-YEAR IS NOT NUMERIC
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "NON-NUMERIC YEAR CREDITS" TO WS-REJECT-REASON
               ELSE
                   MOVE QT-YEAR TO WS-NUMERIC-YEAR
               END-IF
           END-IF.

       1200-CHANGE-AREA.
           MOVE QT-AREA TO GQ-AREA
           READ GRAD-REQUIREMENTS
               INVALID KEY
                   MOVE "AREA CODE NOT FOUND" TO WS-REJECT-REASON
                   PERFORM 1400-REJECT-TRANSACTION
               NOT INVALID KEY
                   PERFORM 1210-APPLY-CHANGE
           END-READ.

       1210-APPLY-CHANGE.
           SET WS-TRAN-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           IF QT-CREDITS NOT = SPACES
               IF QT-CREDITS IS NOT NUMERIC
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "NON-NUMERIC CREDITS" TO WS-REJECT-REASON
               ELSE
                   MOVE QT-CREDITS TO WS-NUMERIC-CREDITS
               END-IF
           END-IF
           IF WS-TRAN-VALID AND QT-YEAR NOT = SPACES
               IF QT-YEAR IS NOT NUMERIC
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "NON-NUMERIC YEAR CREDITS" TO WS-REJECT-REASON
               ELSE
                   MOVE QT-YEAR TO WS-NUMERIC-YEAR
               END-IF
           END-IF
           IF WS-TRAN-VALID
               IF QT-NAME NOT = SPACES
                   MOVE QT-NAME TO GQ-AREA-NAME
               END-IF
               IF QT-CREDITS NOT = SPACES
                   MOVE WS-NUMERIC-CREDITS TO GQ-REQ-CREDITS
               END-IF
               IF QT-YEAR NOT = SPACES
                   MOVE WS-NUMERIC-YEAR TO GQ-YEAR-CREDITS
               END-IF
               REWRITE GRAD-REQUIREMENT-REC
                   INVALID KEY
                       MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                       PERFORM 1400-REJECT-TRANSACTION
                   NOT INVALID KEY
                       ADD 1 TO WS-CHANGE-COUNT
               END-REWRITE
           ELSE
               PERFORM 1400-REJECT-TRANSACTION
           END-IF.

       1300-DELETE-AREA.
           MOVE QT-AREA TO GQ-AREA
           DELETE GRAD-REQUIREMENTS RECORD
               INVALID KEY
                   MOVE "AREA CODE NOT FOUND" TO WS-REJECT-REASON
                   PERFORM 1400-REJECT-TRANSACTION
               NOT INVALID KEY
                   ADD 1 TO WS-DELETE-COUNT
           END-DELETE.

       1400-REJECT-TRANSACTION.
           MOVE SPACES TO WS-GRADREQ-REJECT-LINE
           MOVE QT-CODE TO QR-CODE
           MOVE QT-AREA TO QR-AREA
           MOVE QT-NAME TO QR-NAME
           MOVE QT-CREDITS TO QR-CREDITS
           MOVE QT-YEAR TO QR-YEAR
           MOVE WS-REJECT-REASON TO QR-REASON
           MOVE WS-GRADREQ-REJECT-LINE TO GRADREQ-REJECT-REC
           WRITE GRADREQ-REJECT-REC
           ADD 1 TO WS-REJECT-COUNT.
       END PROGRAM GRADREQ-MAINT.
