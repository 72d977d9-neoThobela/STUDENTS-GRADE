      *          letter cutoffs, quality points or honor/probation
      *          thresholds is a transaction, not a program change.
      *          Quality points are keyed as three digits with two
      *          implied decimals (400 = 4.00). Each transaction
      *          carries the keying operator's ID, which must be
      *          active on OPERATOR-SECURITY and cleared for the
      *          transaction code; refusals are also logged as
      *          security violations.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           FILE STATUS IS WS-SCALE-STATUS.
           SELECT SCALE-REJECT-FILE ASSIGN TO 'scalerej.txt'
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

           05 ST-POINTS PIC X(3).
           05 ST-HONOR PIC X(1).
           05 ST-PROB PIC X(1).
           05 ST-OPERATOR PIC X(9).

       FD GRADE-SCALE-FILE.
       COPY GRADSCAL.
       FD SCALE-REJECT-FILE.
       01 SCALE-REJECT-REC PIC X(40).

       FD OPERATOR-SECURITY.
       COPY OPERSEC.

       FD SECURITY-VIOLATION-FILE.
       COPY SECVIOL.

       WORKING-STORAGE SECTION.
       01 WS-SCALE-STATUS PIC XX.

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

       01 WS-SCALE-REJECT-LINE.
           05 SR-CODE PIC X(1).
           05 FILLER PIC X.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-GET-RUN-DATE
           PERFORM 0100-OPEN-FILES
           PERFORM UNTIL WS-NO-MORE-TRAN
               READ SCALE-TRAN-FILE
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
               DISPLAY "OPERATOR: RERUN SCALMANT ONCE OPERATOR "
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
           OPEN INPUT SCALE-TRAN-FILE
           OPEN OUTPUT SCALE-REJECT-FILE
           OPEN I-O GRADE-SCALE-FILE
       0900-CLOSE-FILES.
           CLOSE SCALE-TRAN-FILE
           CLOSE GRADE-SCALE-FILE
           CLOSE SCALE-REJECT-FILE
           CLOSE OPERATOR-SECURITY
           CLOSE SECURITY-VIOLATION-FILE.

       1000-APPLY-TRANSACTION.
           PERFORM 1050-CHECK-OPERATOR
           IF WS-OPERATOR-REFUSED
               PERFORM 1400-REJECT-TRANSACTION
               PERFORM 1500-WRITE-VIOLATION
           ELSE
               EVALUATE ST-CODE
                   WHEN "A"
                       PERFORM 1100-ADD-BAND
                   WHEN "C"
                       PERFORM 1200-CHANGE-BAND
                   WHEN "D"
                       PERFORM 1300-DELETE-BAND
                   WHEN OTHER
                       MOVE "UNKNOWN TRANSACTION CODE"
                           TO WS-REJECT-REASON
                       PERFORM 1400-REJECT-TRANSACTION
               END-EVALUATE
           END-IF.

       1050-CHECK-OPERATOR.
           SET WS-OPERATOR-CLEARED TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           IF ST-OPERATOR = SPACES
               SET WS-OPERATOR-REFUSED TO TRUE
               MOVE "MISSING OPERATOR ID" TO WS-REJECT-REASON
           ELSE
               MOVE ST-OPERATOR TO OS-OPERATOR-ID
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
                   OR (OS-SCALE-CODE (WS-CODE-SUB) = ST-CODE
                       AND ST-CODE NOT = SPACE)
                   CONTINUE
               END-PERFORM
               IF WS-CODE-SUB > WS-CODE-MAX
                   SET WS-OPERATOR-REFUSED TO TRUE
                   MOVE "CODE NOT AUTHORIZED" TO WS-REJECT-REASON
               END-IF
           END-IF.

       1100-ADD-BAND.
           SET WS-TRAN-VALID TO TRUE
           MOVE WS-SCALE-REJECT-LINE TO SCALE-REJECT-REC
           WRITE SCALE-REJECT-REC
           ADD 1 TO WS-REJECT-COUNT.

       1500-WRITE-VIOLATION.
           ACCEPT WS-VIOLATION-TIME FROM TIME
           MOVE SPACES TO SECURITY-VIOLATION-REC
           MOVE WS-RUN-DATE-FMT TO SV-DATE
           MOVE WS-VIOLATION-TIME TO SV-TIME
           MOVE "SCALMANT" TO SV-PROGRAM
           MOVE ST-OPERATOR TO SV-OPERATOR
           MOVE ST-CODE TO SV-TRAN-CODE
           MOVE ST-LETTER TO SV-KEY
           MOVE WS-REJECT-REASON TO SV-REASON
           WRITE SECURITY-VIOLATION-REC
           ADD 1 TO WS-VIOLATION-COUNT.
       END PROGRAM SCALE-MAINT.
