      *          mailing address from the student master print in a
      *          fixed block positioned for a window envelope, then
      *          each GRADE-DETAIL subject for the term set in the
      *          REPORT-TERM environment switch (the CALENDAR term the
      *          run date falls in when unset) with its letter grade
      *          off the GRADE-SCALE file, the credit-weighted term
      *          GPA figured the way GPA-REPORT figures it, and the
      *          promotion/retention outcome the rollover will apply
      *          (pass moves the student to the class's next class,
      *          a final class graduates them, a fail retains them).
      *          Every page is padded to the same length so the
      *          stuffing machine stays lined up. Withdrawn
      *          students get no card.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS GS-LETTER
           FILE STATUS IS WS-SCALE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO CALENDAR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CA-DATE
           FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT CARD-FILE ASSIGN TO RPTCARDS
           ORGANIZATION IS LINE SEQUENTIAL.

       FD GRADE-SCALE-FILE.
       COPY GRADSCAL.

       FD CALENDAR-FILE.
       COPY CALENDAR.

       FD CARD-FILE.
       01 CARD-REC PIC X(80).

       01 WS-DETAIL-STATUS PIC XX.
       01 WS-CLASS-STATUS PIC XX.
       01 WS-SCALE-STATUS PIC XX.
       01 WS-CALENDAR-STATUS PIC XX.

       01 WS-TERM-NAME PIC X(11) VALUE "REPORT-TERM".
       01 WS-REPORT-TERM PIC X(5).
       01 WS-CALENDAR-TERM PIC X(5) VALUE SPACES.

       01 WS-CAL-EOF-SW PIC X VALUE "N".
           88 WS-CAL-EOF VALUE "Y".

       01 WS-PASS-GRADE PIC 9(3) VALUE 60.

       01 WS-SUBJECT-COUNT PIC 9(3) VALUE ZERO.

       01 WS-STUDENT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-WITHDRAWN-COUNT PIC 9(7) VALUE ZERO.
       01 WS-LINE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PAGE-LENGTH PIC 9(3) VALUE 60.

           PERFORM 0050-GET-RUN-DATE
           ACCEPT WS-REPORT-TERM FROM ENVIRONMENT WS-TERM-NAME
           IF WS-REPORT-TERM = SPACES
               PERFORM 0060-GET-CALENDAR-TERM
               MOVE WS-CALENDAR-TERM TO WS-REPORT-TERM
           END-IF
           IF WS-REPORT-TERM = SPACES
               DISPLAY "REPORT-TERM NOT SET AND NO CALENDAR TERM - "
                   "REPORT CARDS REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
                   AT END
                       SET WS-NO-MORE-MASTER TO TRUE
                   NOT AT END
                       IF SM-WITHDRAWN
                           ADD 1 TO WS-WITHDRAWN-COUNT
                       ELSE
                           PERFORM 1000-PRINT-REPORT-CARD
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 0900-CLOSE-FILES
           DISPLAY "REPORT-CARD COMPLETE - TERM " WS-REPORT-TERM
               " CARDS: " WS-STUDENT-COUNT
               " WITHDRAWN SKIPPED: " WS-WITHDRAWN-COUNT
           STOP RUN.

       0050-GET-RUN-DATE.
           MOVE WS-RUN-MM-IN TO WS-RUN-MM
           MOVE WS-RUN-DD-IN TO WS-RUN-DD.

       0060-GET-CALENDAR-TERM.
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT = "00"
               DISPLAY "CALENDAR NOT AVAILABLE, STATUS = "
                   WS-CALENDAR-STATUS " - NO DEFAULT TERM"
           ELSE
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
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.

       0100-OPEN-FILES.
           OPEN INPUT STUDENT-MASTER
           IF WS-MASTER-STATUS NOT = "00"
