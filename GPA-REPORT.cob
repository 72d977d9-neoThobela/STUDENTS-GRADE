      *          not on CLASS-MASTER (or carries zero credit hours)
      *          is weighted at one credit so it still counts. Set
      *          the GRADE-TERM-FILTER environment switch to report
      *          a single term, or to ALL to average every term on
      *          file; left unset it reports the CALENDAR term the
      *          run date falls in (every term when the calendar has
      *          none).
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
           SELECT GPA-REPORT-FILE ASSIGN TO GPARPT
           ORGANIZATION IS LINE SEQUENTIAL.

       FD GRADE-SCALE-FILE.
       COPY GRADSCAL.

       FD CALENDAR-FILE.
       COPY CALENDAR.

       FD GPA-REPORT-FILE.
       01 GPA-REPORT-REC PIC X(132).

       01 WS-MASTER-STATUS PIC XX.
       01 WS-CLASS-STATUS PIC XX.
       01 WS-SCALE-STATUS PIC XX.
       01 WS-CALENDAR-STATUS PIC XX.

       01 WS-SCALE-READ-SW PIC X VALUE "N".
           88 WS-NO-MORE-SCALE VALUE "Y".
       01 WS-TERM-FILTER-NAME PIC X(17) VALUE "GRADE-TERM-FILTER".
       01 WS-TERM-FILTER PIC X(5).
           88 WS-ALL-TERMS VALUE SPACES.
       01 WS-CALENDAR-TERM PIC X(5) VALUE SPACES.

       01 WS-CAL-EOF-SW PIC X VALUE "N".
           88 WS-CAL-EOF VALUE "Y".

       01 WS-READ-SW PIC X VALUE "N".
           88 WS-NO-MORE-DETAIL VALUE "Y".
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
           ACCEPT WS-TERM-FILTER FROM ENVIRONMENT WS-TERM-FILTER-NAME
           EVALUATE TRUE
               WHEN WS-TERM-FILTER = "ALL"
                   MOVE SPACES TO WS-TERM-FILTER
               WHEN WS-ALL-TERMS
                   PERFORM 0060-GET-CALENDAR-TERM
                   MOVE WS-CALENDAR-TERM TO WS-TERM-FILTER
           END-EVALUATE
           OPEN INPUT GRADE-DETAIL
           IF WS-DETAIL-STATUS NOT = "00"
               DISPLAY "GRADE DETAIL OPEN FAILED, STATUS = "
