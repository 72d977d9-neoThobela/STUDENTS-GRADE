      *          the intervention threshold, so the office can step in
      *          before the student surfaces on the probation report.
      *          Set the ATTEND-TERM environment switch to report a
      *          single term, or to ALL to count every term on file;
      *          left unset it reports the CALENDAR term the run date
      *          falls in (every term when the calendar has none).
      *          ATTEND-ABSENCE-LIMIT overrides the default
      *          threshold of 5 (zero-pad to 3 digits).
      * Tectonics: cobc
      ******************************************************************
           ALTERNATE RECORD KEY IS SM-STUDENT-NAME WITH DUPLICATES
           ALTERNATE RECORD KEY IS SM-CLASS-CODE WITH DUPLICATES
           FILE STATUS IS WS-MASTER-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO CALENDAR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CA-DATE
           FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO ATTEXCPT
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO 'runlog.txt'
       FD STUDENT-MASTER.
       COPY STUDMAST.

       FD CALENDAR-FILE.
       COPY CALENDAR.

       FD EXCEPTION-FILE.
       01 EXCEPTION-REC PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-ATTEND-STATUS PIC XX.
       01 WS-MASTER-STATUS PIC XX.
       01 WS-CALENDAR-STATUS PIC XX.
       01 WS-RUNLOG-STATUS PIC XX.
       01 WS-RUN-STATUS PIC X(12) VALUE "OK".

       01 WS-TERM-FILTER-NAME PIC X(11) VALUE "ATTEND-TERM".
       01 WS-TERM-FILTER PIC X(5).
           88 WS-ALL-TERMS VALUE SPACES.
       01 WS-CALENDAR-TERM PIC X(5) VALUE SPACES.

       01 WS-CAL-EOF-SW PIC X VALUE "N".
           88 WS-CAL-EOF VALUE "Y".

       01 WS-LIMIT-NAME PIC X(20) VALUE "ATTEND-ABSENCE-LIMIT".
       01 WS-LIMIT-IN PIC X(3).
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
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS = "35"
           END-IF
           PERFORM 0150-LOG-START
           ACCEPT WS-TERM-FILTER FROM ENVIRONMENT WS-TERM-FILTER-NAME
           EVALUATE TRUE
               WHEN WS-TERM-FILTER = "ALL"
                   MOVE SPACES TO WS-TERM-FILTER
               WHEN WS-ALL-TERMS
                   PERFORM 0060-GET-CALENDAR-TERM
                   MOVE WS-CALENDAR-TERM TO WS-TERM-FILTER
           END-EVALUATE
           ACCEPT WS-LIMIT-IN FROM ENVIRONMENT WS-LIMIT-NAME
           IF WS-LIMIT-IN NOT = SPACES
               IF WS-LIMIT-IN IS NUMERIC
