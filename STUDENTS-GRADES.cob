
       01 WS-ACTUAL-COUNT PIC 9(7) VALUE ZERO.
       01 WS-ACTUAL-TOTAL PIC 9(9) VALUE ZERO.
       01 WS-WITHDRAWN-COUNT PIC 9(7) VALUE ZERO.
       01 WS-CTL-RUN-DATE PIC X(10).
       01 WS-CTL-MASTER-COUNT PIC 9(7) VALUE ZERO.
       01 WS-CTL-GRADE-TOTAL PIC 9(9) VALUE ZERO.
           END-EVALUATE
           PERFORM 3000-LOG-END
           CLOSE RUN-LOG-FILE
           IF WS-WITHDRAWN-COUNT > 0
               DISPLAY "WITHDRAWN STUDENTS NOT REPORTED: "
                   WS-WITHDRAWN-COUNT
           END-IF
           DISPLAY "PROGRAM EXUCTED SUCCESSFULY"
            STOP RUN.

           IF SM-GRADE IS NUMERIC
               ADD SM-GRADE TO WS-ACTUAL-TOTAL
           END-IF
           IF SM-WITHDRAWN
               ADD 1 TO WS-WITHDRAWN-COUNT
           ELSE
               PERFORM 1120-EDIT-AND-RELEASE
           END-IF.

       1120-EDIT-AND-RELEASE.
           SET WS-RECORD-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           IF SM-STUDENT-NAME = SPACES
