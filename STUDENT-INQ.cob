               "  NAME: " SM-STUDENT-NAME
           DISPLAY "CLASS: " SM-CLASS-CODE
               "  GRADE: " WS-DISPLAY-GRADE
               "  LETTER: " WS-LETTER-GRADE
           IF SM-WITHDRAWN
               DISPLAY "WITHDRAWN: " SM-WITHDRAW-DATE
                   "  REASON: " SM-WITHDRAW-REASON
                   "  TO: " SM-DEST-SCHOOL
           END-IF.

       2000-CLASS-BROWSE.
           DISPLAY "ENTER CLASS CODE:"
