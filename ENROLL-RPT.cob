      * Author:
      * Date:
      * Purpose: Enrollment-against-cap report. Counts the students
      *          in each class off STUDENT-MASTER (withdrawn
      *          students hold no seat), lines the count up
      *          against the class's CM-ENROLL-CAP, and prints the
      *          waitlist queue for the class in arrival order so the
      *          office can see who is next in line for a seat. A cap
           END-PERFORM.

       1100-COUNT-ENROLLMENT.
           IF SM-ACTIVE
               MOVE SM-CLASS-CODE TO WS-LOOKUP-CLASS
               PERFORM 1200-FIND-CLASS-ENTRY
               IF WS-ENROLL-SUB > 0
                   ADD 1 TO WS-ENR-STUDENTS (WS-ENROLL-SUB)
               END-IF
           END-IF.

       1200-FIND-CLASS-ENTRY.
