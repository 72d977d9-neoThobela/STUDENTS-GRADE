      * graduate), the credit hours the class carries toward the
      * weighted GPA, and the homework/quiz/exam percentage weights
      * LMS-IMPORT uses to compute a term grade from the LMS
      * assignment-score feed, and the subject area whose
      * GRAD-REQUIREMENTS total the class's credits count toward
      * (spaces counts toward the overall credit total only).
      * Maintained by CLASS-MAINT; read by STUDENT-MAINT
      * (validation), SORT-PROGRAM (report headings), GPA-REPORT
      * (credit weighting), LMS-IMPORT (category weights),
      * TERM-ROLLOVER (promotion chain) and CREDIT-AUDIT (credits
      * earned by subject area).
      ******************************************************************
       01 CLASS-MASTER-REC.
           05 CM-CLASS-CODE PIC X(8).
           05 CM-HW-WEIGHT PIC 9(3).
           05 CM-QUIZ-WEIGHT PIC 9(3).
           05 CM-EXAM-WEIGHT PIC 9(3).
           05 CM-SUBJECT-AREA PIC X(2).
