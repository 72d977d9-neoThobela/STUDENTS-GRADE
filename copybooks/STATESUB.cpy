      ******************************************************************
      * STATESUB - State end-of-term accountability submission record.
      * Written by STATE-SUBMIT in the fixed layout the state loads.
      * One H record carrying the district and school codes and the
      * term, then for each student enrolled in the term one S record
      * (enrollment and days present/absent) followed by one C record
      * per GRADE-DETAIL course grade with its credits, and a closing
      * T record with the record counts and hash totals the state
      * balances the file against. SB-DATA is redefined per type.
      ******************************************************************
       01 STATE-SUBMIT-REC.
           05 SB-REC-TYPE PIC X(1).
               88 SB-HEADER VALUE "H".
               88 SB-STUDENT-REC VALUE "S".
               88 SB-COURSE-REC VALUE "C".
               88 SB-TRAILER VALUE "T".
           05 SB-STUDENT-ID PIC X(9).
           05 SB-DATA PIC X(110).
           05 SB-HEADER-DATA REDEFINES SB-DATA.
               10 SB-DISTRICT-CODE PIC X(6).
               10 SB-SCHOOL-CODE PIC X(6).
               10 SB-TERM PIC X(5).
               10 SB-CREATE-DATE PIC X(10).
               10 FILLER PIC X(83).
           05 SB-STUDENT-DATA REDEFINES SB-DATA.
               10 SB-STUDENT-NAME PIC X(50).
               10 SB-CLASS-CODE PIC X(8).
               10 SB-GRADE-LEVEL PIC 9(3).
               10 SB-ENROLL-STATUS PIC X(1).
               10 SB-WITHDRAW-DATE PIC X(10).
               10 SB-WITHDRAW-REASON PIC X(2).
               10 SB-DAYS-PRESENT PIC 9(3).
               10 SB-DAYS-ABSENT PIC 9(3).
               10 SB-DAYS-TARDY PIC 9(3).
               10 FILLER PIC X(27).
           05 SB-COURSE-DATA REDEFINES SB-DATA.
               10 SB-COURSE-CODE PIC X(8).
               10 SB-COURSE-TITLE PIC X(30).
               10 SB-COURSE-GRADE PIC 9(3).
               10 SB-CREDIT-HOURS PIC 9(2).
               10 FILLER PIC X(67).
           05 SB-TRAILER-DATA REDEFINES SB-DATA.
               10 SB-STUDENT-COUNT PIC 9(7).
               10 SB-COURSE-COUNT PIC 9(7).
               10 SB-RECORD-COUNT PIC 9(7).
               10 SB-PRESENT-HASH PIC 9(9).
               10 SB-ABSENT-HASH PIC 9(9).
               10 SB-GRADE-HASH PIC 9(9).
               10 SB-CREDIT-HASH PIC 9(9).
               10 FILLER PIC X(53).
