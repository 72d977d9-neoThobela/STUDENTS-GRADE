      ******************************************************************
      * XFERPKT - Student transfer packet record layout.
      * Written by TRANSFER-PKT for each withdrawn student, in the
      * fixed layout the receiving school loads. Every packet is an
      * H (student and withdrawal) record, then one G record per
      * GRADE-DETAIL subject grade, one A record per class and term
      * of attendance totals, one C record per grade change on the
      * grade history, and a closing T record with the counts. All
      * records carry the student ID; XP-DATA is redefined per type.
      ******************************************************************
       01 TRANSFER-PACKET-REC.
           05 XP-REC-TYPE PIC X(1).
               88 XP-HEADER VALUE "H".
               88 XP-GRADE-REC VALUE "G".
               88 XP-ATTEND-REC VALUE "A".
               88 XP-CHANGE-REC VALUE "C".
               88 XP-TRAILER VALUE "T".
           05 XP-STUDENT-ID PIC X(9).
           05 XP-DATA PIC X(200).
           05 XP-HEADER-DATA REDEFINES XP-DATA.
               10 XP-STUDENT-NAME PIC X(50).
               10 XP-CLASS-CODE PIC X(8).
               10 XP-GRADE PIC 9(3).
               10 XP-GUARDIAN-NAME PIC X(30).
               10 XP-MAIL-ADDRESS PIC X(30).
               10 XP-MAIL-CITY-ST-ZIP PIC X(30).
               10 XP-WITHDRAW-DATE PIC X(10).
               10 XP-WITHDRAW-REASON PIC X(2).
               10 XP-DEST-SCHOOL PIC X(30).
               10 FILLER PIC X(7).
           05 XP-GRADE-DATA REDEFINES XP-DATA.
               10 XP-SUBJECT-CODE PIC X(8).
               10 XP-TERM PIC X(5).
               10 XP-SUBJECT-GRADE PIC 9(3).
               10 XP-COURSE-TITLE PIC X(30).
               10 XP-CREDIT-HOURS PIC 9(2).
               10 FILLER PIC X(152).
           05 XP-ATTEND-DATA REDEFINES XP-DATA.
               10 XP-AT-CLASS-CODE PIC X(8).
               10 XP-AT-TERM PIC X(5).
               10 XP-DAYS-PRESENT PIC 9(3).
               10 XP-DAYS-ABSENT PIC 9(3).
               10 XP-DAYS-TARDY PIC 9(3).
               10 FILLER PIC X(178).
           05 XP-CHANGE-DATA REDEFINES XP-DATA.
               10 XP-CHANGE-DATE PIC X(10).
               10 XP-OLD-GRADE PIC X(3).
               10 XP-NEW-GRADE PIC X(3).
               10 XP-APPROVER PIC X(9).
               10 FILLER PIC X(175).
           05 XP-TRAILER-DATA REDEFINES XP-DATA.
               10 XP-GRADE-COUNT PIC 9(5).
               10 XP-ATTEND-COUNT PIC 9(5).
               10 XP-CHANGE-COUNT PIC 9(5).
               10 XP-RECORD-COUNT PIC 9(5).
               10 FILLER PIC X(180).
