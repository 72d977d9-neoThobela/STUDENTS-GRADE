      * Purpose: Unload STUDENT-MASTER to a dated sequential backup
      *          so a crashed maintenance run has a restore point.
      *          The backup carries a header record with the run date
      *          and time and a trailer record with the unloaded
      *          record count for STUDENT-RELOAD to verify against;
      *          the header time is where a recovery starts rolling
      *          the student journal forward.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD BACKUP-FILE.
       01 BACKUP-REC.
           05 BK-REC-TYPE PIC X(1).
           05 BK-DATA PIC X(207).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC XX.

       01 WS-TRAILER-DATA.
           05 WS-TRAILER-COUNT PIC 9(7).
           05 FILLER PIC X(200) VALUE SPACES.

       01 WS-HEADER-DATA.
           05 WS-HD-DATE PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-HD-TIME PIC 9(8).
           05 FILLER PIC X(188) VALUE SPACES.

       01 WS-RUN-DATE-8.
           05 WS-RUN-YYYY-IN PIC 9(4).
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-GET-RUN-DATE
           ACCEPT WS-HD-TIME FROM TIME
           MOVE WS-RUN-DATE-FMT TO WS-HD-DATE
           OPEN INPUT STUDENT-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "STUDENT MASTER OPEN FAILED, STATUS = "
           END-IF
           OPEN OUTPUT BACKUP-FILE
           MOVE "H" TO BK-REC-TYPE
           MOVE WS-HEADER-DATA TO BK-DATA
           WRITE BACKUP-REC
           PERFORM UNTIL WS-NO-MORE-RECS
               READ STUDENT-MASTER NEXT RECORD
