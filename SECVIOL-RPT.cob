      ******************************************************************
      * Author:
      * Date:
      * Purpose: Security violation report. Sorts the security
      *          violation log by operator, date and time and prints
      *          every transaction a maintenance program refused on
      *          security grounds, with a count for each operator's
      *          day, a total per operator and a grand total. The
      *          operator's name is taken from OPERATOR-SECURITY when
      *          the operator is on file. Set SECVIOL-FROM-DATE and
      *          SECVIOL-TO-DATE (YYYY-MM-DD) to limit the report to
      *          a range of dates; either may be left unset.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECVIOL-RPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECURITY-VIOLATION-FILE ASSIGN TO 'secviol.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SECVIOL-STATUS.
           SELECT OPERATOR-SECURITY ASSIGN TO OPERSEC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OS-OPERATOR-ID
           FILE STATUS IS WS-OPERSEC-STATUS.
           SELECT SECVIOL-REPORT-FILE ASSIGN TO SECVRPT
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO SORTWORK.

       DATA DIVISION.

       FILE SECTION.
       FD SECURITY-VIOLATION-FILE.
       COPY SECVIOL.

       FD OPERATOR-SECURITY.
       COPY OPERSEC.

       FD SECVIOL-REPORT-FILE.
       01 SECVIOL-REPORT-REC PIC X(132).

       SD SORT-WORK.
       01 SORT-REC.
           05 SORT-OPERATOR PIC X(9).
           05 SORT-DATE PIC X(10).
           05 SORT-TIME PIC 9(8).
           05 SORT-SEQ PIC 9(9).
           05 SORT-PROGRAM PIC X(8).
           05 SORT-TRAN-CODE PIC X(1).
           05 SORT-KEY PIC X(9).
           05 SORT-CLASS PIC X(8).
           05 SORT-REASON PIC X(25).

       WORKING-STORAGE SECTION.
       01 WS-SECVIOL-STATUS PIC XX.
       01 WS-OPERSEC-STATUS PIC XX.

       01 WS-LOG-SW PIC X VALUE "N".
           88 WS-NO-MORE-LOG VALUE "Y".

       01 WS-SORT-SW PIC X VALUE "N".
           88 WS-NO-MORE-RECS VALUE "Y".

       01 WS-FIRST-SW PIC X VALUE "Y".
           88 WS-FIRST-RECORD VALUE "Y".

       01 WS-OPERSEC-SW PIC X VALUE "N".
           88 WS-OPERSEC-OPEN VALUE "Y".

       01 WS-FROM-DATE-ENV PIC X(17) VALUE "SECVIOL-FROM-DATE".
       01 WS-TO-DATE-ENV PIC X(15) VALUE "SECVIOL-TO-DATE".
       01 WS-FROM-DATE PIC X(10) VALUE SPACES.
       01 WS-TO-DATE PIC X(10) VALUE SPACES.

       01 WS-READ-COUNT PIC 9(9) VALUE ZERO.
       01 WS-SELECT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-OPERATOR-COUNT PIC 9(5) VALUE ZERO.
       01 WS-OPER-TOTAL PIC 9(7) VALUE ZERO.
       01 WS-DATE-TOTAL PIC 9(7) VALUE ZERO.
       01 WS-PREV-OPERATOR PIC X(9) VALUE SPACES.
       01 WS-PREV-DATE PIC X(10) VALUE SPACES.

       01 WS-OPERATOR-HEADING-LINE.
           05 FILLER PIC X(10) VALUE "OPERATOR: ".
           05 OH-OPERATOR PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 OH-NAME PIC X(30).
           05 FILLER PIC X(81) VALUE SPACES.

       01 WS-ENTRY-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 EL-DATE PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 EL-HH PIC X(2).
           05 FILLER PIC X VALUE ":".
           05 EL-MM PIC X(2).
           05 FILLER PIC X VALUE ":".
           05 EL-SS PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EL-PROGRAM PIC X(8).
           05 FILLER PIC X(3) VALUE SPACES.
           05 EL-TRAN-CODE PIC X(1).
           05 FILLER PIC X(4) VALUE SPACES.
           05 EL-KEY PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EL-CLASS PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EL-REASON PIC X(25).
           05 FILLER PIC X(46) VALUE SPACES.

       01 WS-DATE-TOTAL-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "TOTAL FOR ".
           05 DT-DATE PIC X(10).
           05 FILLER PIC X(2) VALUE ": ".
           05 DT-COUNT PIC ZZZZZZ9.
           05 FILLER PIC X(98) VALUE SPACES.

       01 WS-OPER-TOTAL-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(16) VALUE "OPERATOR TOTAL: ".
           05 OT-COUNT PIC ZZZZZZ9.
           05 FILLER PIC X(105) VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER PIC X(11) VALUE "OPERATORS: ".
           05 SL-OPERATORS PIC ZZZZ9.
           05 FILLER PIC X(14) VALUE "  VIOLATIONS: ".
           05 SL-VIOLATIONS PIC ZZZZZZ9.
           05 FILLER PIC X(95) VALUE SPACES.

       01 WS-RUN-DATE-8.
           05 WS-RUN-YYYY-IN PIC 9(4).
           05 WS-RUN-MM-IN PIC 9(2).
           05 WS-RUN-DD-IN PIC 9(2).
       01 WS-RUN-DATE-FMT.
           05 WS-RUN-YYYY PIC 9(4).
           05 FILLER PIC X VALUE "-".
           05 WS-RUN-MM PIC 9(2).
           05 FILLER PIC X VALUE "-".
           05 WS-RUN-DD PIC 9(2).

       01 WS-PAGE-NUMBER PIC 9(3) VALUE ZERO.
       01 WS-LINE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 50.
       01 WS-SAVE-REPORT-REC PIC X(132).

       01 WS-TITLE-LINE.
           05 FILLER PIC X(30) VALUE "SECURITY VIOLATIONS".
           05 FILLER PIC X(6) VALUE "FROM: ".
           05 TL-FROM PIC X(10).
           05 FILLER PIC X(6) VALUE "  TO: ".
           05 TL-TO PIC X(10).
           05 FILLER PIC X(70) VALUE SPACES.

       01 WS-RUN-INFO-LINE.
           05 FILLER PIC X(10) VALUE "RUN DATE: ".
           05 RI-RUN-DATE PIC X(10).
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "PAGE: ".
           05 RI-PAGE PIC ZZ9.
           05 FILLER PIC X(93) VALUE SPACES.

       01 WS-COLUMN-HEADING-LINE.
           05 FILLER PIC X(33) VALUE
               "  DATE       TIME      PROGRAM".
           05 FILLER PIC X(99) VALUE
               "CODE  KEY        CLASS     REASON".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-GET-RUN-DATE
           ACCEPT WS-FROM-DATE FROM ENVIRONMENT WS-FROM-DATE-ENV
           ACCEPT WS-TO-DATE FROM ENVIRONMENT WS-TO-DATE-ENV
           SORT SORT-WORK
               ON ASCENDING KEY SORT-OPERATOR
               ON ASCENDING KEY SORT-DATE
               ON ASCENDING KEY SORT-TIME
               ON ASCENDING KEY SORT-SEQ
               INPUT PROCEDURE IS 1000-READ-LOG
               OUTPUT PROCEDURE IS 2000-WRITE-REPORT
           DISPLAY "SECVIOL-RPT COMPLETE - LOG RECORDS: "
               WS-READ-COUNT " PRINTED: " WS-SELECT-COUNT
               " OPERATORS: " WS-OPERATOR-COUNT
           STOP RUN.

       0050-GET-RUN-DATE.
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD
           MOVE WS-RUN-YYYY-IN TO WS-RUN-YYYY
           MOVE WS-RUN-MM-IN TO WS-RUN-MM
           MOVE WS-RUN-DD-IN TO WS-RUN-DD.

       1000-READ-LOG.
           OPEN INPUT SECURITY-VIOLATION-FILE
           IF WS-SECVIOL-STATUS NOT = "00"
               DISPLAY "SECURITY VIOLATION LOG OPEN FAILED, STATUS = "
                   WS-SECVIOL-STATUS
               DISPLAY "OPERATOR: NO VIOLATIONS LOGGED YET - "
                   "RERUN SECVRPT AFTER A MAINTENANCE RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-NO-MORE-LOG
               READ SECURITY-VIOLATION-FILE
                   AT END
                       SET WS-NO-MORE-LOG TO TRUE
                   NOT AT END
                       PERFORM 1100-RELEASE-ENTRY
               END-READ
           END-PERFORM
           CLOSE SECURITY-VIOLATION-FILE.

       1100-RELEASE-ENTRY.
           ADD 1 TO WS-READ-COUNT
           EVALUATE TRUE
               WHEN WS-FROM-DATE NOT = SPACES
                   AND SV-DATE < WS-FROM-DATE
                   CONTINUE
               WHEN WS-TO-DATE NOT = SPACES
                   AND SV-DATE > WS-TO-DATE
                   CONTINUE
               WHEN OTHER
                   MOVE SV-OPERATOR TO SORT-OPERATOR
                   MOVE SV-DATE TO SORT-DATE
                   MOVE SV-TIME TO SORT-TIME
                   MOVE WS-READ-COUNT TO SORT-SEQ
                   MOVE SV-PROGRAM TO SORT-PROGRAM
                   MOVE SV-TRAN-CODE TO SORT-TRAN-CODE
                   MOVE SV-KEY TO SORT-KEY
                   MOVE SV-CLASS TO SORT-CLASS
                   MOVE SV-REASON TO SORT-REASON
                   RELEASE SORT-REC
                   ADD 1 TO WS-SELECT-COUNT
           END-EVALUATE.

       2000-WRITE-REPORT.
           OPEN INPUT OPERATOR-SECURITY
           IF WS-OPERSEC-STATUS = "00"
               SET WS-OPERSEC-OPEN TO TRUE
           END-IF
           OPEN OUTPUT SECVIOL-REPORT-FILE
           PERFORM 2600-WRITE-PAGE-HEADERS
           PERFORM UNTIL WS-NO-MORE-RECS
               RETURN SORT-WORK
                   AT END
                       SET WS-NO-MORE-RECS TO TRUE
                   NOT AT END
                       PERFORM 2100-WRITE-ENTRY
               END-RETURN
           END-PERFORM
           IF NOT WS-FIRST-RECORD
               PERFORM 2300-WRITE-DATE-TOTAL
               PERFORM 2400-WRITE-OPERATOR-TOTAL
           END-IF
           MOVE WS-OPERATOR-COUNT TO SL-OPERATORS
           MOVE WS-SELECT-COUNT TO SL-VIOLATIONS
           MOVE WS-SUMMARY-LINE TO SECVIOL-REPORT-REC
           PERFORM 2700-EMIT-LINE
           CLOSE SECVIOL-REPORT-FILE
           IF WS-OPERSEC-OPEN
               CLOSE OPERATOR-SECURITY
           END-IF.

       2100-WRITE-ENTRY.
           IF WS-FIRST-RECORD
               MOVE "N" TO WS-FIRST-SW
               MOVE SORT-OPERATOR TO WS-PREV-OPERATOR
               MOVE SORT-DATE TO WS-PREV-DATE
               PERFORM 2500-WRITE-OPERATOR-HEADING
           ELSE
               IF SORT-OPERATOR NOT = WS-PREV-OPERATOR
                   PERFORM 2300-WRITE-DATE-TOTAL
                   PERFORM 2400-WRITE-OPERATOR-TOTAL
                   MOVE SORT-OPERATOR TO WS-PREV-OPERATOR
                   MOVE SORT-DATE TO WS-PREV-DATE
                   PERFORM 2500-WRITE-OPERATOR-HEADING
               ELSE
                   IF SORT-DATE NOT = WS-PREV-DATE
                       PERFORM 2300-WRITE-DATE-TOTAL
                       MOVE SORT-DATE TO WS-PREV-DATE
                   END-IF
               END-IF
           END-IF
           MOVE SORT-DATE TO EL-DATE
           MOVE SORT-TIME (1:2) TO EL-HH
           MOVE SORT-TIME (3:2) TO EL-MM
           MOVE SORT-TIME (5:2) TO EL-SS
           MOVE SORT-PROGRAM TO EL-PROGRAM
           MOVE SORT-TRAN-CODE TO EL-TRAN-CODE
           MOVE SORT-KEY TO EL-KEY
           MOVE SORT-CLASS TO EL-CLASS
           MOVE SORT-REASON TO EL-REASON
           MOVE WS-ENTRY-LINE TO SECVIOL-REPORT-REC
           PERFORM 2700-EMIT-LINE
           ADD 1 TO WS-DATE-TOTAL
           ADD 1 TO WS-OPER-TOTAL.

       2300-WRITE-DATE-TOTAL.
           MOVE WS-PREV-DATE TO DT-DATE
           MOVE WS-DATE-TOTAL TO DT-COUNT
           MOVE WS-DATE-TOTAL-LINE TO SECVIOL-REPORT-REC
           PERFORM 2700-EMIT-LINE
           MOVE ZERO TO WS-DATE-TOTAL.

       2400-WRITE-OPERATOR-TOTAL.
           MOVE WS-OPER-TOTAL TO OT-COUNT
           MOVE WS-OPER-TOTAL-LINE TO SECVIOL-REPORT-REC
           PERFORM 2700-EMIT-LINE
           MOVE SPACES TO SECVIOL-REPORT-REC
           PERFORM 2700-EMIT-LINE
           MOVE ZERO TO WS-OPER-TOTAL.

       2500-WRITE-OPERATOR-HEADING.
           ADD 1 TO WS-OPERATOR-COUNT
           MOVE SPACES TO OH-NAME
           IF SORT-OPERATOR = SPACES
               MOVE "(NONE)" TO OH-OPERATOR
           ELSE
               MOVE SORT-OPERATOR TO OH-OPERATOR
               IF WS-OPERSEC-OPEN
                   MOVE SORT-OPERATOR TO OS-OPERATOR-ID
                   READ OPERATOR-SECURITY
                       INVALID KEY
                           MOVE "NOT ON OPERATOR SECURITY" TO OH-NAME
                       NOT INVALID KEY
                           MOVE OS-OPERATOR-NAME TO OH-NAME
                   END-READ
               END-IF
           END-IF
           MOVE WS-OPERATOR-HEADING-LINE TO SECVIOL-REPORT-REC
           PERFORM 2700-EMIT-LINE.

       2700-EMIT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               MOVE SECVIOL-REPORT-REC TO WS-SAVE-REPORT-REC
               PERFORM 2600-WRITE-PAGE-HEADERS
               MOVE WS-SAVE-REPORT-REC TO SECVIOL-REPORT-REC
           END-IF
           WRITE SECVIOL-REPORT-REC
           ADD 1 TO WS-LINE-COUNT.

       2600-WRITE-PAGE-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER
           IF WS-FROM-DATE = SPACES
               MOVE "START" TO TL-FROM
           ELSE
               MOVE WS-FROM-DATE TO TL-FROM
           END-IF
           IF WS-TO-DATE = SPACES
               MOVE "END" TO TL-TO
           ELSE
               MOVE WS-TO-DATE TO TL-TO
           END-IF
           MOVE WS-TITLE-LINE TO SECVIOL-REPORT-REC
           WRITE SECVIOL-REPORT-REC
           MOVE WS-RUN-DATE-FMT TO RI-RUN-DATE
           MOVE WS-PAGE-NUMBER TO RI-PAGE
           MOVE WS-RUN-INFO-LINE TO SECVIOL-REPORT-REC
           WRITE SECVIOL-REPORT-REC
           MOVE WS-COLUMN-HEADING-LINE TO SECVIOL-REPORT-REC
           WRITE SECVIOL-REPORT-REC
           MOVE SPACES TO SECVIOL-REPORT-REC
           WRITE SECVIOL-REPORT-REC
           MOVE 4 TO WS-LINE-COUNT.
       END PROGRAM SECVIOL-RPT.
