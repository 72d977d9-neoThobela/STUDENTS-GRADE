      ******************************************************************
      * Author:
      * Date:
      * Purpose: Duplicate-student candidate report. Every
      *          STUDENT-MASTER record is reduced to a match key -
      *          name, guardian and mailing address upper-cased with
      *          spaces and punctuation dropped, plus a sound-alike
      *          form of the name with the vowels and doubled
      *          letters taken out - and sorted on the sound-alike
      *          name so near spellings fall together. Each record
      *          is scored against the others sharing the first four
      *          letters of that key: the name must agree exactly
      *          (4 points), by sound (3) or with one name the
      *          leading part of the other (2); a guardian or street
      *          address keyed on both records adds 2 when it agrees
      *          and takes off 2 when it does not, and the city,
      *          state and ZIP adds or takes off 1. A pair scoring at
      *          least DUP-MATCH-LIMIT (default 4) is printed with
      *          both records side by side and how each part matched,
      *          for the registrar to confirm and key as an M
      *          (merge) transaction to STUDENT-MAINT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUP-RPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO STUDMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SM-STUDENT-ID
           ALTERNATE RECORD KEY IS SM-STUDENT-NAME WITH DUPLICATES
           ALTERNATE RECORD KEY IS SM-CLASS-CODE WITH DUPLICATES
           FILE STATUS IS WS-MASTER-STATUS.
           SELECT DUP-REPORT-FILE ASSIGN TO DUPRPT
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO SORTWORK.

       DATA DIVISION.

       FILE SECTION.
       FD STUDENT-MASTER.
       COPY STUDMAST.

       FD DUP-REPORT-FILE.
       01 DUP-REPORT-REC PIC X(132).

       SD SORT-WORK.
       01 SORT-REC.
           05 SORT-NAME-KEY PIC X(50).
           05 SORT-ID PIC X(9).
           05 SORT-NAME PIC X(50).
           05 SORT-CLASS PIC X(8).
           05 SORT-GUARDIAN PIC X(30).
           05 SORT-ADDRESS PIC X(30).
           05 SORT-NAME-NORM PIC X(50).
           05 SORT-NAME-LEN PIC 9(2).
           05 SORT-GUARD-NORM PIC X(50).
           05 SORT-ADDR-NORM PIC X(50).
           05 SORT-CSZ-NORM PIC X(50).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC XX.

       01 WS-MATCH-LIMIT-NAME PIC X(15) VALUE "DUP-MATCH-LIMIT".
       01 WS-MATCH-LIMIT-IN PIC X(3).
       01 WS-MATCH-LIMIT PIC 9(3) VALUE 4.

       01 WS-READ-SW PIC X VALUE "N".
           88 WS-NO-MORE-MASTER VALUE "Y".

       01 WS-SORT-SW PIC X VALUE "N".
           88 WS-NO-MORE-RECS VALUE "Y".

       01 WS-MASTER-COUNT PIC 9(7) VALUE ZERO.
       01 WS-COMPARE-COUNT PIC 9(9) VALUE ZERO.
       01 WS-CANDIDATE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-BLOCK-DROPPED PIC 9(5) VALUE ZERO.

       01 WS-NORM-IN PIC X(50).
       01 WS-NORM-OUT PIC X(50).
       01 WS-NORM-LEN PIC 9(2).
       01 WS-NORM-SUB PIC 9(2).
       01 WS-NORM-CHAR PIC X.
       01 WS-SKEL-OUT PIC X(50).
       01 WS-SKEL-LEN PIC 9(2).
       01 WS-SKEL-LAST PIC X.

       01 WS-BLOCK-KEY PIC X(4) VALUE HIGH-VALUES.
       01 WS-BLOCK-MAX PIC 9(3) VALUE 100.
       01 WS-BLOCK-COUNT PIC 9(3) VALUE ZERO.
       01 WS-BLOCK-SUB PIC 9(3).
       01 WS-BLOCK-TABLE.
           05 WS-BLOCK-ENTRY OCCURS 100 TIMES.
               10 WS-BK-NAME-KEY PIC X(50).
               10 WS-BK-ID PIC X(9).
               10 WS-BK-NAME PIC X(50).
               10 WS-BK-CLASS PIC X(8).
               10 WS-BK-GUARDIAN PIC X(30).
               10 WS-BK-ADDRESS PIC X(30).
               10 WS-BK-NAME-NORM PIC X(50).
               10 WS-BK-NAME-LEN PIC 9(2).
               10 WS-BK-GUARD-NORM PIC X(50).
               10 WS-BK-ADDR-NORM PIC X(50).
               10 WS-BK-CSZ-NORM PIC X(50).

       01 WS-SCORE PIC S9(2).
       01 WS-NAME-POINTS PIC 9(1).
       01 WS-SHORT-LEN PIC 9(2).
       01 WS-NAME-MATCH PIC X(9).
       01 WS-GUARD-MATCH PIC X(9).
       01 WS-ADDR-MATCH PIC X(9).
       01 WS-CSZ-MATCH PIC X(9).

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
           05 FILLER PIC X(40) VALUE
               "DUPLICATE STUDENT CANDIDATES".
           05 FILLER PIC X(13) VALUE "MATCH LIMIT: ".
           05 TL-LIMIT PIC ZZ9.
           05 FILLER PIC X(76) VALUE SPACES.

       01 WS-RUN-INFO-LINE.
           05 FILLER PIC X(10) VALUE "RUN DATE: ".
           05 RI-RUN-DATE PIC X(10).
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "PAGE: ".
           05 RI-PAGE PIC ZZ9.
           05 FILLER PIC X(93) VALUE SPACES.

       01 WS-COLUMN-HEADING-LINE.
           05 FILLER PIC X(7) VALUE "SCORE".
           05 FILLER PIC X(11) VALUE "STUDENT ID".
           05 FILLER PIC X(42) VALUE "NAME".
           05 FILLER PIC X(10) VALUE "CLASS".
           05 FILLER PIC X(32) VALUE "GUARDIAN".
           05 FILLER PIC X(30) VALUE "MAILING ADDRESS".

       01 WS-PAIR-LINE.
           05 PR-SCORE PIC -Z9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 PR-ID PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PR-NAME PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PR-CLASS PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PR-GUARDIAN PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PR-ADDRESS PIC X(30).

       01 WS-BASIS-LINE.
           05 FILLER PIC X(18) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "NAME: ".
           05 BL-NAME PIC X(9).
           05 FILLER PIC X(12) VALUE "  GUARDIAN: ".
           05 BL-GUARDIAN PIC X(9).
           05 FILLER PIC X(11) VALUE "  ADDRESS: ".
           05 BL-ADDRESS PIC X(9).
           05 FILLER PIC X(15) VALUE "  CITY/ST/ZIP: ".
           05 BL-CSZ PIC X(9).
           05 FILLER PIC X(34) VALUE SPACES.

       01 WS-LEGEND-LINE.
           05 FILLER PIC X(29) VALUE "NAME EXACT=4 SOUND=3 PART=2; ".
           05 FILLER PIC X(34) VALUE
               "GUARDIAN/ADDRESS SAME=+2 DIFF=-2; ".
           05 FILLER PIC X(29) VALUE "CITY/ST/ZIP SAME=+1 DIFF=-1; ".
           05 FILLER PIC X(28) VALUE "NOT KEYED ON EITHER RECORD=0".
           05 FILLER PIC X(12) VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER PIC X(16) VALUE "STUDENTS READ: ".
           05 SL-MASTERS PIC ZZZZZZ9.
           05 FILLER PIC X(17) VALUE "  PAIRS SCORED: ".
           05 SL-COMPARES PIC ZZZZZZZZ9.
           05 FILLER PIC X(14) VALUE "  CANDIDATES: ".
           05 SL-CANDIDATES PIC ZZZZ9.
           05 FILLER PIC X(64) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-GET-RUN-DATE
           PERFORM 0100-OPEN-FILES
           SORT SORT-WORK
               ON ASCENDING KEY SORT-NAME-KEY
               ON ASCENDING KEY SORT-ID
               INPUT PROCEDURE IS 1000-RELEASE-MASTERS
               OUTPUT PROCEDURE IS 2000-FIND-CANDIDATES
           PERFORM 3000-WRITE-SUMMARY
           PERFORM 0900-CLOSE-FILES
           DISPLAY "DUP-RPT COMPLETE - STUDENTS: " WS-MASTER-COUNT
               " PAIRS SCORED: " WS-COMPARE-COUNT
               " CANDIDATES: " WS-CANDIDATE-COUNT
           IF WS-BLOCK-DROPPED > 0
               DISPLAY "WARNING - STUDENTS PAST THE " WS-BLOCK-MAX
                   " PER NAME GROUP LIMIT, NOT SCORED AGAINST LATER "
                   "NAMES: " WS-BLOCK-DROPPED
           END-IF
           STOP RUN.

       0050-GET-RUN-DATE.
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD
           MOVE WS-RUN-YYYY-IN TO WS-RUN-YYYY
           MOVE WS-RUN-MM-IN TO WS-RUN-MM
           MOVE WS-RUN-DD-IN TO WS-RUN-DD.

       0100-OPEN-FILES.
           ACCEPT WS-MATCH-LIMIT-IN FROM ENVIRONMENT
               WS-MATCH-LIMIT-NAME
           IF WS-MATCH-LIMIT-IN NOT = SPACES
               IF WS-MATCH-LIMIT-IN IS NUMERIC
                   MOVE WS-MATCH-LIMIT-IN TO WS-MATCH-LIMIT
               ELSE
                   DISPLAY "DUP-MATCH-LIMIT NOT NUMERIC "
                       "(ZERO-PAD TO 3 DIGITS) - USING "
                       WS-MATCH-LIMIT
               END-IF
           END-IF
           OPEN INPUT STUDENT-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "STUDENT MASTER OPEN FAILED, STATUS = "
                   WS-MASTER-STATUS
               DISPLAY "OPERATOR: RERUN DUPERPT ONCE STUDENT "
                   "MASTER IS AVAILABLE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT DUP-REPORT-FILE
           MOVE WS-MATCH-LIMIT TO TL-LIMIT
           PERFORM 2600-WRITE-PAGE-HEADERS.

       0900-CLOSE-FILES.
           CLOSE STUDENT-MASTER
           CLOSE DUP-REPORT-FILE.

       1000-RELEASE-MASTERS.
           PERFORM UNTIL WS-NO-MORE-MASTER
               READ STUDENT-MASTER NEXT RECORD
                   AT END
                       SET WS-NO-MORE-MASTER TO TRUE
                   NOT AT END
                       PERFORM 1050-BUILD-SORT-REC
               END-READ
           END-PERFORM.

       1050-BUILD-SORT-REC.
           ADD 1 TO WS-MASTER-COUNT
           MOVE SPACES TO SORT-REC
           MOVE SM-STUDENT-ID TO SORT-ID
           MOVE SM-STUDENT-NAME TO SORT-NAME
           MOVE SM-CLASS-CODE TO SORT-CLASS
           MOVE SM-GUARDIAN-NAME TO SORT-GUARDIAN
           MOVE SM-MAIL-ADDRESS TO SORT-ADDRESS
           MOVE SM-STUDENT-NAME TO WS-NORM-IN
           PERFORM 1100-NORMALIZE
           MOVE WS-NORM-OUT TO SORT-NAME-NORM
           MOVE WS-NORM-LEN TO SORT-NAME-LEN
           PERFORM 1200-BUILD-SKELETON
           MOVE WS-SKEL-OUT TO SORT-NAME-KEY
           MOVE SM-GUARDIAN-NAME TO WS-NORM-IN
           PERFORM 1100-NORMALIZE
           MOVE WS-NORM-OUT TO SORT-GUARD-NORM
           MOVE SM-MAIL-ADDRESS TO WS-NORM-IN
           PERFORM 1100-NORMALIZE
           MOVE WS-NORM-OUT TO SORT-ADDR-NORM
           MOVE SM-MAIL-CITY-ST-ZIP TO WS-NORM-IN
           PERFORM 1100-NORMALIZE
           MOVE WS-NORM-OUT TO SORT-CSZ-NORM
           RELEASE SORT-REC.

       1100-NORMALIZE.
           INSPECT WS-NORM-IN CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE SPACES TO WS-NORM-OUT
           MOVE ZERO TO WS-NORM-LEN
           PERFORM 1110-KEEP-NORM-CHAR
               VARYING WS-NORM-SUB FROM 1 BY 1
               UNTIL WS-NORM-SUB > 50.

       1110-KEEP-NORM-CHAR.
           MOVE WS-NORM-IN (WS-NORM-SUB:1) TO WS-NORM-CHAR
           IF (WS-NORM-CHAR IS ALPHABETIC-UPPER
               AND WS-NORM-CHAR NOT = SPACE)
               OR WS-NORM-CHAR IS NUMERIC
               ADD 1 TO WS-NORM-LEN
               MOVE WS-NORM-CHAR TO WS-NORM-OUT (WS-NORM-LEN:1)
           END-IF.

       1200-BUILD-SKELETON.
           MOVE SPACES TO WS-SKEL-OUT
           MOVE ZERO TO WS-SKEL-LEN
           MOVE SPACE TO WS-SKEL-LAST
           IF WS-NORM-LEN > 0
               PERFORM 1210-KEEP-SKEL-CHAR
                   VARYING WS-NORM-SUB FROM 1 BY 1
                   UNTIL WS-NORM-SUB > WS-NORM-LEN
           END-IF.

       1210-KEEP-SKEL-CHAR.
           MOVE WS-NORM-OUT (WS-NORM-SUB:1) TO WS-NORM-CHAR
           IF WS-NORM-SUB = 1
               ADD 1 TO WS-SKEL-LEN
               MOVE WS-NORM-CHAR TO WS-SKEL-OUT (WS-SKEL-LEN:1)
           ELSE
               IF WS-NORM-CHAR NOT = "A" AND NOT = "E"
                   AND NOT = "I" AND NOT = "O" AND NOT = "U"
                   AND NOT = "Y" AND NOT = WS-SKEL-LAST
                   ADD 1 TO WS-SKEL-LEN
                   MOVE WS-NORM-CHAR TO WS-SKEL-OUT (WS-SKEL-LEN:1)
               END-IF
           END-IF
           MOVE WS-NORM-CHAR TO WS-SKEL-LAST.

       2000-FIND-CANDIDATES.
           PERFORM UNTIL WS-NO-MORE-RECS
               RETURN SORT-WORK
                   AT END
                       SET WS-NO-MORE-RECS TO TRUE
                   NOT AT END
                       PERFORM 2100-PROCESS-STUDENT
               END-RETURN
           END-PERFORM.

       2100-PROCESS-STUDENT.
           IF SORT-NAME-KEY (1:4) NOT = WS-BLOCK-KEY
               MOVE SORT-NAME-KEY (1:4) TO WS-BLOCK-KEY
               MOVE ZERO TO WS-BLOCK-COUNT
           END-IF
           PERFORM 2200-SCORE-PAIR
               VARYING WS-BLOCK-SUB FROM 1 BY 1
               UNTIL WS-BLOCK-SUB > WS-BLOCK-COUNT
           IF WS-BLOCK-COUNT < WS-BLOCK-MAX
               ADD 1 TO WS-BLOCK-COUNT
               MOVE SORT-NAME-KEY TO WS-BK-NAME-KEY (WS-BLOCK-COUNT)
               MOVE SORT-ID TO WS-BK-ID (WS-BLOCK-COUNT)
               MOVE SORT-NAME TO WS-BK-NAME (WS-BLOCK-COUNT)
               MOVE SORT-CLASS TO WS-BK-CLASS (WS-BLOCK-COUNT)
               MOVE SORT-GUARDIAN TO WS-BK-GUARDIAN (WS-BLOCK-COUNT)
               MOVE SORT-ADDRESS TO WS-BK-ADDRESS (WS-BLOCK-COUNT)
               MOVE SORT-NAME-NORM TO WS-BK-NAME-NORM (WS-BLOCK-COUNT)
               MOVE SORT-NAME-LEN TO WS-BK-NAME-LEN (WS-BLOCK-COUNT)
               MOVE SORT-GUARD-NORM
                   TO WS-BK-GUARD-NORM (WS-BLOCK-COUNT)
               MOVE SORT-ADDR-NORM TO WS-BK-ADDR-NORM (WS-BLOCK-COUNT)
               MOVE SORT-CSZ-NORM TO WS-BK-CSZ-NORM (WS-BLOCK-COUNT)
           ELSE
               ADD 1 TO WS-BLOCK-DROPPED
           END-IF.

       2200-SCORE-PAIR.
           ADD 1 TO WS-COMPARE-COUNT
           PERFORM 2210-SCORE-NAME
           IF WS-NAME-POINTS > 0
               MOVE WS-NAME-POINTS TO WS-SCORE
               PERFORM 2220-SCORE-CONTACT
               IF WS-SCORE >= WS-MATCH-LIMIT
                   PERFORM 2300-WRITE-CANDIDATE
               END-IF
           END-IF.

       2210-SCORE-NAME.
           MOVE ZERO TO WS-NAME-POINTS
           MOVE SPACES TO WS-NAME-MATCH
           IF SORT-NAME-LEN < WS-BK-NAME-LEN (WS-BLOCK-SUB)
               MOVE SORT-NAME-LEN TO WS-SHORT-LEN
           ELSE
               MOVE WS-BK-NAME-LEN (WS-BLOCK-SUB) TO WS-SHORT-LEN
           END-IF
           EVALUATE TRUE
               WHEN SORT-NAME-NORM = SPACES
                   CONTINUE
               WHEN SORT-NAME-NORM = WS-BK-NAME-NORM (WS-BLOCK-SUB)
                   MOVE 4 TO WS-NAME-POINTS
                   MOVE "EXACT" TO WS-NAME-MATCH
               WHEN SORT-NAME-KEY = WS-BK-NAME-KEY (WS-BLOCK-SUB)
                   MOVE 3 TO WS-NAME-POINTS
                   MOVE "SOUND" TO WS-NAME-MATCH
               WHEN WS-SHORT-LEN >= 4
                   AND SORT-NAME-NORM (1:WS-SHORT-LEN) =
                       WS-BK-NAME-NORM (WS-BLOCK-SUB) (1:WS-SHORT-LEN)
                   MOVE 2 TO WS-NAME-POINTS
                   MOVE "PART" TO WS-NAME-MATCH
           END-EVALUATE.

       2220-SCORE-CONTACT.
           EVALUATE TRUE
               WHEN SORT-GUARD-NORM = SPACES
                   OR WS-BK-GUARD-NORM (WS-BLOCK-SUB) = SPACES
                   MOVE "NOT KEYED" TO WS-GUARD-MATCH
               WHEN SORT-GUARD-NORM = WS-BK-GUARD-NORM (WS-BLOCK-SUB)
                   ADD 2 TO WS-SCORE
                   MOVE "SAME" TO WS-GUARD-MATCH
               WHEN OTHER
                   SUBTRACT 2 FROM WS-SCORE
                   MOVE "DIFFERENT" TO WS-GUARD-MATCH
           END-EVALUATE
           EVALUATE TRUE
               WHEN SORT-ADDR-NORM = SPACES
                   OR WS-BK-ADDR-NORM (WS-BLOCK-SUB) = SPACES
                   MOVE "NOT KEYED" TO WS-ADDR-MATCH
               WHEN SORT-ADDR-NORM = WS-BK-ADDR-NORM (WS-BLOCK-SUB)
                   ADD 2 TO WS-SCORE
                   MOVE "SAME" TO WS-ADDR-MATCH
               WHEN OTHER
                   SUBTRACT 2 FROM WS-SCORE
                   MOVE "DIFFERENT" TO WS-ADDR-MATCH
           END-EVALUATE
           EVALUATE TRUE
               WHEN SORT-CSZ-NORM = SPACES
                   OR WS-BK-CSZ-NORM (WS-BLOCK-SUB) = SPACES
                   MOVE "NOT KEYED" TO WS-CSZ-MATCH
               WHEN SORT-CSZ-NORM = WS-BK-CSZ-NORM (WS-BLOCK-SUB)
                   ADD 1 TO WS-SCORE
                   MOVE "SAME" TO WS-CSZ-MATCH
               WHEN OTHER
                   SUBTRACT 1 FROM WS-SCORE
                   MOVE "DIFFERENT" TO WS-CSZ-MATCH
           END-EVALUATE.

       2300-WRITE-CANDIDATE.
           ADD 1 TO WS-CANDIDATE-COUNT
           IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
               PERFORM 2600-WRITE-PAGE-HEADERS
           END-IF
           MOVE SPACES TO WS-PAIR-LINE
           MOVE WS-SCORE TO PR-SCORE
           MOVE WS-BK-ID (WS-BLOCK-SUB) TO PR-ID
           MOVE WS-BK-NAME (WS-BLOCK-SUB) TO PR-NAME
           MOVE WS-BK-CLASS (WS-BLOCK-SUB) TO PR-CLASS
           MOVE WS-BK-GUARDIAN (WS-BLOCK-SUB) TO PR-GUARDIAN
           MOVE WS-BK-ADDRESS (WS-BLOCK-SUB) TO PR-ADDRESS
           MOVE WS-PAIR-LINE TO DUP-REPORT-REC
           PERFORM 2700-EMIT-LINE
           MOVE SPACES TO WS-PAIR-LINE
           MOVE SORT-ID TO PR-ID
           MOVE SORT-NAME TO PR-NAME
           MOVE SORT-CLASS TO PR-CLASS
           MOVE SORT-GUARDIAN TO PR-GUARDIAN
           MOVE SORT-ADDRESS TO PR-ADDRESS
           MOVE WS-PAIR-LINE TO DUP-REPORT-REC
           PERFORM 2700-EMIT-LINE
           MOVE WS-NAME-MATCH TO BL-NAME
           MOVE WS-GUARD-MATCH TO BL-GUARDIAN
           MOVE WS-ADDR-MATCH TO BL-ADDRESS
           MOVE WS-CSZ-MATCH TO BL-CSZ
           MOVE WS-BASIS-LINE TO DUP-REPORT-REC
           PERFORM 2700-EMIT-LINE
           MOVE SPACES TO DUP-REPORT-REC
           PERFORM 2700-EMIT-LINE.

       2600-WRITE-PAGE-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-TITLE-LINE TO DUP-REPORT-REC
           WRITE DUP-REPORT-REC
           MOVE WS-RUN-DATE-FMT TO RI-RUN-DATE
           MOVE WS-PAGE-NUMBER TO RI-PAGE
           MOVE WS-RUN-INFO-LINE TO DUP-REPORT-REC
           WRITE DUP-REPORT-REC
           MOVE WS-COLUMN-HEADING-LINE TO DUP-REPORT-REC
           WRITE DUP-REPORT-REC
           MOVE SPACES TO DUP-REPORT-REC
           WRITE DUP-REPORT-REC
           MOVE 4 TO WS-LINE-COUNT.

       2700-EMIT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               MOVE DUP-REPORT-REC TO WS-SAVE-REPORT-REC
               PERFORM 2600-WRITE-PAGE-HEADERS
               MOVE WS-SAVE-REPORT-REC TO DUP-REPORT-REC
           END-IF
           WRITE DUP-REPORT-REC
           ADD 1 TO WS-LINE-COUNT.

       3000-WRITE-SUMMARY.
           IF WS-CANDIDATE-COUNT = 0
               MOVE "NO DUPLICATE CANDIDATES FOUND" TO DUP-REPORT-REC
               PERFORM 2700-EMIT-LINE
               MOVE SPACES TO DUP-REPORT-REC
               PERFORM 2700-EMIT-LINE
           END-IF
           MOVE WS-LEGEND-LINE TO DUP-REPORT-REC
           PERFORM 2700-EMIT-LINE
           MOVE WS-MASTER-COUNT TO SL-MASTERS
           MOVE WS-COMPARE-COUNT TO SL-COMPARES
           MOVE WS-CANDIDATE-COUNT TO SL-CANDIDATES
           MOVE WS-SUMMARY-LINE TO DUP-REPORT-REC
           PERFORM 2700-EMIT-LINE.
       END PROGRAM DUP-RPT.
