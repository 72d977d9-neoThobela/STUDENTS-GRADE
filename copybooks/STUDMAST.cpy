      * Guardian, mailing address and homeroom are kept here so the
      * term report-card mailing (REPORT-CARD) addresses straight off
      * the master instead of the front office's spreadsheet.
      * Every program that updates the master journals the whole
      * record before and after the change (STUDJRNL), so a size
      * change here must be matched in the journal images.
      * A student who leaves is withdrawn, not deleted: SM-ENROLL-
      * STATUS goes to W with the date, reason and receiving school,
      * and the record stays so TRANSFER-PKT can build the records
      * packet and an E transaction can re-enroll the student later.
      * Programs that list or count enrolled students skip W records.
      ******************************************************************
       01 STUDENT-MASTER-REC.
           05 SM-STUDENT-ID PIC X(9).
           05 SM-MAIL-ADDRESS PIC X(30).
           05 SM-MAIL-CITY-ST-ZIP PIC X(30).
           05 SM-HOMEROOM PIC X(4).
           05 SM-ENROLL-STATUS PIC X(1).
               88 SM-ACTIVE VALUE "A" SPACE.
               88 SM-WITHDRAWN VALUE "W".
           05 SM-WITHDRAW-DATE PIC X(10).
           05 SM-WITHDRAW-REASON PIC X(2).
               88 SM-VALID-WITHDRAW-REASON VALUE "TR" "MV" "DO" "HS"
                   "DC" "NR" "OT".
           05 SM-DEST-SCHOOL PIC X(30).
