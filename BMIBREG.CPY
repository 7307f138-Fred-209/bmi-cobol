      *> BMIBREG.CPY
      *> Batch register record - one row per batch BMICALCULATOR has
      *> posted, keyed by the site code and batch number carried in
      *> the batch header of BMIREC.CPY. The file is INDEXED so a
      *> resent batch is found by a keyed READ before anything is
      *> posted and is refused whole. Carries the header date, the
      *> run date and time the batch was posted, the trailer control
      *> totals, what the posting accepted and rejected, and the
      *> edit limits the readings were checked against - the site
      *> (blank for the default row) and effective date of the
      *> BMILIM.CPY row in force and its values. Written by
      *> BMICALCULATOR, reported per site by BMIBATRPT for skipped or
      *> out-of-order batch numbers and stale header dates.
       01 BMI-BATCH-REGISTER-RECORD.
          05 BREG-KEY.
             10 BREG-SITE       PIC X(4).
             10 BREG-BATCH-NO   PIC 9(6).
          05 BREG-BATCH-DATE    PIC 9(8).
          05 BREG-POST-DATE     PIC 9(8).
          05 BREG-POST-TIME     PIC 9(6).
          05 BREG-REC-COUNT     PIC 9(6).
          05 BREG-WEIGHT-HASH   PIC 9(9).
          05 BREG-ACCEPT-COUNT  PIC 9(6).
          05 BREG-REJECT-COUNT  PIC 9(6).
          05 BREG-LIM-SITE      PIC X(4).
          05 BREG-LIM-EFF-DATE  PIC 9(8).
          05 BREG-MIN-HEIGHT    PIC 999.
          05 BREG-MAX-HEIGHT    PIC 999.
          05 BREG-MIN-WEIGHT    PIC 999.
          05 BREG-MAX-WEIGHT    PIC 999.
          05 BREG-SUSPECT-BMI   PIC 99V99.
