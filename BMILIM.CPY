      *> BMILIM.CPY
      *> Edit-limit parameter record - the height and weight ranges
      *> and the suspect BMI-change threshold BMICALCULATOR edits
      *> every reading against. A row with a blank site code is the
      *> default; a row with a site code from BMISITE.CPY overrides
      *> the default for that site's batches. Each row carries the
      *> date it takes effect - the row in force for a batch is the
      *> one for its site with the latest effective date on or
      *> before the run date, else the default row chosen the same
      *> way. Rows are never replaced once in force so every earlier
      *> run can still be explained. Maintained by BMILIMMNT.
       01 EDIT-LIMIT-RECORD.
          05 LIM-SITE          PIC X(4).
             88 LIM-DEFAULT    VALUE SPACES.
          05 LIM-EFF-DATE      PIC 9(8).
          05 LIM-MIN-HEIGHT    PIC 999.
          05 LIM-MAX-HEIGHT    PIC 999.
          05 LIM-MIN-WEIGHT    PIC 999.
          05 LIM-MAX-WEIGHT    PIC 999.
          05 LIM-SUSPECT-BMI   PIC 99V99.
