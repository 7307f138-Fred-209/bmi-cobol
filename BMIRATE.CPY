      *> BMIRATE.CPY
      *> Screening chargeback rate record - the price per billable
      *> reading finance charges a clinic, one rate for adult
      *> readings and one for pediatric readings (those classified
      *> under the percentile tables, HIST-PCTL not spaces). A row
      *> with a blank site code is the default; a row with a site
      *> code from BMISITE.CPY overrides it for that site. Each row
      *> carries the date it takes effect, chosen the same way as
      *> BMILIM.CPY: the row in force for a billing period is the
      *> one for the site with the latest effective date on or
      *> before the first day of the period, else the default row
      *> chosen the same way. Supplied by finance, read by BMIBILL.
       01 BILL-RATE-RECORD.
          05 RATE-SITE          PIC X(4).
             88 RATE-DEFAULT    VALUE SPACES.
          05 RATE-EFF-DATE      PIC 9(8).
          05 RATE-ADULT         PIC 9(3)V99.
          05 RATE-PEDIATRIC     PIC 9(3)V99.
