      *> BMIBILP.CPY
      *> Closed billing period record - one row appended to
      *> BMIBILLREG.DAT by every BMIBILL close run: the YYYYMM period
      *> closed, when it was closed, and the totals sent to the
      *> general ledger in BMIGLIF.DAT. BMIBILL refuses any run for
      *> a period already on the register, so no screening can be
      *> billed twice.
       01 BILL-PERIOD-RECORD.
          05 BILP-PERIOD        PIC 9(6).
          05 BILP-CLOSE-DATE    PIC 9(8).
          05 BILP-CLOSE-TIME    PIC 9(6).
          05 BILP-SITE-COUNT    PIC 9(4).
          05 BILP-READING-COUNT PIC 9(7).
          05 BILP-AMOUNT        PIC 9(9)V99.
