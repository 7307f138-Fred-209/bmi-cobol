      *> BMIPATL.CPY
      *> Patient master change log record - one row appended to
      *> BMIPATLOG.DAT for every add, name change, deactivation or
      *> reactivation applied to BMIPATMST.IDX, by whichever program
      *> made it: BMIPATMNT for keyed changes, BMIROSTER for the
      *> weekly HR eligibility roster, BMIMERGE for an ID retired by
      *> a merge. The before and after images are the whole master
      *> row in the BMIPAT.CPY layout (the before image is spaces for
      *> an add) so any master row can be traced back through every
      *> change made to it.
       01 PATIENT-LOG-RECORD.
          05 PATL-RUN-DATE     PIC 9(8).
          05 PATL-RUN-TIME     PIC 9(6).
          05 PATL-PROGRAM      PIC X(13).
          05 PATL-ACTION       PIC X.
             88 PATL-ADD        VALUE 'A'.
             88 PATL-CHANGE     VALUE 'C'.
             88 PATL-DEACTIVATE VALUE 'D'.
             88 PATL-REACTIVATE VALUE 'R'.
          05 PATL-ID           PIC X(6).
          05 PATL-BEFORE-IMAGE PIC X(27).
          05 PATL-AFTER-IMAGE  PIC X(27).
