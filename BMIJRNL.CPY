      *> BMIJRNL.CPY
      *> History forward-recovery journal record - one row appended
      *> to BMIHJRNL.DAT for every write, rewrite and delete made to
      *> BMIHIST.IDX, by whichever program made it: BMICALCULATOR for
      *> new readings, BMIHISTADJ for amendments and voids, BMIPURGE
      *> for rows archived off, BMILIFE for rows restored from the
      *> archive and BMIMERGE for rows moved to a surviving ID. The
      *> image is the whole history row in the BMIHIST.CPY layout as
      *> it stands after the change - for a delete, the row removed,
      *> which carries the key. The date and time are taken as each
      *> row is journaled, so BMIHRECOV can replay a backup of the
      *> history file forward to any chosen point.
       01 HIST-JOURNAL-RECORD.
          05 JRNL-DATE       PIC 9(8).
          05 JRNL-TIME       PIC 9(6).
          05 JRNL-PROGRAM    PIC X(13).
          05 JRNL-ACTION     PIC X.
             88 JRNL-WRITE   VALUE 'W'.
             88 JRNL-REWRITE VALUE 'R'.
             88 JRNL-DELETE  VALUE 'D'.
          05 JRNL-IMAGE      PIC X(75).
