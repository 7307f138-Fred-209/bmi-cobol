      *> ID. Written by BMICALCULATOR, loaded from the old sequential
      *> file by BMIHISTLOAD, amended or voided under audit by
      *> BMIHISTADJ, archived by BMIPURGE and restored from archive
      *> by BMILIFE. Every change those programs make is journaled
      *> to BMIHJRNL.DAT (BMIJRNL.CPY) so BMIHRECOV can rebuild the
      *> file from a backup. HIST-SITE carries the clinic/site code
      *> from the batch header of the file the reading arrived in.
      *> HIST-PCTL holds the BMI-for-age percentile band for readings
      *> classified under the pediatric tables (spaces for adults).
