      *> BMIMRGL.CPY
      *> Patient merge log record - one row appended to BMIMRGLOG.DAT
      *> by BMIMERGE for every row it moves, drops or changes while
      *> folding a duplicate ID (MRGL-FROM-ID) into the surviving ID
      *> (MRGL-TO-ID). MRGL-FILE names the file touched - HIST for
      *> BMIHIST.IDX, GOAL for BMIGOAL.DAT, REJ for BMIREJECT.DAT,
      *> PAT for BMIPATMST.IDX. The before and after keys are the
      *> record key (history ID plus run date, goal ID plus set date,
      *> reject ID plus run date, patient ID) and the images are the
      *> whole row in its own copybook layout, so every merge can be
      *> traced or backed out from the log alone. The after key and
      *> image are spaces for a history row dropped on a same-date
      *> collision with a reading already held by the surviving ID,
      *> and for a history row that could not be written (FAILED),
      *> which is left in place under the retiring ID.
       01 BMI-MERGE-LOG-RECORD.
          05 MRGL-RUN-DATE     PIC 9(8).
          05 MRGL-RUN-TIME     PIC 9(6).
          05 MRGL-FROM-ID      PIC X(6).
          05 MRGL-TO-ID        PIC X(6).
          05 MRGL-FILE         PIC X(4).
          05 MRGL-ACTION       PIC X(8).
          05 MRGL-BEFORE-KEY   PIC X(14).
          05 MRGL-AFTER-KEY    PIC X(14).
          05 MRGL-BEFORE-IMAGE PIC X(86).
          05 MRGL-AFTER-IMAGE  PIC X(86).
