      *> BMIROS.CPY
      *> HR eligibility roster record - the full list of eligible
      *> employees and dependents HR sends each week, one 'D' detail
      *> per ID carrying the name HR holds for it. Framed the same
      *> way as BMIREC.CPY: one 'H' header carrying the date HR cut
      *> the roster and one 'T' trailer carrying the detail count,
      *> so BMIROSTER can prove it received the whole roster before
      *> deactivating anyone missing from it. The header and trailer
      *> redefine the detail body. Read by BMIROSTER.
       01 ROSTER-RECORD.
          05 ROS-REC-TYPE        PIC X.
             88 ROS-REC-HEADER   VALUE 'H'.
             88 ROS-REC-DETAIL   VALUE 'D'.
             88 ROS-REC-TRAILER  VALUE 'T'.
          05 ROS-REC-BODY.
             10 ROS-ID           PIC X(6).
             10 ROS-NAME         PIC X(20).
          05 ROS-REC-HEADER-BODY REDEFINES ROS-REC-BODY.
             10 ROS-HDR-DATE     PIC 9(8).
             10 FILLER           PIC X(18).
          05 ROS-REC-TRAILER-BODY REDEFINES ROS-REC-BODY.
             10 ROS-TRL-REC-COUNT PIC 9(6).
             10 FILLER            PIC X(20).
