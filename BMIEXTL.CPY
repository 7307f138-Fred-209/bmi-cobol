      *> acknowledged, acknowledged short, or rejected rows from,
      *> and rewrites the register without the acknowledged rows -
      *> the register holds only extracts still awaiting an ack.
      *> EXL-SUPPRESS-COUNT is the number of participants held back
      *> from the extract for want of current data-sharing consent;
      *> they are not in EXL-REC-COUNT, which stays the count the
      *> vendor should acknowledge. Rows written before the count
      *> was carried have spaces there and are read as zero.
       01 BMI-EXTRACT-LOG-RECORD.
          05 EXL-ASOF-DATE      PIC 9(8).
          05 EXL-CREATED-DATE   PIC 9(8).
          05 EXL-REC-COUNT      PIC 9(6).
          05 EXL-SUPPRESS-COUNT PIC 9(6).
