      *> BMIGLIF.CPY
      *> General ledger interface record - the chargeback file
      *> BMIBILL writes to BMIGLIF.DAT when a billing period is
      *> closed. Framed the same way as BMIREC.CPY: one 'H' header
      *> carrying the YYYYMM period and the date the file was made,
      *> one 'D' detail per site billed with its adult and pediatric
      *> reading counts and amounts, and one 'T' trailer carrying the
      *> detail count and the reading and amount totals, so the
      *> ledger upload can prove it received the whole file. The
      *> header and trailer redefine the detail body. Amounts carry
      *> two implied decimals.
       01 GL-INTERFACE-RECORD.
          05 GLIF-REC-TYPE         PIC X.
             88 GLIF-REC-HEADER    VALUE 'H'.
             88 GLIF-REC-DETAIL    VALUE 'D'.
             88 GLIF-REC-TRAILER   VALUE 'T'.
          05 GLIF-REC-BODY.
             10 GLIF-SITE          PIC X(4).
             10 GLIF-ADULT-COUNT   PIC 9(6).
             10 GLIF-ADULT-AMOUNT  PIC 9(7)V99.
             10 GLIF-PED-COUNT     PIC 9(6).
             10 GLIF-PED-AMOUNT    PIC 9(7)V99.
             10 GLIF-SITE-AMOUNT   PIC 9(8)V99.
          05 GLIF-REC-HEADER-BODY REDEFINES GLIF-REC-BODY.
             10 GLIF-HDR-PERIOD    PIC 9(6).
             10 GLIF-HDR-CREATED   PIC 9(8).
             10 FILLER             PIC X(30).
          05 GLIF-REC-TRAILER-BODY REDEFINES GLIF-REC-BODY.
             10 GLIF-TRL-REC-COUNT PIC 9(6).
             10 GLIF-TRL-READINGS  PIC 9(7).
             10 GLIF-TRL-AMOUNT    PIC 9(9)V99.
             10 FILLER             PIC X(20).
