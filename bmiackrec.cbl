             10 WS-REG-ASOF      PIC 9(8).
             10 WS-REG-CREATED   PIC 9(8).
             10 WS-REG-SENT      PIC 9(6).
             10 WS-REG-SUPPRESSED PIC 9(6).
             10 WS-REG-ACK-FLAG  PIC X.
                88 WS-REG-ACKED  VALUE 'Y'.
             10 WS-REG-ACK-DTLS  PIC 9(6).
          05 WS-MISMATCH-COUNT PIC 9(4) VALUE 0.
          05 WS-REJECTED-ROWS  PIC 9(6) VALUE 0.
          05 WS-ORPHAN-COUNT   PIC 9(4) VALUE 0.
          05 WS-SUPPRESSED-ROWS PIC 9(7) VALUE 0.

       01 WS-ERROR-FLAG PIC X VALUE 'N'.
          88 WS-ERRORS VALUE 'Y'.
          05 FILLER        PIC X(22)
             VALUE "ACK FOR EXTRACT AS-OF ".
          05 ACKS-ASOF     PIC 9(8).
          05 FILLER        PIC X(7)  VALUE "  SENT ".
          05 ACKS-SENT     PIC ZZZZZ9.
          05 FILLER        PIC X(21)
             VALUE "  CONSENT SUPPRESSED ".
          05 ACKS-SUPPRESSED PIC ZZZZZ9.

       01 WS-ORPHAN-LINE.
          05 FILLER        PIC X(30)
          05 FILLER          PIC X(20) VALUE "VENDOR-REJECTED:    ".
          05 TOT-REJ-COUNT   PIC ZZZZZ9.

       01 WS-TOTAL-LINE-6.
          05 FILLER          PIC X(20) VALUE "CONSENT SUPPRESSED: ".
          05 TOT-SUPP-COUNT  PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0100-START-HERE.
          MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
          END-IF
          ADD 1 TO WS-REG-SKIPPED.

      *> Register rows written before the suppressed count was
      *> carried end short, so the count reads back as spaces and
      *> is taken as zero.
       0130-LOAD-REGISTER-ROW.
          ADD 1 TO WS-REG-COUNT
          MOVE EXL-ASOF-DATE    TO WS-REG-ASOF(WS-REG-COUNT)
          MOVE EXL-CREATED-DATE TO WS-REG-CREATED(WS-REG-COUNT)
          MOVE EXL-REC-COUNT    TO WS-REG-SENT(WS-REG-COUNT)
          IF EXL-SUPPRESS-COUNT IS NUMERIC
             MOVE EXL-SUPPRESS-COUNT
               TO WS-REG-SUPPRESSED(WS-REG-COUNT)
          ELSE
             MOVE 0 TO WS-REG-SUPPRESSED(WS-REG-COUNT)
          END-IF
          ADD WS-REG-SUPPRESSED(WS-REG-COUNT) TO WS-SUPPRESSED-ROWS
          MOVE 'N' TO WS-REG-ACK-FLAG(WS-REG-COUNT)
          MOVE 0 TO WS-REG-ACK-DTLS(WS-REG-COUNT)
          MOVE 0 TO WS-REG-ACK-REJS(WS-REG-COUNT).
                SET WS-REG-ACKED(WS-CUR-REG-SUB) TO TRUE
                ADD 1 TO WS-ACKED-COUNT
                MOVE WS-ACK-ASOF TO ACKS-ASOF
                MOVE WS-REG-SENT(WS-CUR-REG-SUB) TO ACKS-SENT
                MOVE WS-REG-SUPPRESSED(WS-CUR-REG-SUB)
                  TO ACKS-SUPPRESSED
                MOVE SPACES TO PRINT-LINE
                PERFORM 0440-WRITE-PRINT-LINE
                MOVE WS-ACK-SECTION-LINE TO PRINT-LINE

          MOVE WS-REJECTED-ROWS TO TOT-REJ-COUNT
          MOVE WS-TOTAL-LINE-5 TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE

          MOVE WS-SUPPRESSED-ROWS TO TOT-SUPP-COUNT
          MOVE WS-TOTAL-LINE-6 TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE.

      *> Acknowledged extracts are dropped from the register so the
                        TO EXL-CREATED-DATE
                      MOVE WS-REG-SENT(WS-REG-SUB)
                        TO EXL-REC-COUNT
                      MOVE WS-REG-SUPPRESSED(WS-REG-SUB)
                        TO EXL-SUPPRESS-COUNT
                      WRITE BMI-EXTRACT-LOG-RECORD
                   END-IF
                END-PERFORM
