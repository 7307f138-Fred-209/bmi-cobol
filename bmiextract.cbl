               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRKF-STATUS.

           SELECT CONSENT-FILE ASSIGN TO "BMICONSENT.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CON-ID
               FILE STATUS IS WS-CON-STATUS.

           SELECT SUPPRESS-PRINT-FILE ASSIGN TO "BMIEXTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BMI-HISTORY-FILE.
           COPY "BMIEXTL.CPY".

       FD  REGISTER-WORK-FILE.
       01 REGISTER-WORK-RECORD PIC X(28).

       FD  CONSENT-FILE.
           COPY "BMICON.CPY".

       FD  SUPPRESS-PRINT-FILE.
       01 PRINT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG PIC X VALUE 'N'.
       01 WS-EXT-STATUS  PIC XX.
       01 WS-EXL-STATUS  PIC XX.
       01 WS-WRKF-STATUS PIC XX.
       01 WS-CON-STATUS  PIC XX.
       01 WS-PRT-STATUS  PIC XX.

       01 WS-REPLACED-COUNT PIC 9(3) VALUE 0.

       01 WS-ASOF-DATE    PIC 9(8).
       01 WS-ASOF-DATE-X REDEFINES WS-ASOF-DATE PIC X(8).

       01 WS-EXTRACT-COUNT  PIC 9(6) VALUE 0.
       01 WS-SUPPRESS-COUNT PIC 9(6) VALUE 0.

      *> Only participants whose consent is current on the as-of
      *> date go to the vendor; everyone else is listed with the
      *> reason they were held back.
       01 WS-CONSENT-FIELDS.
          05 WS-CONSENT-FLAG   PIC X VALUE 'N'.
             88 WS-CONSENT-CURRENT VALUE 'Y'.
          05 WS-SUPPRESS-REASON PIC X(26).
          05 WS-SUPPRESS-DATE   PIC 9(8).

      *> The history file reads back in key order, so each patient's
      *> rows arrive together and ascending by run date. The latest
          05 FILLER        PIC X(4) VALUE "TRL|".
          05 EXT-TRL-COUNT PIC 9(6).

       01 WS-PRINT-CONTROL.
          05 WS-LINE-COUNT      PIC 99 VALUE 99.
          05 WS-LINES-PER-PAGE  PIC 99 VALUE 40.
          05 WS-PAGE-NUMBER     PIC 9(4) VALUE 0.
          05 WS-SAVED-PRINT-LINE PIC X(80).

       01 WS-HEADING-LINE-1.
          05 FILLER       PIC X(20) VALUE SPACES.
          05 FILLER       PIC X(31)
             VALUE "CONSENT SUPPRESSION LIST".
          05 FILLER       PIC X(5)  VALUE "PAGE ".
          05 HDG1-PAGE-NO PIC ZZZ9.

       01 WS-HEADING-LINE-2.
          05 FILLER         PIC X(10) VALUE "RUN DATE: ".
          05 HDG2-RUN-DATE  PIC 9(8).
          05 FILLER         PIC X(14) VALUE "  AS-OF DATE: ".
          05 HDG2-ASOF-DATE PIC 9(8).

       01 WS-COLUMN-HEADING-LINE.
          05 FILLER PIC X(8)  VALUE "ID".
          05 FILLER PIC X(22) VALUE "NAME".
          05 FILLER PIC X(10) VALUE "READING".
          05 FILLER PIC X(27) VALUE "REASON".
          05 FILLER PIC X(8)  VALUE "DATE".

       01 WS-SUPPRESS-LINE.
          05 SUPL-ID      PIC X(8).
          05 SUPL-NAME    PIC X(22).
          05 SUPL-READING PIC 9(8).
          05 FILLER       PIC X(2) VALUE SPACES.
          05 SUPL-REASON  PIC X(27).
          05 SUPL-DATE    PIC X(8).

       01 WS-SUPPRESS-TOTAL-LINE-1.
          05 FILLER          PIC X(20) VALUE "PARTICIPANTS SENT:  ".
          05 TOT-SENT-COUNT  PIC ZZZZZ9.

       01 WS-SUPPRESS-TOTAL-LINE-2.
          05 FILLER          PIC X(20) VALUE "SUPPRESSED:         ".
          05 TOT-SUPP-COUNT  PIC ZZZZZ9.

       PROCEDURE DIVISION.
       0100-START-HERE.
          DISPLAY "Extract as-of date (YYYYMMDD), blank for today: "
             STOP RUN
          END-IF

          OPEN INPUT CONSENT-FILE
          IF WS-CON-STATUS NOT = "00"
             DISPLAY "BMICONSENT.IDX COULD NOT BE OPENED, STATUS "
                WS-CON-STATUS
             DISPLAY "RUN BMICONMNT TO BUILD THE CONSENT FILE - "
                "NOTHING IS SENT WITHOUT IT"
             STOP RUN
          END-IF

          OPEN OUTPUT EXTRACT-FILE
          IF WS-EXT-STATUS NOT = "00"
             DISPLAY "BMIEXTR.DAT COULD NOT BE OPENED, STATUS "
             STOP RUN
          END-IF

          OPEN OUTPUT SUPPRESS-PRINT-FILE

          MOVE WS-ASOF-DATE TO EXT-HDR-ASOF
          MOVE FUNCTION CURRENT-DATE(1:8) TO EXT-HDR-CREATED
          MOVE WS-EXT-HEADER-RECORD TO EXTRACT-RECORD
          MOVE WS-EXT-TRAILER-RECORD TO EXTRACT-RECORD
          WRITE EXTRACT-RECORD

          PERFORM 0410-PRINT-SUPPRESS-TOTALS

          CLOSE EXTRACT-FILE
          CLOSE BMI-HISTORY-FILE
          CLOSE CONSENT-FILE
          CLOSE SUPPRESS-PRINT-FILE

          PERFORM 0320-WRITE-REGISTER

          DISPLAY "BMIEXTRACT complete, " WS-EXTRACT-COUNT
             " participants as of " WS-ASOF-DATE ", "
             WS-SUPPRESS-COUNT " suppressed for consent"

       STOP RUN.

             MOVE HIST-CATEGORY TO WS-SAVE-CATEGORY
          END-IF.

      *> A withdrawal stands whatever its date - the extract is
      *> being sent today, after the participant said no.
       0300-CHECK-CONSENT.
          MOVE 'N' TO WS-CONSENT-FLAG
          MOVE 0 TO WS-SUPPRESS-DATE

          MOVE WS-CUR-ID TO CON-ID
          READ CONSENT-FILE
             INVALID KEY
                MOVE "NO CONSENT ON FILE" TO WS-SUPPRESS-REASON
             NOT INVALID KEY
                MOVE CON-STATUS-DATE TO WS-SUPPRESS-DATE
                EVALUATE TRUE
                   WHEN CON-WITHDRAWN
                      MOVE "CONSENT WITHDRAWN"
                        TO WS-SUPPRESS-REASON
                   WHEN NOT CON-GRANTED
                      MOVE "CONSENT STATUS NOT VALID"
                        TO WS-SUPPRESS-REASON
                   WHEN CON-STATUS-DATE > WS-ASOF-DATE
                      MOVE "CONSENT GIVEN AFTER AS-OF"
                        TO WS-SUPPRESS-REASON
                   WHEN NOT CON-NO-EXPIRY
                      AND CON-EXPIRY-DATE < WS-ASOF-DATE
                      MOVE "CONSENT EXPIRED"
                        TO WS-SUPPRESS-REASON
                      MOVE CON-EXPIRY-DATE TO WS-SUPPRESS-DATE
                   WHEN OTHER
                      SET WS-CONSENT-CURRENT TO TRUE
                END-EVALUATE
          END-READ.

       0310-WRITE-DETAIL.
          IF WS-HAVE-READING
             PERFORM 0300-CHECK-CONSENT
          END-IF

          IF WS-HAVE-READING AND NOT WS-CONSENT-CURRENT
             PERFORM 0400-PRINT-SUPPRESSED
             MOVE 'N' TO WS-HAVE-READING-FLAG
          END-IF

          IF WS-HAVE-READING
             MOVE WS-CUR-ID        TO EXT-ID
             MOVE WS-SAVE-NAME     TO EXT-NAME
             MOVE WS-ASOF-DATE TO EXL-ASOF-DATE
             MOVE FUNCTION CURRENT-DATE(1:8) TO EXL-CREATED-DATE
             MOVE WS-EXTRACT-COUNT TO EXL-REC-COUNT
             MOVE WS-SUPPRESS-COUNT TO EXL-SUPPRESS-COUNT

             WRITE BMI-EXTRACT-LOG-RECORD

             CLOSE EXTRACT-LOG-FILE
          END-IF.

       0400-PRINT-SUPPRESSED.
          ADD 1 TO WS-SUPPRESS-COUNT

          MOVE WS-CUR-ID          TO SUPL-ID
          MOVE WS-SAVE-NAME       TO SUPL-NAME
          MOVE WS-SAVE-DATE       TO SUPL-READING
          MOVE WS-SUPPRESS-REASON TO SUPL-REASON
          IF WS-SUPPRESS-DATE = 0
             MOVE SPACES TO SUPL-DATE
          ELSE
             MOVE WS-SUPPRESS-DATE TO SUPL-DATE
          END-IF

          MOVE WS-SUPPRESS-LINE TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE.

       0410-PRINT-SUPPRESS-TOTALS.
          IF WS-SUPPRESS-COUNT = 0
             MOVE SPACES TO PRINT-LINE
             PERFORM 0440-WRITE-PRINT-LINE
             MOVE "NO PARTICIPANTS SUPPRESSED" TO PRINT-LINE
             PERFORM 0440-WRITE-PRINT-LINE
          END-IF

          MOVE SPACES TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE

          MOVE WS-EXTRACT-COUNT TO TOT-SENT-COUNT
          MOVE WS-SUPPRESS-TOTAL-LINE-1 TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE

          MOVE WS-SUPPRESS-COUNT TO TOT-SUPP-COUNT
          MOVE WS-SUPPRESS-TOTAL-LINE-2 TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE.

       0420-PRINT-PAGE-HEADERS.
          ADD 1 TO WS-PAGE-NUMBER
          MOVE WS-PAGE-NUMBER TO HDG1-PAGE-NO
          MOVE WS-HEADING-LINE-1 TO PRINT-LINE
          WRITE PRINT-LINE

          MOVE FUNCTION CURRENT-DATE(1:8) TO HDG2-RUN-DATE
          MOVE WS-ASOF-DATE TO HDG2-ASOF-DATE
          MOVE WS-HEADING-LINE-2 TO PRINT-LINE
          WRITE PRINT-LINE

          MOVE SPACES TO PRINT-LINE
          WRITE PRINT-LINE

          MOVE WS-COLUMN-HEADING-LINE TO PRINT-LINE
          WRITE PRINT-LINE

          MOVE SPACES TO PRINT-LINE
          WRITE PRINT-LINE

          MOVE 0 TO WS-LINE-COUNT.

       0440-WRITE-PRINT-LINE.
          IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
             MOVE PRINT-LINE TO WS-SAVED-PRINT-LINE
             PERFORM 0420-PRINT-PAGE-HEADERS
             MOVE WS-SAVED-PRINT-LINE TO PRINT-LINE
          END-IF

          WRITE PRINT-LINE

          ADD 1 TO WS-LINE-COUNT.

       END PROGRAM BMIEXTRACT.
