       IDENTIFICATION DIVISION.
       PROGRAM-ID. BMICONMNT.
       AUTHOR. FRED DURHAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSENT-FILE ASSIGN TO "BMICONSENT.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-ID
               FILE STATUS IS WS-CON-STATUS.

           SELECT PATIENT-MASTER-FILE ASSIGN TO "BMIPATMST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAT-ID
               FILE STATUS IS WS-PATMST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONSENT-FILE.
           COPY "BMICON.CPY".

       FD  PATIENT-MASTER-FILE.
           COPY "BMIPAT.CPY".

       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG PIC X VALUE 'N'.
          88 WS-EOF VALUE 'Y'.
       01 WS-CON-STATUS    PIC XX.
       01 WS-PATMST-STATUS PIC XX.

       01 WS-RUN-DATE PIC 9(8).

       01 WS-ACTION PIC X.
          88 WS-ACTION-GRANT    VALUE 'G'.
          88 WS-ACTION-WITHDRAW VALUE 'W'.
          88 WS-ACTION-LIST     VALUE 'L'.
          88 WS-ACTION-EXIT     VALUE 'X'.

       01 WS-ENTRY-FIELDS.
          05 WS-ENTRY-ID     PIC X(6).
          05 WS-ENTRY-DATE   PIC X(8).
          05 WS-ENTRY-EXPIRY PIC X(8).

       01 WS-CONSENT-DATES.
          05 WS-STATUS-DATE PIC 9(8).
          05 WS-EXPIRY-DATE PIC 9(8).
          05 WS-NEW-STATUS  PIC X.

       01 WS-FOUND-FLAG PIC X VALUE 'N'.
          88 WS-FOUND VALUE 'Y'.
       01 WS-VALID-FLAG PIC X VALUE 'Y'.
          88 WS-VALID VALUE 'Y'.

       01 WS-CHANGE-COUNT PIC 9(4) VALUE 0.
       01 WS-LIST-COUNT   PIC 9(4) VALUE 0.

       01 WS-LIST-STANDING PIC X(9).

       PROCEDURE DIVISION.
       0100-START-HERE.
          MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

          OPEN INPUT PATIENT-MASTER-FILE
          IF WS-PATMST-STATUS NOT = "00"
             DISPLAY "BMIPATMST.IDX COULD NOT BE OPENED, STATUS "
                WS-PATMST-STATUS
             STOP RUN
          END-IF

          OPEN I-O CONSENT-FILE
          IF WS-CON-STATUS = "35"
             DISPLAY "No BMICONSENT.IDX found - starting empty "
                "consent file"
             OPEN OUTPUT CONSENT-FILE
             CLOSE CONSENT-FILE
             OPEN I-O CONSENT-FILE
          END-IF
          IF WS-CON-STATUS NOT = "00"
             DISPLAY "BMICONSENT.IDX COULD NOT BE OPENED, STATUS "
                WS-CON-STATUS
             STOP RUN
          END-IF

          PERFORM UNTIL WS-ACTION-EXIT
             DISPLAY " "
             DISPLAY "DATA-SHARING CONSENT MAINTENANCE"
             DISPLAY "G=GRANT  W=WITHDRAW  L=LIST  X=EXIT"
             DISPLAY "Action: "
             ACCEPT WS-ACTION
             EVALUATE TRUE
                WHEN WS-ACTION-GRANT
                   PERFORM 0200-GRANT-CONSENT
                WHEN WS-ACTION-WITHDRAW
                   PERFORM 0300-WITHDRAW-CONSENT
                WHEN WS-ACTION-LIST
                   PERFORM 0500-LIST-CONSENT
                WHEN WS-ACTION-EXIT
                   CONTINUE
                WHEN OTHER
                   DISPLAY "Unknown action " WS-ACTION
             END-EVALUATE
          END-PERFORM

          CLOSE CONSENT-FILE
          CLOSE PATIENT-MASTER-FILE

          IF WS-CHANGE-COUNT > 0
             DISPLAY "Consent file updated, " WS-CHANGE-COUNT
                " changes applied"
          ELSE
             DISPLAY "No changes made"
          END-IF

       STOP RUN.

      *> A fresh grant replaces whatever was on file - an earlier
      *> withdrawal or a lapsed consent - since the participant has
      *> just signed again.
       0200-GRANT-CONSENT.
          PERFORM 0700-ACCEPT-PATIENT-ID

          IF WS-VALID
             DISPLAY "Date consent given (YYYYMMDD), blank for "
                "today: "
             PERFORM 0720-ACCEPT-STATUS-DATE
          END-IF

          IF WS-VALID
             DISPLAY "Expiry date (YYYYMMDD), blank for none: "
             ACCEPT WS-ENTRY-EXPIRY
             EVALUATE TRUE
                WHEN WS-ENTRY-EXPIRY = SPACES
                   MOVE 0 TO WS-EXPIRY-DATE
                WHEN WS-ENTRY-EXPIRY IS NOT NUMERIC
                   DISPLAY "Expiry date must be numeric YYYYMMDD - "
                      "not recorded"
                   MOVE 'N' TO WS-VALID-FLAG
                WHEN OTHER
                   MOVE WS-ENTRY-EXPIRY TO WS-EXPIRY-DATE
                   IF WS-EXPIRY-DATE <= WS-STATUS-DATE
                      DISPLAY "Expiry must be after the date "
                         "given - not recorded"
                      MOVE 'N' TO WS-VALID-FLAG
                   END-IF
             END-EVALUATE
          END-IF

          IF WS-VALID
             MOVE 'G' TO WS-NEW-STATUS
             PERFORM 0740-STORE-CONSENT
          END-IF.

      *> A withdrawal is recorded even for a participant with no
      *> consent on file, so an explicit opt-out is never lost.
       0300-WITHDRAW-CONSENT.
          PERFORM 0700-ACCEPT-PATIENT-ID

          IF WS-VALID
             DISPLAY "Date consent withdrawn (YYYYMMDD), blank for "
                "today: "
             PERFORM 0720-ACCEPT-STATUS-DATE
          END-IF

          IF WS-VALID
             MOVE 0 TO WS-EXPIRY-DATE
             MOVE 'W' TO WS-NEW-STATUS
             PERFORM 0740-STORE-CONSENT
          END-IF.

       0500-LIST-CONSENT.
          MOVE 0 TO WS-LIST-COUNT
          MOVE 'N' TO WS-EOF-FLAG

          MOVE LOW-VALUES TO CON-ID
          START CONSENT-FILE KEY >= CON-ID
             INVALID KEY
                SET WS-EOF TO TRUE
          END-START

          PERFORM UNTIL WS-EOF
             READ CONSENT-FILE NEXT RECORD
                AT END
                   SET WS-EOF TO TRUE
                NOT AT END
                   ADD 1 TO WS-LIST-COUNT
                   PERFORM 0510-LIST-ONE-CONSENT
             END-READ
          END-PERFORM

          IF WS-LIST-COUNT = 0
             DISPLAY "Consent file is empty"
          END-IF.

       0510-LIST-ONE-CONSENT.
          EVALUATE TRUE
             WHEN CON-WITHDRAWN
                MOVE "WITHDRAWN" TO WS-LIST-STANDING
             WHEN CON-STATUS-DATE > WS-RUN-DATE
                MOVE "PENDING" TO WS-LIST-STANDING
             WHEN NOT CON-NO-EXPIRY
                AND CON-EXPIRY-DATE < WS-RUN-DATE
                MOVE "EXPIRED" TO WS-LIST-STANDING
             WHEN OTHER
                MOVE "CURRENT" TO WS-LIST-STANDING
          END-EVALUATE

          DISPLAY CON-ID " " CON-STATUS " " CON-STATUS-DATE " "
             CON-EXPIRY-DATE " " WS-LIST-STANDING.

       0700-ACCEPT-PATIENT-ID.
          MOVE 'Y' TO WS-VALID-FLAG
          DISPLAY "Patient ID (6 characters): "
          ACCEPT WS-ENTRY-ID

          MOVE WS-ENTRY-ID TO PAT-ID
          READ PATIENT-MASTER-FILE
             INVALID KEY
                DISPLAY "ID " WS-ENTRY-ID " not on the master"
                MOVE 'N' TO WS-VALID-FLAG
             NOT INVALID KEY
                DISPLAY "Patient: " PAT-NAME " STATUS " PAT-STATUS
          END-READ.

       0720-ACCEPT-STATUS-DATE.
          ACCEPT WS-ENTRY-DATE
          EVALUATE TRUE
             WHEN WS-ENTRY-DATE = SPACES
                MOVE WS-RUN-DATE TO WS-STATUS-DATE
             WHEN WS-ENTRY-DATE IS NOT NUMERIC
                DISPLAY "Date must be numeric YYYYMMDD - not "
                   "recorded"
                MOVE 'N' TO WS-VALID-FLAG
             WHEN OTHER
                MOVE WS-ENTRY-DATE TO WS-STATUS-DATE
          END-EVALUATE.

       0740-STORE-CONSENT.
          MOVE 'N' TO WS-FOUND-FLAG
          MOVE WS-ENTRY-ID TO CON-ID
          READ CONSENT-FILE
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                SET WS-FOUND TO TRUE
          END-READ

          MOVE WS-ENTRY-ID    TO CON-ID
          MOVE WS-NEW-STATUS  TO CON-STATUS
          MOVE WS-STATUS-DATE TO CON-STATUS-DATE
          MOVE WS-EXPIRY-DATE TO CON-EXPIRY-DATE

          IF WS-FOUND
             REWRITE CONSENT-RECORD
                INVALID KEY
                   DISPLAY "REWRITE FAILED FOR " WS-ENTRY-ID
                      " STATUS " WS-CON-STATUS
                NOT INVALID KEY
                   ADD 1 TO WS-CHANGE-COUNT
                   DISPLAY "Consent recorded for " WS-ENTRY-ID
             END-REWRITE
          ELSE
             WRITE CONSENT-RECORD
                INVALID KEY
                   DISPLAY "WRITE FAILED FOR " WS-ENTRY-ID
                      " STATUS " WS-CON-STATUS
                NOT INVALID KEY
                   ADD 1 TO WS-CHANGE-COUNT
                   DISPLAY "Consent recorded for " WS-ENTRY-ID
             END-WRITE
          END-IF.

       END PROGRAM BMICONMNT.
