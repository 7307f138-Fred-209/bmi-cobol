               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.

           SELECT CONSENT-FILE ASSIGN TO "BMICONSENT.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CON-ID
               FILE STATUS IS WS-CON-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PATIENT-MASTER-FILE.
       FD  BMI-REJECT-FILE.
           COPY "BMIREJ.CPY".

       FD  CONSENT-FILE.
           COPY "BMICON.CPY".

       WORKING-STORAGE SECTION.
       01 WS-HIST-EOF-FLAG PIC X VALUE 'N'.
          88 WS-HIST-EOF VALUE 'Y'.
       01 WS-HIST-STATUS   PIC XX.
       01 WS-GOAL-STATUS   PIC XX.
       01 WS-REJ-STATUS    PIC XX.
       01 WS-CON-STATUS    PIC XX.

       01 WS-TODAY PIC 9(8).

       01 WS-TARGET-ID PIC X(6).


       01 WS-REJECT-COUNT PIC 9(4).

       01 WS-CONSENT-STANDING PIC X(9).

       PROCEDURE DIVISION.
       0100-START-HERE.
          PERFORM UNTIL WS-DONE
          PERFORM 0210-SHOW-MASTER
          PERFORM 0220-SHOW-HISTORY
          PERFORM 0250-SHOW-GOAL
          PERFORM 0260-SHOW-REJECTS
          PERFORM 0270-SHOW-CONSENT.

       0210-SHOW-MASTER.
          MOVE 'N' TO WS-MASTER-FOUND-FLAG
             DISPLAY "REJECT:  NONE ON THE CURRENT REJECT FILE"
          END-IF.

      *> Standing is judged against today, the same rule BMIEXTRACT
      *> applies against its as-of date.
       0270-SHOW-CONSENT.
          MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

          OPEN INPUT CONSENT-FILE
          IF WS-CON-STATUS NOT = "00"
             DISPLAY "CONSENT: NO CONSENT FILE - NOT SHARED"
          ELSE
             MOVE WS-TARGET-ID TO CON-ID
             READ CONSENT-FILE
                INVALID KEY
                   DISPLAY "CONSENT: NONE ON FILE - NOT SHARED"
                NOT INVALID KEY
                   EVALUATE TRUE
                      WHEN CON-WITHDRAWN
                         MOVE "WITHDRAWN" TO WS-CONSENT-STANDING
                      WHEN CON-STATUS-DATE > WS-TODAY
                         MOVE "PENDING" TO WS-CONSENT-STANDING
                      WHEN NOT CON-NO-EXPIRY
                         AND CON-EXPIRY-DATE < WS-TODAY
                         MOVE "EXPIRED" TO WS-CONSENT-STANDING
                      WHEN OTHER
                         MOVE "CURRENT" TO WS-CONSENT-STANDING
                   END-EVALUATE
                   IF CON-NO-EXPIRY
                      DISPLAY "CONSENT: " WS-CONSENT-STANDING
                         " STATUS " CON-STATUS " DATED "
                         CON-STATUS-DATE
                   ELSE
                      DISPLAY "CONSENT: " WS-CONSENT-STANDING
                         " STATUS " CON-STATUS " DATED "
                         CON-STATUS-DATE " EXPIRES "
                         CON-EXPIRY-DATE
                   END-IF
             END-READ
          END-IF

          IF WS-CON-STATUS NOT = "35"
             CLOSE CONSENT-FILE
          END-IF.

       END PROGRAM BMIINQ.
