               RECORD KEY IS PAT-ID
               FILE STATUS IS WS-PATMST-STATUS.

           SELECT PATIENT-LOG-FILE ASSIGN TO "BMIPATLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PATL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PATIENT-MASTER-FILE.
           COPY "BMIPAT.CPY".

       FD  PATIENT-LOG-FILE.
           COPY "BMIPATL.CPY".

       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG PIC X VALUE 'N'.
          88 WS-EOF VALUE 'Y'.
       01 WS-PATMST-STATUS PIC XX.
       01 WS-PATL-STATUS   PIC XX.

       01 WS-RUN-DATE  PIC 9(8).
       01 WS-RUN-TIME  PIC 9(6).

       01 WS-ACTION PIC X.
          88 WS-ACTION-ADD        VALUE 'A'.

       01 WS-ID-BLANK-COUNT PIC 9(2).

      *> The master row as read, kept for the before image on the
      *> change log, and the log action for the change being made.
       01 WS-BEFORE-IMAGE PIC X(27).
       01 WS-LOG-ACTION   PIC X.

       PROCEDURE DIVISION.
       0100-START-HERE.
          MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
          MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME

          OPEN I-O PATIENT-MASTER-FILE
          IF WS-PATMST-STATUS = "35"
             DISPLAY "No BMIPATMST.IDX found - starting empty "
             STOP RUN
          END-IF

          OPEN EXTEND PATIENT-LOG-FILE
          IF WS-PATL-STATUS = "35"
             OPEN OUTPUT PATIENT-LOG-FILE
          END-IF
          IF WS-PATL-STATUS NOT = "00"
             DISPLAY "BMIPATLOG.DAT COULD NOT BE OPENED, STATUS "
                WS-PATL-STATUS
             STOP RUN
          END-IF

          PERFORM UNTIL WS-ACTION-EXIT
             DISPLAY " "
             DISPLAY "PATIENT MASTER MAINTENANCE"
          END-PERFORM

          CLOSE PATIENT-MASTER-FILE
          CLOSE PATIENT-LOG-FILE

          IF WS-CHANGE-COUNT > 0
             DISPLAY "Patient master updated, " WS-CHANGE-COUNT
                ACCEPT WS-ENTRY-NAME
                MOVE WS-ENTRY-NAME TO PAT-NAME
                MOVE 'A' TO PAT-STATUS
                MOVE 'R' TO WS-LOG-ACTION
                PERFORM 0720-REWRITE-PATIENT
             ELSE
                DISPLAY "ID " WS-ENTRY-ID " is already on the master"
                      " STATUS " WS-PATMST-STATUS
                NOT INVALID KEY
                   ADD 1 TO WS-CHANGE-COUNT
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE 'A' TO WS-LOG-ACTION
                   PERFORM 0730-WRITE-PATIENT-LOG
                   DISPLAY "Added " WS-ENTRY-ID
             END-WRITE
          END-IF.
             DISPLAY "New name: "
             ACCEPT WS-ENTRY-NAME
             MOVE WS-ENTRY-NAME TO PAT-NAME
             MOVE 'C' TO WS-LOG-ACTION
             PERFORM 0720-REWRITE-PATIENT
             DISPLAY "Changed " WS-ENTRY-ID
          END-IF.
                DISPLAY "ID " WS-ENTRY-ID " is already inactive"
             ELSE
                MOVE 'I' TO PAT-STATUS
                MOVE 'D' TO WS-LOG-ACTION
                PERFORM 0720-REWRITE-PATIENT
                DISPLAY "Deactivated " WS-ENTRY-ID
             END-IF
                CONTINUE
             NOT INVALID KEY
                SET WS-FOUND TO TRUE
                MOVE PATIENT-MASTER-RECORD TO WS-BEFORE-IMAGE
          END-READ.

       0720-REWRITE-PATIENT.
                   " STATUS " WS-PATMST-STATUS
             NOT INVALID KEY
                ADD 1 TO WS-CHANGE-COUNT
                PERFORM 0730-WRITE-PATIENT-LOG
          END-REWRITE.

       0730-WRITE-PATIENT-LOG.
          MOVE WS-RUN-DATE           TO PATL-RUN-DATE
          MOVE WS-RUN-TIME           TO PATL-RUN-TIME
          MOVE "BMIPATMNT"           TO PATL-PROGRAM
          MOVE WS-LOG-ACTION         TO PATL-ACTION
          MOVE PAT-ID                TO PATL-ID
          MOVE WS-BEFORE-IMAGE       TO PATL-BEFORE-IMAGE
          MOVE PATIENT-MASTER-RECORD TO PATL-AFTER-IMAGE

          WRITE PATIENT-LOG-RECORD.

       END PROGRAM BMIPATMNT.
