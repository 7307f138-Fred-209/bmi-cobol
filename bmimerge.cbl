       IDENTIFICATION DIVISION.
       PROGRAM-ID. BMIMERGE.
       AUTHOR. FRED DURHAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATIENT-MASTER-FILE ASSIGN TO "BMIPATMST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAT-ID
               FILE STATUS IS WS-PATMST-STATUS.

           SELECT BMI-HISTORY-FILE ASSIGN TO "BMIHIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT HIST-WORK-FILE ASSIGN TO "BMIMRGW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HWRK-STATUS.

           SELECT GOAL-FILE ASSIGN TO "BMIGOAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GOAL-STATUS.

           SELECT BMI-REJECT-FILE ASSIGN TO "BMIREJECT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.

           SELECT REJECT-WORK-FILE ASSIGN TO "BMIMRGRW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RWRK-STATUS.

           SELECT MERGE-LOG-FILE ASSIGN TO "BMIMRGLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT PATIENT-LOG-FILE ASSIGN TO "BMIPATLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PATL-STATUS.

           SELECT HIST-JOURNAL-FILE ASSIGN TO "BMIHJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PATIENT-MASTER-FILE.
           COPY "BMIPAT.CPY".

       FD  BMI-HISTORY-FILE.
           COPY "BMIHIST.CPY".

      *> The retiring ID's history rows are spooled here whole, in
      *> the BMIHIST.CPY layout, before any is re-keyed - writing
      *> rows under the new ID while still reading along the old one
      *> would have the read position chasing its own writes.
       FD  HIST-WORK-FILE.
       01 HIST-WORK-RECORD PIC X(75).

       FD  GOAL-FILE.
           COPY "BMIGOL.CPY".

       FD  BMI-REJECT-FILE.
           COPY "BMIREJ.CPY".

       FD  REJECT-WORK-FILE.
       01 REJECT-WORK-RECORD PIC X(86).

       FD  MERGE-LOG-FILE.
           COPY "BMIMRGL.CPY".

       FD  PATIENT-LOG-FILE.
           COPY "BMIPATL.CPY".

       FD  HIST-JOURNAL-FILE.
           COPY "BMIJRNL.CPY".

       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG PIC X VALUE 'N'.
          88 WS-EOF VALUE 'Y'.
       01 WS-PATMST-STATUS PIC XX.
       01 WS-HIST-STATUS   PIC XX.
       01 WS-HWRK-STATUS   PIC XX.
       01 WS-GOAL-STATUS   PIC XX.
       01 WS-REJ-STATUS    PIC XX.
       01 WS-RWRK-STATUS   PIC XX.
       01 WS-LOG-STATUS    PIC XX.
       01 WS-PATL-STATUS   PIC XX.
       01 WS-JRNL-STATUS   PIC XX.

       01 WS-RUN-DATE  PIC 9(8).
       01 WS-RUN-TIME  PIC 9(6).

       01 WS-ENTRY-FIELDS.
          05 WS-FROM-ID     PIC X(6).
          05 WS-TO-ID       PIC X(6).
          05 WS-FROM-NAME   PIC X(20).
          05 WS-TO-NAME     PIC X(20).
          05 WS-CONFIRM     PIC X.

       01 WS-ID-BLANK-COUNT PIC 9(2).

       01 WS-IDS-VALID-FLAG PIC X VALUE 'Y'.
          88 WS-IDS-VALID VALUE 'Y'.

       01 WS-ERROR-FLAG PIC X VALUE 'N'.
          88 WS-ERRORS VALUE 'Y'.

       01 WS-MERGE-KEY.
          05 WS-KEY-ID   PIC X(6).
          05 WS-KEY-DATE PIC 9(8).

       01 WS-BEFORE-IMAGE PIC X(86).

      *> Goals are a small line-sequential file rewritten whole, the
      *> same way BMIGOAL keeps it. Each entry is in the BMIGOL.CPY
      *> layout so it moves to and from the log images as one item.
       01 WS-GOAL-TABLE.
          05 WS-GOAL-COUNT PIC 9(4) VALUE 0.
          05 WS-GOAL-LIMIT PIC 9(4) VALUE 9999.
          05 WS-GOAL-ENTRY OCCURS 9999.
             10 WS-GOL-ID          PIC X(6).
             10 WS-GOL-SET-DATE    PIC 9(8).
             10 WS-GOL-TARGET-DATE PIC 9(8).
             10 WS-GOL-START-BMI   PIC 999V99.
             10 WS-GOL-TARGET-BMI  PIC 999V99.
             10 WS-GOL-STATUS      PIC X.

       01 WS-GOAL-SUB PIC 9(4).

       01 WS-GOAL-CHANGED-FLAG PIC X VALUE 'N'.
          88 WS-GOAL-CHANGED VALUE 'Y'.
       01 WS-TO-OPEN-FLAG PIC X VALUE 'N'.
          88 WS-TO-HAS-OPEN-GOAL VALUE 'Y'.

       01 WS-MERGE-COUNTS.
          05 WS-HIST-MOVED-COUNT   PIC 9(5) VALUE 0.
          05 WS-HIST-DROPPED-COUNT PIC 9(5) VALUE 0.
          05 WS-GOAL-MOVED-COUNT   PIC 9(4) VALUE 0.
          05 WS-GOAL-CLOSED-COUNT  PIC 9(4) VALUE 0.
          05 WS-REJ-MOVED-COUNT    PIC 9(5) VALUE 0.
          05 WS-FAIL-COUNT         PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       0100-START-HERE.
          MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
          MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME

          OPEN I-O PATIENT-MASTER-FILE
          IF WS-PATMST-STATUS NOT = "00"
             DISPLAY "BMIPATMST.IDX COULD NOT BE OPENED, STATUS "
                WS-PATMST-STATUS
             STOP RUN
          END-IF

          PERFORM 0200-ACCEPT-IDS

          IF NOT WS-IDS-VALID
             CLOSE PATIENT-MASTER-FILE
             DISPLAY "Merge not done"
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF

          DISPLAY " "
          DISPLAY "RETIRE  " WS-FROM-ID " " WS-FROM-NAME
          DISPLAY "KEEP    " WS-TO-ID " " WS-TO-NAME
          DISPLAY "Merge history, goals and rejects into "
             WS-TO-ID " - Y to proceed: "
          ACCEPT WS-CONFIRM

          IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
             CLOSE PATIENT-MASTER-FILE
             DISPLAY "Merge cancelled - no changes made"
             STOP RUN
          END-IF

          OPEN EXTEND MERGE-LOG-FILE
          IF WS-LOG-STATUS = "35"
             OPEN OUTPUT MERGE-LOG-FILE
          END-IF
          IF WS-LOG-STATUS NOT = "00"
             DISPLAY "BMIMRGLOG.DAT COULD NOT BE OPENED, STATUS "
                WS-LOG-STATUS
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

          OPEN EXTEND HIST-JOURNAL-FILE
          IF WS-JRNL-STATUS = "35"
             OPEN OUTPUT HIST-JOURNAL-FILE
          END-IF
          IF WS-JRNL-STATUS NOT = "00"
             DISPLAY "BMIHJRNL.DAT COULD NOT BE OPENED, STATUS "
                WS-JRNL-STATUS
             STOP RUN
          END-IF

          PERFORM 0300-MERGE-HISTORY
          PERFORM 0400-MERGE-GOALS
          PERFORM 0500-MERGE-REJECTS
          PERFORM 0600-RETIRE-FROM-ID

          CLOSE PATIENT-MASTER-FILE
          CLOSE MERGE-LOG-FILE
          CLOSE PATIENT-LOG-FILE
          CLOSE HIST-JOURNAL-FILE

          DISPLAY "BMIMERGE complete: " WS-FROM-ID " into "
             WS-TO-ID
          DISPLAY "  HISTORY ROWS MOVED   " WS-HIST-MOVED-COUNT
             "  DROPPED " WS-HIST-DROPPED-COUNT
          DISPLAY "  GOALS MOVED          " WS-GOAL-MOVED-COUNT
             "  CLOSED  " WS-GOAL-CLOSED-COUNT
          DISPLAY "  REJECTS MOVED        " WS-REJ-MOVED-COUNT
          DISPLAY "  FAILURES             " WS-FAIL-COUNT

          IF WS-ERRORS
             MOVE 8 TO RETURN-CODE
          END-IF

       STOP RUN.

      *> The surviving ID must be active - readings and goals are
      *> being moved onto it. The retiring ID only has to be on the
      *> master; it may already be inactive when a merge that was
      *> cut short is run again to finish the job.
       0200-ACCEPT-IDS.
          DISPLAY "Duplicate ID to retire (6 characters): "
          ACCEPT WS-FROM-ID
          DISPLAY "Surviving ID to keep (6 characters): "
          ACCEPT WS-TO-ID

          MOVE 0 TO WS-ID-BLANK-COUNT
          INSPECT WS-FROM-ID
             TALLYING WS-ID-BLANK-COUNT FOR ALL SPACE
          INSPECT WS-TO-ID
             TALLYING WS-ID-BLANK-COUNT FOR ALL SPACE

          EVALUATE TRUE
             WHEN WS-ID-BLANK-COUNT > 0
                DISPLAY "IDs must be 6 characters with no blanks"
                MOVE 'N' TO WS-IDS-VALID-FLAG
             WHEN WS-FROM-ID = WS-TO-ID
                DISPLAY "Retiring and surviving ID are the same"
                MOVE 'N' TO WS-IDS-VALID-FLAG
             WHEN OTHER
                PERFORM 0210-CHECK-MASTER
          END-EVALUATE.

       0210-CHECK-MASTER.
          MOVE WS-TO-ID TO PAT-ID
          READ PATIENT-MASTER-FILE
             INVALID KEY
                DISPLAY "ID " WS-TO-ID " not on the master"
                MOVE 'N' TO WS-IDS-VALID-FLAG
             NOT INVALID KEY
                IF PAT-ACTIVE
                   MOVE PAT-NAME TO WS-TO-NAME
                ELSE
                   DISPLAY "ID " WS-TO-ID " is inactive - "
                      "reactivate it with BMIPATMNT first"
                   MOVE 'N' TO WS-IDS-VALID-FLAG
                END-IF
          END-READ

          MOVE WS-FROM-ID TO PAT-ID
          READ PATIENT-MASTER-FILE
             INVALID KEY
                DISPLAY "ID " WS-FROM-ID " not on the master"
                MOVE 'N' TO WS-IDS-VALID-FLAG
             NOT INVALID KEY
                MOVE PAT-NAME TO WS-FROM-NAME
                IF PAT-INACTIVE
                   DISPLAY "ID " WS-FROM-ID " is already inactive"
                END-IF
          END-READ.

       0300-MERGE-HISTORY.
          OPEN I-O BMI-HISTORY-FILE
          IF WS-HIST-STATUS NOT = "00"
             DISPLAY "BMIHIST.IDX COULD NOT BE OPENED, STATUS "
                WS-HIST-STATUS
             STOP RUN
          END-IF

          OPEN OUTPUT HIST-WORK-FILE
          IF WS-HWRK-STATUS NOT = "00"
             DISPLAY "BMIMRGW.DAT COULD NOT BE OPENED, STATUS "
                WS-HWRK-STATUS
             STOP RUN
          END-IF

          MOVE 'N' TO WS-EOF-FLAG
          MOVE WS-FROM-ID TO HIST-ID
          MOVE 0 TO HIST-RUN-DATE
          START BMI-HISTORY-FILE KEY >= HIST-KEY
             INVALID KEY
                SET WS-EOF TO TRUE
          END-START

          PERFORM UNTIL WS-EOF
             READ BMI-HISTORY-FILE NEXT RECORD
                AT END
                   SET WS-EOF TO TRUE
                NOT AT END
                   IF HIST-ID NOT = WS-FROM-ID
                      SET WS-EOF TO TRUE
                   ELSE
                      MOVE BMI-HISTORY-RECORD TO HIST-WORK-RECORD
                      WRITE HIST-WORK-RECORD
                   END-IF
             END-READ
          END-PERFORM

          CLOSE HIST-WORK-FILE

          OPEN INPUT HIST-WORK-FILE
          IF WS-HWRK-STATUS NOT = "00"
             DISPLAY "BMIMRGW.DAT COULD NOT BE REOPENED, STATUS "
                WS-HWRK-STATUS
             STOP RUN
          END-IF

          MOVE 'N' TO WS-EOF-FLAG
          PERFORM UNTIL WS-EOF
             READ HIST-WORK-FILE
                AT END
                   SET WS-EOF TO TRUE
                NOT AT END
                   PERFORM 0310-REKEY-HISTORY-ROW
             END-READ
          END-PERFORM

          CLOSE HIST-WORK-FILE
          CLOSE BMI-HISTORY-FILE.

      *> A reading already held by the surviving ID for the same run
      *> date wins - it is the row the clinic has been seeing under
      *> the ID being kept. The retiring ID's row is still removed,
      *> and its full image goes to the log so it can be put back.
       0310-REKEY-HISTORY-ROW.
          MOVE HIST-WORK-RECORD TO BMI-HISTORY-RECORD
          MOVE HIST-WORK-RECORD TO WS-BEFORE-IMAGE

          MOVE SPACES TO BMI-MERGE-LOG-RECORD
          MOVE "HIST"     TO MRGL-FILE
          MOVE HIST-KEY   TO MRGL-BEFORE-KEY
          MOVE WS-BEFORE-IMAGE TO MRGL-BEFORE-IMAGE

          MOVE WS-TO-ID TO HIST-ID
          WRITE BMI-HISTORY-RECORD
             INVALID KEY
                IF WS-HIST-STATUS = "22"
                   MOVE "DROPPED " TO MRGL-ACTION
                ELSE
                   MOVE "FAILED  " TO MRGL-ACTION
                END-IF
             NOT INVALID KEY
                MOVE "REKEYED " TO MRGL-ACTION
                MOVE HIST-KEY TO MRGL-AFTER-KEY
                MOVE BMI-HISTORY-RECORD TO MRGL-AFTER-IMAGE
                MOVE 'W' TO JRNL-ACTION
                PERFORM 0330-WRITE-JOURNAL-RECORD
          END-WRITE

          MOVE WS-BEFORE-IMAGE TO BMI-HISTORY-RECORD

          EVALUATE MRGL-ACTION
             WHEN "FAILED  "
                DISPLAY "WRITE FAILED FOR " WS-TO-ID " "
                   HIST-RUN-DATE " STATUS " WS-HIST-STATUS
                ADD 1 TO WS-FAIL-COUNT
                SET WS-ERRORS TO TRUE
             WHEN "DROPPED "
                ADD 1 TO WS-HIST-DROPPED-COUNT
                DISPLAY "  " WS-TO-ID " already has a reading for "
                   HIST-RUN-DATE " - " WS-FROM-ID " row dropped"
                PERFORM 0320-DELETE-FROM-ROW
             WHEN OTHER
                ADD 1 TO WS-HIST-MOVED-COUNT
                PERFORM 0320-DELETE-FROM-ROW
          END-EVALUATE

          PERFORM 0700-WRITE-LOG-RECORD.

       0320-DELETE-FROM-ROW.
          DELETE BMI-HISTORY-FILE
             INVALID KEY
                DISPLAY "DELETE FAILED FOR " HIST-ID " "
                   HIST-RUN-DATE " STATUS " WS-HIST-STATUS
                ADD 1 TO WS-FAIL-COUNT
                SET WS-ERRORS TO TRUE
             NOT INVALID KEY
                MOVE 'D' TO JRNL-ACTION
                PERFORM 0330-WRITE-JOURNAL-RECORD
          END-DELETE.

      *> Both halves of a move are journaled - the row written under
      *> the surviving ID and the row deleted from the retiring one -
      *> so a history rebuild replays the merge as it happened.
       0330-WRITE-JOURNAL-RECORD.
          MOVE FUNCTION CURRENT-DATE(1:8) TO JRNL-DATE
          MOVE FUNCTION CURRENT-DATE(9:6) TO JRNL-TIME
          MOVE "BMIMERGE" TO JRNL-PROGRAM
          MOVE BMI-HISTORY-RECORD TO JRNL-IMAGE

          WRITE HIST-JOURNAL-RECORD.

      *> Every goal the retiring ID ever had follows the person. A
      *> patient may hold only one open goal, so when both IDs have
      *> one the retiring ID's open goal is closed as it moves.
       0400-MERGE-GOALS.
          PERFORM 0410-LOAD-GOALS

          PERFORM VARYING WS-GOAL-SUB FROM 1 BY 1
             UNTIL WS-GOAL-SUB > WS-GOAL-COUNT
             IF WS-GOL-ID(WS-GOAL-SUB) = WS-TO-ID
                AND WS-GOL-STATUS(WS-GOAL-SUB) = 'O'
                SET WS-TO-HAS-OPEN-GOAL TO TRUE
             END-IF
          END-PERFORM

          PERFORM VARYING WS-GOAL-SUB FROM 1 BY 1
             UNTIL WS-GOAL-SUB > WS-GOAL-COUNT
             IF WS-GOL-ID(WS-GOAL-SUB) = WS-FROM-ID
                PERFORM 0420-REKEY-GOAL
             END-IF
          END-PERFORM

          IF WS-GOAL-CHANGED
             PERFORM 0430-REWRITE-GOALS
          END-IF.

       0410-LOAD-GOALS.
          MOVE 'N' TO WS-EOF-FLAG
          OPEN INPUT GOAL-FILE

          IF WS-GOAL-STATUS = "35"
             DISPLAY "No BMIGOAL.DAT found - no goals to move"
          ELSE
             IF WS-GOAL-STATUS NOT = "00"
                DISPLAY "BMIGOAL.DAT COULD NOT BE OPENED, STATUS "
                   WS-GOAL-STATUS
                STOP RUN
             END-IF

             PERFORM UNTIL WS-EOF
                READ GOAL-FILE
                   AT END
                      SET WS-EOF TO TRUE
                   NOT AT END
                      IF WS-GOAL-COUNT >= WS-GOAL-LIMIT
                         DISPLAY "GOAL FILE EXCEEDS TABLE LIMIT"
                         STOP RUN
                      END-IF
                      ADD 1 TO WS-GOAL-COUNT
                      MOVE BMI-GOAL-RECORD
                        TO WS-GOAL-ENTRY(WS-GOAL-COUNT)
                END-READ
             END-PERFORM

             CLOSE GOAL-FILE
          END-IF.

       0420-REKEY-GOAL.
          MOVE SPACES TO BMI-MERGE-LOG-RECORD
          MOVE "GOAL" TO MRGL-FILE
          MOVE WS-GOL-ID(WS-GOAL-SUB)       TO WS-KEY-ID
          MOVE WS-GOL-SET-DATE(WS-GOAL-SUB) TO WS-KEY-DATE
          MOVE WS-MERGE-KEY TO MRGL-BEFORE-KEY
          MOVE WS-GOAL-ENTRY(WS-GOAL-SUB) TO MRGL-BEFORE-IMAGE

          MOVE "REKEYED " TO MRGL-ACTION
          IF WS-GOL-STATUS(WS-GOAL-SUB) = 'O'
             IF WS-TO-HAS-OPEN-GOAL
                MOVE 'C' TO WS-GOL-STATUS(WS-GOAL-SUB)
                MOVE "CLOSED  " TO MRGL-ACTION
                ADD 1 TO WS-GOAL-CLOSED-COUNT
                DISPLAY "  " WS-TO-ID " already has an open goal - "
                   WS-FROM-ID " goal closed"
             ELSE
                SET WS-TO-HAS-OPEN-GOAL TO TRUE
             END-IF
          END-IF

          MOVE WS-TO-ID TO WS-GOL-ID(WS-GOAL-SUB)
          MOVE WS-TO-ID TO WS-KEY-ID
          MOVE WS-MERGE-KEY TO MRGL-AFTER-KEY
          MOVE WS-GOAL-ENTRY(WS-GOAL-SUB) TO MRGL-AFTER-IMAGE

          ADD 1 TO WS-GOAL-MOVED-COUNT
          SET WS-GOAL-CHANGED TO TRUE
          PERFORM 0700-WRITE-LOG-RECORD.

       0430-REWRITE-GOALS.
          OPEN OUTPUT GOAL-FILE
          IF WS-GOAL-STATUS NOT = "00"
             DISPLAY "BMIGOAL.DAT COULD NOT BE REWRITTEN, STATUS "
                WS-GOAL-STATUS
             STOP RUN
          END-IF

          PERFORM VARYING WS-GOAL-SUB FROM 1 BY 1
             UNTIL WS-GOAL-SUB > WS-GOAL-COUNT
             MOVE WS-GOAL-ENTRY(WS-GOAL-SUB) TO BMI-GOAL-RECORD
             WRITE BMI-GOAL-RECORD
          END-PERFORM

          CLOSE GOAL-FILE.

      *> Pending rejects are copied through the work file with the
      *> retiring ID changed, then copied back, so the reject queue
      *> is never loaded into storage and keeps its order.
       0500-MERGE-REJECTS.
          MOVE 'N' TO WS-EOF-FLAG
          OPEN INPUT BMI-REJECT-FILE
          IF WS-REJ-STATUS = "35"
             DISPLAY "No BMIREJECT.DAT found - no rejects to move"
          ELSE
             IF WS-REJ-STATUS NOT = "00"
                DISPLAY "BMIREJECT.DAT COULD NOT BE OPENED, STATUS "
                   WS-REJ-STATUS
                STOP RUN
             END-IF

             OPEN OUTPUT REJECT-WORK-FILE
             IF WS-RWRK-STATUS NOT = "00"
                DISPLAY "BMIMRGRW.DAT COULD NOT BE OPENED, STATUS "
                   WS-RWRK-STATUS
                STOP RUN
             END-IF

             PERFORM UNTIL WS-EOF
                READ BMI-REJECT-FILE
                   AT END
                      SET WS-EOF TO TRUE
                   NOT AT END
                      IF REJ-ID = WS-FROM-ID
                         PERFORM 0510-REKEY-REJECT
                      END-IF
                      MOVE BMI-REJECT-RECORD TO REJECT-WORK-RECORD
                      WRITE REJECT-WORK-RECORD
                END-READ
             END-PERFORM

             CLOSE BMI-REJECT-FILE
             CLOSE REJECT-WORK-FILE

             IF WS-REJ-MOVED-COUNT > 0
                PERFORM 0520-COPY-BACK-REJECTS
             END-IF
          END-IF.

       0510-REKEY-REJECT.
          MOVE SPACES TO BMI-MERGE-LOG-RECORD
          MOVE "REJ " TO MRGL-FILE
          MOVE "REKEYED " TO MRGL-ACTION
          MOVE REJ-ID       TO WS-KEY-ID
          MOVE REJ-RUN-DATE TO WS-KEY-DATE
          MOVE WS-MERGE-KEY TO MRGL-BEFORE-KEY
          MOVE BMI-REJECT-RECORD TO MRGL-BEFORE-IMAGE

          MOVE WS-TO-ID TO REJ-ID
          MOVE WS-TO-ID TO WS-KEY-ID
          MOVE WS-MERGE-KEY TO MRGL-AFTER-KEY
          MOVE BMI-REJECT-RECORD TO MRGL-AFTER-IMAGE

          ADD 1 TO WS-REJ-MOVED-COUNT
          PERFORM 0700-WRITE-LOG-RECORD.

       0520-COPY-BACK-REJECTS.
          OPEN INPUT REJECT-WORK-FILE
          IF WS-RWRK-STATUS NOT = "00"
             DISPLAY "BMIMRGRW.DAT COULD NOT BE REOPENED, STATUS "
                WS-RWRK-STATUS
             STOP RUN
          END-IF

          OPEN OUTPUT BMI-REJECT-FILE
          IF WS-REJ-STATUS NOT = "00"
             DISPLAY "BMIREJECT.DAT COULD NOT BE REWRITTEN, STATUS "
                WS-REJ-STATUS
             STOP RUN
          END-IF

          MOVE 'N' TO WS-EOF-FLAG
          PERFORM UNTIL WS-EOF
             READ REJECT-WORK-FILE
                AT END
                   SET WS-EOF TO TRUE
                NOT AT END
                   MOVE REJECT-WORK-RECORD TO BMI-REJECT-RECORD
                   WRITE BMI-REJECT-RECORD
             END-READ
          END-PERFORM

          CLOSE REJECT-WORK-FILE
          CLOSE BMI-REJECT-FILE.

      *> Done last, so a merge that stops part way leaves the
      *> retiring ID active and can simply be run again.
       0600-RETIRE-FROM-ID.
          MOVE WS-FROM-ID TO PAT-ID
          READ PATIENT-MASTER-FILE
             INVALID KEY
                DISPLAY "ID " WS-FROM-ID " no longer on the master"
                ADD 1 TO WS-FAIL-COUNT
                SET WS-ERRORS TO TRUE
             NOT INVALID KEY
                IF PAT-ACTIVE
                   PERFORM 0610-DEACTIVATE-FROM-ID
                END-IF
          END-READ.

       0610-DEACTIVATE-FROM-ID.
          MOVE SPACES TO BMI-MERGE-LOG-RECORD
          MOVE "PAT " TO MRGL-FILE
          MOVE "RETIRED " TO MRGL-ACTION
          MOVE PAT-ID TO MRGL-BEFORE-KEY
          MOVE PAT-ID TO MRGL-AFTER-KEY
          MOVE PATIENT-MASTER-RECORD TO MRGL-BEFORE-IMAGE

          MOVE 'I' TO PAT-STATUS
          REWRITE PATIENT-MASTER-RECORD
             INVALID KEY
                DISPLAY "REWRITE FAILED FOR " WS-FROM-ID
                   " STATUS " WS-PATMST-STATUS
                ADD 1 TO WS-FAIL-COUNT
                SET WS-ERRORS TO TRUE
             NOT INVALID KEY
                MOVE PATIENT-MASTER-RECORD TO MRGL-AFTER-IMAGE
                PERFORM 0700-WRITE-LOG-RECORD
                PERFORM 0620-WRITE-PATIENT-LOG
          END-REWRITE.

       0620-WRITE-PATIENT-LOG.
          MOVE WS-RUN-DATE           TO PATL-RUN-DATE
          MOVE WS-RUN-TIME           TO PATL-RUN-TIME
          MOVE "BMIMERGE"            TO PATL-PROGRAM
          MOVE 'D'                   TO PATL-ACTION
          MOVE PAT-ID                TO PATL-ID
          MOVE MRGL-BEFORE-IMAGE     TO PATL-BEFORE-IMAGE
          MOVE PATIENT-MASTER-RECORD TO PATL-AFTER-IMAGE

          WRITE PATIENT-LOG-RECORD.

       0700-WRITE-LOG-RECORD.
          MOVE WS-RUN-DATE TO MRGL-RUN-DATE
          MOVE WS-RUN-TIME TO MRGL-RUN-TIME
          MOVE WS-FROM-ID  TO MRGL-FROM-ID
          MOVE WS-TO-ID    TO MRGL-TO-ID

          WRITE BMI-MERGE-LOG-RECORD.

       END PROGRAM BMIMERGE.
