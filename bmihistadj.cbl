               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT HIST-JOURNAL-FILE ASSIGN TO "BMIHJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Correction transactions arrive batched, one per line:
       FD  ADJ-LOG-FILE.
           COPY "BMIADJL.CPY".

       FD  HIST-JOURNAL-FILE.
           COPY "BMIJRNL.CPY".

       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG PIC X VALUE 'N'.
          88 WS-EOF VALUE 'Y'.
       01 WS-TRANS-STATUS PIC XX.
       01 WS-HIST-STATUS  PIC XX.
       01 WS-LOG-STATUS   PIC XX.
       01 WS-JRNL-STATUS  PIC XX.

       01 WS-RUN-DATE  PIC 9(8).
       01 WS-RUN-TIME  PIC 9(6).
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

          PERFORM UNTIL WS-EOF
             READ ADJ-TRANS-FILE
                AT END
          CLOSE ADJ-TRANS-FILE
          CLOSE BMI-HISTORY-FILE
          CLOSE ADJ-LOG-FILE
          CLOSE HIST-JOURNAL-FILE

          DISPLAY "BMIHISTADJ complete: " WS-READ-COUNT " read, "
             WS-AMEND-COUNT " amended, " WS-VOID-COUNT " voided, "
                ADD 1 TO WS-VOID-COUNT
                MOVE SPACES TO ADJL-AFTER-IMAGE
                PERFORM 0420-WRITE-LOG-APPLIED
                PERFORM 0440-WRITE-JOURNAL-VOID
          END-DELETE.

       0310-AMEND-ROW.
                ADD 1 TO WS-AMEND-COUNT
                MOVE BMI-HISTORY-RECORD TO ADJL-AFTER-IMAGE
                PERFORM 0420-WRITE-LOG-APPLIED
                PERFORM 0450-WRITE-JOURNAL-AMEND
          END-REWRITE.

      *> Same classification rules as BMICALCULATOR, driven from the

          WRITE BMI-ADJUST-LOG-RECORD.

      *> A void journals the row as it stood before the delete -
      *> the adjustment log already holds it, key and all.
       0440-WRITE-JOURNAL-VOID.
          MOVE 'D' TO JRNL-ACTION
          MOVE ADJL-BEFORE-IMAGE TO JRNL-IMAGE
          PERFORM 0460-WRITE-JOURNAL-RECORD.

       0450-WRITE-JOURNAL-AMEND.
          MOVE 'R' TO JRNL-ACTION
          MOVE BMI-HISTORY-RECORD TO JRNL-IMAGE
          PERFORM 0460-WRITE-JOURNAL-RECORD.

       0460-WRITE-JOURNAL-RECORD.
          MOVE FUNCTION CURRENT-DATE(1:8) TO JRNL-DATE
          MOVE FUNCTION CURRENT-DATE(9:6) TO JRNL-TIME
          MOVE "BMIHISTADJ" TO JRNL-PROGRAM

          WRITE HIST-JOURNAL-RECORD.

       END PROGRAM BMIHISTADJ.
