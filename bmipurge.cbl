               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRT-STATUS.

           SELECT HIST-JOURNAL-FILE ASSIGN TO "BMIHJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BMI-HISTORY-FILE.
       FD  PURGE-PRINT-FILE.
       01 PRINT-LINE PIC X(80).

       FD  HIST-JOURNAL-FILE.
           COPY "BMIJRNL.CPY".

       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG PIC X VALUE 'N'.
          88 WS-EOF VALUE 'Y'.
          05 WS-HIST-STATUS PIC XX.
          05 WS-ARC-STATUS  PIC XX.
          05 WS-PRT-STATUS  PIC XX.
          05 WS-JRNL-STATUS PIC XX.

       01 WS-CUTOFF-DATE-IN PIC X(8).
       01 WS-CUTOFF-DATE    PIC 9(8).
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
             READ BMI-HISTORY-FILE NEXT RECORD
                AT END
          END-PERFORM

          CLOSE BMI-HISTORY-FILE
          CLOSE ARCHIVE-FILE
          CLOSE HIST-JOURNAL-FILE.

       0210-ROUTE-RECORD.
          ADD 1 TO WS-IN-COUNT
                INVALID KEY
                   DISPLAY "DELETE FAILED FOR KEY " HIST-KEY
                      " STATUS " WS-HIST-STATUS
                NOT INVALID KEY
                   PERFORM 0220-JOURNAL-PURGE
             END-DELETE
             ADD 1 TO WS-ARCHIVED-COUNT
          ELSE
             ADD 1 TO WS-RETAINED-COUNT
          END-IF.

       0220-JOURNAL-PURGE.
          MOVE FUNCTION CURRENT-DATE(1:8) TO JRNL-DATE
          MOVE FUNCTION CURRENT-DATE(9:6) TO JRNL-TIME
          MOVE "BMIPURGE" TO JRNL-PROGRAM
          MOVE 'D' TO JRNL-ACTION
          MOVE ARCHIVE-RECORD TO JRNL-IMAGE

          WRITE HIST-JOURNAL-RECORD.

       0300-COUNT-REMAINING.
          OPEN INPUT BMI-HISTORY-FILE
          IF WS-HIST-STATUS NOT = "00"
