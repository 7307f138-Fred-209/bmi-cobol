               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRT-STATUS.

           SELECT HIST-JOURNAL-FILE ASSIGN TO "BMIHJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BMI-HISTORY-FILE.
       FD  LIFE-PRINT-FILE.
       01 PRINT-LINE PIC X(80).

       FD  HIST-JOURNAL-FILE.
           COPY "BMIJRNL.CPY".

       WORKING-STORAGE SECTION.
       01 WS-HIST-EOF-FLAG PIC X VALUE 'N'.
          88 WS-HIST-EOF VALUE 'Y'.
       01 WS-HIST-STATUS PIC XX.
       01 WS-ARC-STATUS  PIC XX.
       01 WS-PRT-STATUS  PIC XX.
       01 WS-JRNL-STATUS PIC XX.

       01 WS-RUN-DATE PIC 9(8).

                   WS-HIST-STATUS
                CLOSE ARCHIVE-FILE
             ELSE
                OPEN EXTEND HIST-JOURNAL-FILE
                IF WS-JRNL-STATUS = "35"
                   OPEN OUTPUT HIST-JOURNAL-FILE
                END-IF
                IF WS-JRNL-STATUS NOT = "00"
                   DISPLAY "BMIHJRNL.DAT COULD NOT BE OPENED, STATUS "
                      WS-JRNL-STATUS
                   STOP RUN
                END-IF

                PERFORM UNTIL WS-ARC-EOF
                   READ ARCHIVE-FILE
                      AT END

                CLOSE ARCHIVE-FILE
                CLOSE BMI-HISTORY-FILE
                CLOSE HIST-JOURNAL-FILE

                DISPLAY "Restore complete: " WS-RESTORE-READ
                   " read, " WS-RESTORE-LOAD " loaded, "
                ADD 1 TO WS-RESTORE-DUP
             NOT INVALID KEY
                ADD 1 TO WS-RESTORE-LOAD
                PERFORM 0530-JOURNAL-RESTORE
          END-WRITE.

       0530-JOURNAL-RESTORE.
          MOVE FUNCTION CURRENT-DATE(1:8) TO JRNL-DATE
          MOVE FUNCTION CURRENT-DATE(9:6) TO JRNL-TIME
          MOVE "BMILIFE" TO JRNL-PROGRAM
          MOVE 'W' TO JRNL-ACTION
          MOVE BMI-HISTORY-RECORD TO JRNL-IMAGE

          WRITE HIST-JOURNAL-RECORD.

       0420-PRINT-PAGE-HEADERS.
          ADD 1 TO WS-PAGE-NUMBER
          MOVE WS-PAGE-NUMBER TO HDG1-PAGE-NO
