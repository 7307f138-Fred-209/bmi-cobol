       IDENTIFICATION DIVISION.
       PROGRAM-ID. BMIDUPRPT.
       AUTHOR. FRED DURHAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BMI-HISTORY-FILE ASSIGN TO "BMIHIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT PATIENT-MASTER-FILE ASSIGN TO "BMIPATMST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAT-ID
               FILE STATUS IS WS-PATMST-STATUS.

           SELECT DUP-SORT-FILE ASSIGN TO "BMIDUPSW.DAT".

           SELECT DUP-PRINT-FILE ASSIGN TO "BMIDUPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BMI-HISTORY-FILE.
           COPY "BMIHIST.CPY".

       FD  PATIENT-MASTER-FILE.
           COPY "BMIPAT.CPY".

      *> One sort row per history reading that carries a date of
      *> birth. Sorted by name and date of birth, every ID that shares
      *> both lands in the same group - the history key order alone
      *> would scatter them across the file.
       SD  DUP-SORT-FILE.
       01 DUP-SORT-RECORD.
          05 DSR-NAME     PIC X(20).
          05 DSR-DOB      PIC 9(8).
          05 DSR-ID       PIC X(6).
          05 DSR-RUN-DATE PIC 9(8).

       FD  DUP-PRINT-FILE.
       01 PRINT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG PIC X VALUE 'N'.
          88 WS-EOF VALUE 'Y'.
       01 WS-SORT-EOF-FLAG PIC X VALUE 'N'.
          88 WS-SORT-EOF VALUE 'Y'.
       01 WS-HIST-STATUS   PIC XX.
       01 WS-PATMST-STATUS PIC XX.
       01 WS-PRT-STATUS    PIC XX.

       01 WS-RUN-DATE PIC 9(8).

       01 WS-MASTER-OPEN-FLAG PIC X VALUE 'N'.
          88 WS-MASTER-OPEN VALUE 'Y'.

      *> The IDs in the name and date-of-birth group being built. A
      *> group is only printed once it is known to hold more than
      *> one ID.
       01 WS-GROUP-FIELDS.
          05 WS-GRP-NAME  PIC X(20) VALUE SPACES.
          05 WS-GRP-DOB   PIC 9(8) VALUE 0.
          05 WS-GRP-COUNT PIC 9(2) VALUE 0.
          05 WS-GRP-LIMIT PIC 9(2) VALUE 50.
          05 WS-GRP-ENTRY OCCURS 50.
             10 WS-GRP-ID       PIC X(6).
             10 WS-GRP-READINGS PIC 9(5).
             10 WS-GRP-FIRST    PIC 9(8).
             10 WS-GRP-LATEST   PIC 9(8).

       01 WS-GRP-SUB PIC 9(2).

       01 WS-DUP-COUNTS.
          05 WS-READ-COUNT    PIC 9(7) VALUE 0.
          05 WS-NODOB-COUNT   PIC 9(7) VALUE 0.
          05 WS-SORTED-COUNT  PIC 9(7) VALUE 0.
          05 WS-GROUP-TOTAL   PIC 9(5) VALUE 0.
          05 WS-ID-TOTAL      PIC 9(5) VALUE 0.

       01 WS-PRINT-CONTROL.
          05 WS-LINE-COUNT      PIC 99 VALUE 99.
          05 WS-LINES-PER-PAGE  PIC 99 VALUE 40.
          05 WS-PAGE-NUMBER     PIC 9(4) VALUE 0.
          05 WS-SAVED-PRINT-LINE PIC X(80).

       01 WS-HEADING-LINE-1.
          05 FILLER       PIC X(20) VALUE SPACES.
          05 FILLER       PIC X(31)
             VALUE "DUPLICATE PATIENT CANDIDATES".
          05 FILLER       PIC X(5)  VALUE "PAGE ".
          05 HDG1-PAGE-NO PIC ZZZ9.

       01 WS-HEADING-LINE-2.
          05 FILLER        PIC X(10) VALUE "RUN DATE: ".
          05 HDG2-RUN-DATE PIC 9(8).

       01 WS-COLUMN-HEADING-LINE.
          05 FILLER PIC X(4)  VALUE SPACES.
          05 FILLER PIC X(8)  VALUE "ID".
          05 FILLER PIC X(10) VALUE "READINGS".
          05 FILLER PIC X(10) VALUE "FIRST".
          05 FILLER PIC X(10) VALUE "LATEST".
          05 FILLER PIC X(13) VALUE "MASTER".

       01 WS-GROUP-LINE.
          05 FILLER        PIC X(6)  VALUE "NAME: ".
          05 GRPL-NAME     PIC X(20).
          05 FILLER        PIC X(7)  VALUE "  DOB: ".
          05 GRPL-DOB      PIC 9(8).
          05 FILLER        PIC X(7)  VALUE "  IDS: ".
          05 GRPL-COUNT    PIC Z9.

       01 WS-DETAIL-LINE.
          05 FILLER        PIC X(4)  VALUE SPACES.
          05 DTL-ID        PIC X(8).
          05 DTL-READINGS  PIC ZZZZ9.
          05 FILLER        PIC X(5)  VALUE SPACES.
          05 DTL-FIRST     PIC 9(8).
          05 FILLER        PIC X(2)  VALUE SPACES.
          05 DTL-LATEST    PIC 9(8).
          05 FILLER        PIC X(2)  VALUE SPACES.
          05 DTL-MASTER    PIC X(13).

       01 WS-TOTAL-LINE-1.
          05 FILLER          PIC X(20) VALUE "HISTORY ROWS READ:  ".
          05 TOT-READ-COUNT  PIC Z(6)9.

       01 WS-TOTAL-LINE-2.
          05 FILLER          PIC X(20) VALUE "ROWS WITHOUT DOB:   ".
          05 TOT-NODOB-COUNT PIC Z(6)9.

       01 WS-TOTAL-LINE-3.
          05 FILLER          PIC X(20) VALUE "CANDIDATE GROUPS:   ".
          05 TOT-GROUP-COUNT PIC ZZZZ9.

       01 WS-TOTAL-LINE-4.
          05 FILLER          PIC X(20) VALUE "IDS IN GROUPS:      ".
          05 TOT-ID-COUNT    PIC ZZZZ9.

       PROCEDURE DIVISION.
       0100-START-HERE.
          MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

          OPEN INPUT BMI-HISTORY-FILE
          IF WS-HIST-STATUS NOT = "00"
             DISPLAY "BMIHIST.IDX COULD NOT BE OPENED, STATUS "
                WS-HIST-STATUS
             STOP RUN
          END-IF

          OPEN INPUT PATIENT-MASTER-FILE
          IF WS-PATMST-STATUS = "00"
             SET WS-MASTER-OPEN TO TRUE
          ELSE
             DISPLAY "BMIPATMST.IDX COULD NOT BE OPENED, STATUS "
                WS-PATMST-STATUS " - MASTER STATUS NOT SHOWN"
          END-IF

          OPEN OUTPUT DUP-PRINT-FILE

          SORT DUP-SORT-FILE
             ON ASCENDING KEY DSR-NAME DSR-DOB DSR-ID DSR-RUN-DATE
             INPUT PROCEDURE IS 0200-RELEASE-HISTORY
             OUTPUT PROCEDURE IS 0300-REPORT-CANDIDATES

          PERFORM 0400-PRINT-TOTALS

          CLOSE BMI-HISTORY-FILE
          IF WS-MASTER-OPEN
             CLOSE PATIENT-MASTER-FILE
          END-IF
          CLOSE DUP-PRINT-FILE

          DISPLAY "BMIDUPRPT complete: " WS-GROUP-TOTAL
             " candidate groups, " WS-ID-TOTAL " IDs"

       STOP RUN.

      *> Rows loaded from the old flat history carry a zero date of
      *> birth and cannot be matched on it, so they are left out.
       0200-RELEASE-HISTORY.
          PERFORM UNTIL WS-EOF
             READ BMI-HISTORY-FILE
                AT END
                   SET WS-EOF TO TRUE
                NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF HIST-DOB = 0 OR HIST-NAME = SPACES
                      ADD 1 TO WS-NODOB-COUNT
                   ELSE
                      MOVE HIST-NAME     TO DSR-NAME
                      MOVE HIST-DOB      TO DSR-DOB
                      MOVE HIST-ID       TO DSR-ID
                      MOVE HIST-RUN-DATE TO DSR-RUN-DATE
                      RELEASE DUP-SORT-RECORD
                      ADD 1 TO WS-SORTED-COUNT
                   END-IF
             END-READ
          END-PERFORM.

       0300-REPORT-CANDIDATES.
          PERFORM UNTIL WS-SORT-EOF
             RETURN DUP-SORT-FILE
                AT END
                   SET WS-SORT-EOF TO TRUE
                NOT AT END
                   PERFORM 0310-NOTE-SORTED-ROW
             END-RETURN
          END-PERFORM

          IF WS-GRP-COUNT > 0
             PERFORM 0320-END-GROUP
          END-IF.

       0310-NOTE-SORTED-ROW.
          IF DSR-NAME NOT = WS-GRP-NAME
             OR DSR-DOB NOT = WS-GRP-DOB
             IF WS-GRP-COUNT > 0
                PERFORM 0320-END-GROUP
             END-IF
             MOVE DSR-NAME TO WS-GRP-NAME
             MOVE DSR-DOB  TO WS-GRP-DOB
             MOVE 0 TO WS-GRP-COUNT
          END-IF

          IF WS-GRP-COUNT = 0
             PERFORM 0315-ADD-GROUP-ID
          ELSE
             IF DSR-ID NOT = WS-GRP-ID(WS-GRP-COUNT)
                PERFORM 0315-ADD-GROUP-ID
             END-IF
          END-IF

          ADD 1 TO WS-GRP-READINGS(WS-GRP-COUNT)
          MOVE DSR-RUN-DATE TO WS-GRP-LATEST(WS-GRP-COUNT).

      *> More IDs than the group table holds under one name and date
      *> of birth would be a data problem of its own - the extra IDs
      *> are folded into the last entry rather than stopping the run.
       0315-ADD-GROUP-ID.
          IF WS-GRP-COUNT >= WS-GRP-LIMIT
             DISPLAY "MORE THAN " WS-GRP-LIMIT " IDS FOR "
                WS-GRP-NAME " " WS-GRP-DOB " - LIST TRUNCATED"
          ELSE
             ADD 1 TO WS-GRP-COUNT
             MOVE DSR-ID       TO WS-GRP-ID(WS-GRP-COUNT)
             MOVE 0            TO WS-GRP-READINGS(WS-GRP-COUNT)
             MOVE DSR-RUN-DATE TO WS-GRP-FIRST(WS-GRP-COUNT)
          END-IF.

       0320-END-GROUP.
          IF WS-GRP-COUNT > 1
             ADD 1 TO WS-GROUP-TOTAL
             ADD WS-GRP-COUNT TO WS-ID-TOTAL

             MOVE SPACES TO PRINT-LINE
             PERFORM 0440-WRITE-PRINT-LINE
             MOVE WS-GRP-NAME  TO GRPL-NAME
             MOVE WS-GRP-DOB   TO GRPL-DOB
             MOVE WS-GRP-COUNT TO GRPL-COUNT
             MOVE WS-GROUP-LINE TO PRINT-LINE
             PERFORM 0440-WRITE-PRINT-LINE

             PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
                UNTIL WS-GRP-SUB > WS-GRP-COUNT
                PERFORM 0330-PRINT-GROUP-ID
             END-PERFORM
          END-IF.

       0330-PRINT-GROUP-ID.
          MOVE WS-GRP-ID(WS-GRP-SUB)       TO DTL-ID
          MOVE WS-GRP-READINGS(WS-GRP-SUB) TO DTL-READINGS
          MOVE WS-GRP-FIRST(WS-GRP-SUB)    TO DTL-FIRST
          MOVE WS-GRP-LATEST(WS-GRP-SUB)   TO DTL-LATEST

          MOVE SPACES TO DTL-MASTER
          IF WS-MASTER-OPEN
             MOVE WS-GRP-ID(WS-GRP-SUB) TO PAT-ID
             READ PATIENT-MASTER-FILE
                INVALID KEY
                   MOVE "NOT ON MASTER" TO DTL-MASTER
                NOT INVALID KEY
                   IF PAT-ACTIVE
                      MOVE "ACTIVE"   TO DTL-MASTER
                   ELSE
                      MOVE "INACTIVE" TO DTL-MASTER
                   END-IF
             END-READ
          END-IF

          MOVE WS-DETAIL-LINE TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE.

       0400-PRINT-TOTALS.
          IF WS-GROUP-TOTAL = 0
             MOVE SPACES TO PRINT-LINE
             PERFORM 0440-WRITE-PRINT-LINE
             MOVE "NO DUPLICATE CANDIDATES FOUND" TO PRINT-LINE
             PERFORM 0440-WRITE-PRINT-LINE
          END-IF

          MOVE SPACES TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE

          MOVE WS-READ-COUNT TO TOT-READ-COUNT
          MOVE WS-TOTAL-LINE-1 TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE

          MOVE WS-NODOB-COUNT TO TOT-NODOB-COUNT
          MOVE WS-TOTAL-LINE-2 TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE

          MOVE WS-GROUP-TOTAL TO TOT-GROUP-COUNT
          MOVE WS-TOTAL-LINE-3 TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE

          MOVE WS-ID-TOTAL TO TOT-ID-COUNT
          MOVE WS-TOTAL-LINE-4 TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE.

       0420-PRINT-PAGE-HEADERS.
          ADD 1 TO WS-PAGE-NUMBER
          MOVE WS-PAGE-NUMBER TO HDG1-PAGE-NO
          MOVE WS-HEADING-LINE-1 TO PRINT-LINE
          WRITE PRINT-LINE

          MOVE WS-RUN-DATE TO HDG2-RUN-DATE
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

       END PROGRAM BMIDUPRPT.
