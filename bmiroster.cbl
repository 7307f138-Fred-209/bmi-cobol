       IDENTIFICATION DIVISION.
       PROGRAM-ID. BMIROSTER.
       AUTHOR. FRED DURHAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-FILE ASSIGN TO "BMIROSTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROS-STATUS.

           SELECT PATIENT-MASTER-FILE ASSIGN TO "BMIPATMST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAT-ID
               FILE STATUS IS WS-PATMST-STATUS.

           SELECT ROSTER-SORT-FILE ASSIGN TO "BMIROSSW.DAT".

           SELECT ROSTER-WORK-FILE ASSIGN TO "BMIROSW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRKF-STATUS.

           SELECT MERGE-LOG-FILE ASSIGN TO "BMIMRGLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRGL-STATUS.

           SELECT PATIENT-LOG-FILE ASSIGN TO "BMIPATLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PATL-STATUS.

           SELECT ROSTER-PRINT-FILE ASSIGN TO "BMIROSR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-FILE.
           COPY "BMIROS.CPY".

       FD  PATIENT-MASTER-FILE.
           COPY "BMIPAT.CPY".

      *> HR does not promise any order, so the roster details are
      *> sorted by ID before they are applied. The roster row number
      *> breaks ties so an ID listed twice keeps its first row.
       SD  ROSTER-SORT-FILE.
       01 ROSTER-SORT-RECORD.
          05 RSR-ID     PIC X(6).
          05 RSR-ROW-NO PIC 9(6).
          05 RSR-NAME   PIC X(20).

      *> Every ID on the roster, in ID order, once each - matched
      *> against the master afterward to find the IDs HR dropped.
       FD  ROSTER-WORK-FILE.
       01 ROSTER-WORK-RECORD PIC X(6).

       FD  MERGE-LOG-FILE.
           COPY "BMIMRGL.CPY".

       FD  PATIENT-LOG-FILE.
           COPY "BMIPATL.CPY".

       FD  ROSTER-PRINT-FILE.
       01 PRINT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG PIC X VALUE 'N'.
          88 WS-EOF VALUE 'Y'.
       01 WS-SORT-EOF-FLAG PIC X VALUE 'N'.
          88 WS-SORT-EOF VALUE 'Y'.
       01 WS-ROS-STATUS    PIC XX.
       01 WS-PATMST-STATUS PIC XX.
       01 WS-WRKF-STATUS   PIC XX.
       01 WS-MRGL-STATUS   PIC XX.
       01 WS-PATL-STATUS   PIC XX.
       01 WS-PRT-STATUS    PIC XX.

       01 WS-RUN-DATE  PIC 9(8).
       01 WS-RUN-TIME  PIC 9(6).

       01 WS-ROSTER-CONTROL.
          05 WS-HEADER-SEEN-FLAG  PIC X VALUE 'N'.
             88 WS-HEADER-SEEN    VALUE 'Y'.
          05 WS-TRAILER-SEEN-FLAG PIC X VALUE 'N'.
             88 WS-TRAILER-SEEN   VALUE 'Y'.
          05 WS-BAD-TYPE-FLAG     PIC X VALUE 'N'.
             88 WS-BAD-TYPE       VALUE 'Y'.
          05 WS-BALANCED-FLAG     PIC X VALUE 'N'.
             88 WS-BALANCED       VALUE 'Y'.
          05 WS-ROSTER-DATE       PIC 9(8) VALUE 0.
          05 WS-TRL-COUNT         PIC 9(6) VALUE 0.
          05 WS-DETAIL-COUNT      PIC 9(6) VALUE 0.
          05 WS-LAST-ID           PIC X(6) VALUE LOW-VALUES.
          05 WS-WORK-ID           PIC X(6).

       01 WS-ID-BLANK-COUNT PIC 9(2).

      *> IDs retired by BMIMERGE. The person now lives under the
      *> surviving ID, so HR still listing the old one must never
      *> bring it back - it goes to the exceptions report instead.
       01 WS-RETIRED-TABLE.
          05 WS-RETIRED-COUNT PIC 9(4) VALUE 0.
          05 WS-RETIRED-LIMIT PIC 9(4) VALUE 9999.
          05 WS-RETIRED-ID    PIC X(6) OCCURS 9999.

       01 WS-RETIRED-SUB PIC 9(4).
       01 WS-RETIRED-FLAG PIC X VALUE 'N'.
          88 WS-RETIRED VALUE 'Y'.

       01 WS-BEFORE-IMAGE PIC X(27).
       01 WS-LOG-ACTION   PIC X.

       01 WS-ROSTER-COUNTS.
          05 WS-ADD-COUNT        PIC 9(6) VALUE 0.
          05 WS-CHANGE-COUNT     PIC 9(6) VALUE 0.
          05 WS-REACTIVATE-COUNT PIC 9(6) VALUE 0.
          05 WS-DEACTIVATE-COUNT PIC 9(6) VALUE 0.
          05 WS-EXCEPTION-COUNT  PIC 9(6) VALUE 0.

       01 WS-PRINT-CONTROL.
          05 WS-LINE-COUNT      PIC 99 VALUE 99.
          05 WS-LINES-PER-PAGE  PIC 99 VALUE 40.
          05 WS-PAGE-NUMBER     PIC 9(4) VALUE 0.
          05 WS-SAVED-PRINT-LINE PIC X(80).

       01 WS-HEADING-LINE-1.
          05 FILLER       PIC X(20) VALUE SPACES.
          05 FILLER       PIC X(31)
             VALUE "HR ROSTER EXCEPTIONS".
          05 FILLER       PIC X(5)  VALUE "PAGE ".
          05 HDG1-PAGE-NO PIC ZZZ9.

       01 WS-HEADING-LINE-2.
          05 FILLER           PIC X(10) VALUE "RUN DATE: ".
          05 HDG2-RUN-DATE    PIC 9(8).
          05 FILLER           PIC X(16) VALUE "  ROSTER DATE: ".
          05 HDG2-ROSTER-DATE PIC 9(8).

       01 WS-COLUMN-HEADING-LINE.
          05 FILLER PIC X(8)  VALUE "ROW".
          05 FILLER PIC X(8)  VALUE "ID".
          05 FILLER PIC X(22) VALUE "NAME".
          05 FILLER PIC X(40) VALUE "REASON".

       01 WS-EXCEPTION-LINE.
          05 EXC-ROW-NO PIC ZZZZZ9.
          05 FILLER     PIC X(2) VALUE SPACES.
          05 EXC-ID     PIC X(8).
          05 EXC-NAME   PIC X(22).
          05 EXC-REASON PIC X(40).

       01 WS-BAL-NOT-APPLIED PIC X(48)
          VALUE "*** ROSTER NOT APPLIED - NO MASTER CHANGES MADE".
       01 WS-BAL-NO-HEADER  PIC X(40)
          VALUE "ROSTER HEADER RECORD MISSING".
       01 WS-BAL-NO-TRAILER PIC X(40)
          VALUE "ROSTER TRAILER RECORD MISSING".
       01 WS-BAL-BAD-TYPE   PIC X(40)
          VALUE "ROSTER RECORD TYPE NOT H, D OR T".
       01 WS-BAL-EMPTY      PIC X(40)
          VALUE "ROSTER HAS NO DETAIL RECORDS".

       01 WS-BAL-LINE-1.
          05 FILLER        PIC X(20) VALUE "RECORD COUNT EXPECT:".
          05 BAL-EXP-COUNT PIC ZZZZZ9.

       01 WS-BAL-LINE-2.
          05 FILLER        PIC X(20) VALUE "RECORD COUNT READ:  ".
          05 BAL-ACT-COUNT PIC ZZZZZ9.

       01 WS-TOTAL-LINE-1.
          05 FILLER          PIC X(20) VALUE "ROSTER DETAILS READ:".
          05 TOT-READ-COUNT  PIC ZZZZZ9.

       01 WS-TOTAL-LINE-2.
          05 FILLER          PIC X(20) VALUE "IDS ADDED:          ".
          05 TOT-ADD-COUNT   PIC ZZZZZ9.

       01 WS-TOTAL-LINE-3.
          05 FILLER          PIC X(20) VALUE "NAMES CHANGED:      ".
          05 TOT-CHANGE-COUNT PIC ZZZZZ9.

       01 WS-TOTAL-LINE-4.
          05 FILLER          PIC X(20) VALUE "IDS REACTIVATED:    ".
          05 TOT-REACT-COUNT PIC ZZZZZ9.

       01 WS-TOTAL-LINE-5.
          05 FILLER          PIC X(20) VALUE "IDS DEACTIVATED:    ".
          05 TOT-DEACT-COUNT PIC ZZZZZ9.

       01 WS-TOTAL-LINE-6.
          05 FILLER          PIC X(20) VALUE "EXCEPTIONS:         ".
          05 TOT-EXC-COUNT   PIC ZZZZZ9.

       PROCEDURE DIVISION.
       0100-START-HERE.
          MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
          MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME

          OPEN INPUT ROSTER-FILE
          IF WS-ROS-STATUS NOT = "00"
             DISPLAY "BMIROSTER.DAT COULD NOT BE OPENED, STATUS "
                WS-ROS-STATUS
             STOP RUN
          END-IF

          OPEN I-O PATIENT-MASTER-FILE
          IF WS-PATMST-STATUS = "35"
             DISPLAY "No BMIPATMST.IDX found - starting empty "
                "master"
             OPEN OUTPUT PATIENT-MASTER-FILE
             CLOSE PATIENT-MASTER-FILE
             OPEN I-O PATIENT-MASTER-FILE
          END-IF
          IF WS-PATMST-STATUS NOT = "00"
             DISPLAY "BMIPATMST.IDX COULD NOT BE OPENED, STATUS "
                WS-PATMST-STATUS
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

          OPEN OUTPUT ROSTER-PRINT-FILE

          PERFORM 0110-LOAD-RETIRED-IDS

          SORT ROSTER-SORT-FILE
             ON ASCENDING KEY RSR-ID RSR-ROW-NO
             INPUT PROCEDURE IS 0200-READ-ROSTER
             OUTPUT PROCEDURE IS 0300-APPLY-ROSTER

          IF WS-BALANCED
             PERFORM 0600-DEACTIVATE-MISSING
          END-IF

          PERFORM 0500-PRINT-TOTALS

          CLOSE ROSTER-FILE
          CLOSE PATIENT-MASTER-FILE
          CLOSE PATIENT-LOG-FILE
          CLOSE ROSTER-PRINT-FILE

          DISPLAY "BMIROSTER complete: " WS-DETAIL-COUNT " read, "
             WS-ADD-COUNT " added, " WS-CHANGE-COUNT " changed, "
             WS-REACTIVATE-COUNT " reactivated, "
             WS-DEACTIVATE-COUNT " deactivated, "
             WS-EXCEPTION-COUNT " exceptions"

          IF NOT WS-BALANCED OR WS-EXCEPTION-COUNT > 0
             MOVE 8 TO RETURN-CODE
          END-IF

       STOP RUN.

       0110-LOAD-RETIRED-IDS.
          MOVE 'N' TO WS-EOF-FLAG
          OPEN INPUT MERGE-LOG-FILE
          IF WS-MRGL-STATUS = "35"
             SET WS-EOF TO TRUE
          ELSE
             IF WS-MRGL-STATUS NOT = "00"
                DISPLAY "BMIMRGLOG.DAT COULD NOT BE OPENED, STATUS "
                   WS-MRGL-STATUS
                STOP RUN
             END-IF
          END-IF

          PERFORM UNTIL WS-EOF
             READ MERGE-LOG-FILE
                AT END
                   SET WS-EOF TO TRUE
                NOT AT END
                   IF MRGL-FILE = "PAT " AND MRGL-ACTION = "RETIRED "
                      IF WS-RETIRED-COUNT >= WS-RETIRED-LIMIT
                         DISPLAY "RETIRED ID TABLE LIMIT EXCEEDED"
                         STOP RUN
                      END-IF
                      ADD 1 TO WS-RETIRED-COUNT
                      MOVE MRGL-FROM-ID
                        TO WS-RETIRED-ID(WS-RETIRED-COUNT)
                   END-IF
             END-READ
          END-PERFORM

          IF WS-MRGL-STATUS NOT = "35"
             CLOSE MERGE-LOG-FILE
          END-IF.

      *> Only well-formed detail rows go to the sort. Every detail
      *> row counts toward the trailer total whether it is usable or
      *> not, since the trailer is HR's count of what they sent.
       0200-READ-ROSTER.
          MOVE 'N' TO WS-EOF-FLAG
          PERFORM UNTIL WS-EOF
             READ ROSTER-FILE
                AT END
                   SET WS-EOF TO TRUE
                NOT AT END
                   EVALUATE TRUE
                      WHEN ROS-REC-HEADER
                         MOVE ROS-HDR-DATE TO WS-ROSTER-DATE
                         SET WS-HEADER-SEEN TO TRUE
                      WHEN ROS-REC-TRAILER
                         MOVE ROS-TRL-REC-COUNT TO WS-TRL-COUNT
                         SET WS-TRAILER-SEEN TO TRUE
                      WHEN ROS-REC-DETAIL
                         ADD 1 TO WS-DETAIL-COUNT
                         PERFORM 0210-RELEASE-DETAIL
                      WHEN OTHER
                         SET WS-BAD-TYPE TO TRUE
                   END-EVALUATE
             END-READ
          END-PERFORM.

       0210-RELEASE-DETAIL.
          MOVE 0 TO WS-ID-BLANK-COUNT
          INSPECT ROS-ID
             TALLYING WS-ID-BLANK-COUNT FOR ALL SPACE

          EVALUATE TRUE
             WHEN WS-ID-BLANK-COUNT > 0
                MOVE WS-DETAIL-COUNT TO EXC-ROW-NO
                MOVE ROS-ID   TO EXC-ID
                MOVE ROS-NAME TO EXC-NAME
                MOVE "ID MUST BE 6 CHARACTERS WITH NO BLANKS"
                  TO EXC-REASON
                PERFORM 0400-PRINT-EXCEPTION
             WHEN ROS-NAME = SPACES
                MOVE WS-DETAIL-COUNT TO EXC-ROW-NO
                MOVE ROS-ID   TO EXC-ID
                MOVE ROS-NAME TO EXC-NAME
                MOVE "NAME MISSING" TO EXC-REASON
                PERFORM 0400-PRINT-EXCEPTION
             WHEN OTHER
                MOVE ROS-ID          TO RSR-ID
                MOVE WS-DETAIL-COUNT TO RSR-ROW-NO
                MOVE ROS-NAME        TO RSR-NAME
                RELEASE ROSTER-SORT-RECORD
          END-EVALUATE.

      *> Deactivating everyone missing from a short roster would take
      *> half the workforce off the master, so nothing at all is
      *> applied unless the roster is framed and its count agrees.
       0300-APPLY-ROSTER.
          PERFORM 0310-CHECK-BALANCE

          IF WS-BALANCED
             OPEN OUTPUT ROSTER-WORK-FILE
             IF WS-WRKF-STATUS NOT = "00"
                DISPLAY "BMIROSW.DAT COULD NOT BE OPENED, STATUS "
                   WS-WRKF-STATUS
                STOP RUN
             END-IF

             PERFORM UNTIL WS-SORT-EOF
                RETURN ROSTER-SORT-FILE
                   AT END
                      SET WS-SORT-EOF TO TRUE
                   NOT AT END
                      PERFORM 0320-APPLY-ROSTER-ROW
                END-RETURN
             END-PERFORM

             CLOSE ROSTER-WORK-FILE
          END-IF.

       0310-CHECK-BALANCE.
          IF WS-HEADER-SEEN AND WS-TRAILER-SEEN
             AND NOT WS-BAD-TYPE
             AND WS-DETAIL-COUNT > 0
             AND WS-DETAIL-COUNT = WS-TRL-COUNT
             SET WS-BALANCED TO TRUE
          ELSE
             MOVE SPACES TO PRINT-LINE
             PERFORM 0440-WRITE-PRINT-LINE
             MOVE WS-BAL-NOT-APPLIED TO PRINT-LINE
             PERFORM 0440-WRITE-PRINT-LINE

             IF NOT WS-HEADER-SEEN
                MOVE WS-BAL-NO-HEADER TO PRINT-LINE
                PERFORM 0440-WRITE-PRINT-LINE
             END-IF
             IF NOT WS-TRAILER-SEEN
                MOVE WS-BAL-NO-TRAILER TO PRINT-LINE
                PERFORM 0440-WRITE-PRINT-LINE
             END-IF
             IF WS-BAD-TYPE
                MOVE WS-BAL-BAD-TYPE TO PRINT-LINE
                PERFORM 0440-WRITE-PRINT-LINE
             END-IF
             IF WS-DETAIL-COUNT = 0
                MOVE WS-BAL-EMPTY TO PRINT-LINE
                PERFORM 0440-WRITE-PRINT-LINE
             END-IF

             MOVE WS-TRL-COUNT TO BAL-EXP-COUNT
             MOVE WS-BAL-LINE-1 TO PRINT-LINE
             PERFORM 0440-WRITE-PRINT-LINE
             MOVE WS-DETAIL-COUNT TO BAL-ACT-COUNT
             MOVE WS-BAL-LINE-2 TO PRINT-LINE
             PERFORM 0440-WRITE-PRINT-LINE
          END-IF.

       0320-APPLY-ROSTER-ROW.
          IF RSR-ID = WS-LAST-ID
             MOVE RSR-ROW-NO TO EXC-ROW-NO
             MOVE RSR-ID     TO EXC-ID
             MOVE RSR-NAME   TO EXC-NAME
             MOVE "ID REPEATED ON ROSTER - FIRST ROW USED"
               TO EXC-REASON
             PERFORM 0400-PRINT-EXCEPTION
          ELSE
             MOVE RSR-ID TO WS-LAST-ID
             MOVE RSR-ID TO ROSTER-WORK-RECORD
             WRITE ROSTER-WORK-RECORD

             MOVE RSR-ID TO PAT-ID
             READ PATIENT-MASTER-FILE
                INVALID KEY
                   PERFORM 0330-ADD-PATIENT
                NOT INVALID KEY
                   MOVE PATIENT-MASTER-RECORD TO WS-BEFORE-IMAGE
                   IF PAT-ACTIVE
                      IF PAT-NAME NOT = RSR-NAME
                         PERFORM 0340-CHANGE-NAME
                      END-IF
                   ELSE
                      PERFORM 0350-REACTIVATE-PATIENT
                   END-IF
             END-READ
          END-IF.

       0330-ADD-PATIENT.
          MOVE SPACES   TO WS-BEFORE-IMAGE
          MOVE RSR-ID   TO PAT-ID
          MOVE RSR-NAME TO PAT-NAME
          MOVE 'A'      TO PAT-STATUS
          WRITE PATIENT-MASTER-RECORD
             INVALID KEY
                MOVE RSR-ROW-NO TO EXC-ROW-NO
                MOVE RSR-ID     TO EXC-ID
                MOVE RSR-NAME   TO EXC-NAME
                MOVE SPACES     TO EXC-REASON
                STRING "ADD FAILED, STATUS " WS-PATMST-STATUS
                   DELIMITED BY SIZE INTO EXC-REASON
                PERFORM 0400-PRINT-EXCEPTION
             NOT INVALID KEY
                ADD 1 TO WS-ADD-COUNT
                MOVE 'A' TO WS-LOG-ACTION
                PERFORM 0700-WRITE-PATIENT-LOG
          END-WRITE.

       0340-CHANGE-NAME.
          MOVE RSR-NAME TO PAT-NAME
          MOVE 'C' TO WS-LOG-ACTION
          PERFORM 0360-REWRITE-PATIENT.

       0350-REACTIVATE-PATIENT.
          MOVE 'N' TO WS-RETIRED-FLAG
          PERFORM VARYING WS-RETIRED-SUB FROM 1 BY 1
             UNTIL WS-RETIRED-SUB > WS-RETIRED-COUNT
                OR WS-RETIRED
             IF WS-RETIRED-ID(WS-RETIRED-SUB) = RSR-ID
                SET WS-RETIRED TO TRUE
             END-IF
          END-PERFORM

          IF WS-RETIRED
             MOVE RSR-ROW-NO TO EXC-ROW-NO
             MOVE RSR-ID     TO EXC-ID
             MOVE RSR-NAME   TO EXC-NAME
             MOVE "ID RETIRED BY MERGE - NOT REACTIVATED"
               TO EXC-REASON
             PERFORM 0400-PRINT-EXCEPTION
          ELSE
             MOVE RSR-NAME TO PAT-NAME
             MOVE 'A' TO PAT-STATUS
             MOVE 'R' TO WS-LOG-ACTION
             PERFORM 0360-REWRITE-PATIENT
          END-IF.

       0360-REWRITE-PATIENT.
          REWRITE PATIENT-MASTER-RECORD
             INVALID KEY
                MOVE RSR-ROW-NO TO EXC-ROW-NO
                MOVE RSR-ID     TO EXC-ID
                MOVE RSR-NAME   TO EXC-NAME
                MOVE SPACES     TO EXC-REASON
                STRING "REWRITE FAILED, STATUS " WS-PATMST-STATUS
                   DELIMITED BY SIZE INTO EXC-REASON
                PERFORM 0400-PRINT-EXCEPTION
             NOT INVALID KEY
                IF WS-LOG-ACTION = 'C'
                   ADD 1 TO WS-CHANGE-COUNT
                ELSE
                   ADD 1 TO WS-REACTIVATE-COUNT
                END-IF
                PERFORM 0700-WRITE-PATIENT-LOG
          END-REWRITE.

       0400-PRINT-EXCEPTION.
          ADD 1 TO WS-EXCEPTION-COUNT
          MOVE WS-EXCEPTION-LINE TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE.

       0420-PRINT-PAGE-HEADERS.
          ADD 1 TO WS-PAGE-NUMBER
          MOVE WS-PAGE-NUMBER TO HDG1-PAGE-NO
          MOVE WS-HEADING-LINE-1 TO PRINT-LINE
          WRITE PRINT-LINE

          MOVE WS-RUN-DATE TO HDG2-RUN-DATE
          MOVE WS-ROSTER-DATE TO HDG2-ROSTER-DATE
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

       0500-PRINT-TOTALS.
          IF WS-EXCEPTION-COUNT = 0 AND WS-BALANCED
             MOVE SPACES TO PRINT-LINE
             PERFORM 0440-WRITE-PRINT-LINE
             MOVE "NO EXCEPTIONS" TO PRINT-LINE
             PERFORM 0440-WRITE-PRINT-LINE
          END-IF

          MOVE SPACES TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE

          MOVE WS-DETAIL-COUNT TO TOT-READ-COUNT
          MOVE WS-TOTAL-LINE-1 TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE

          MOVE WS-ADD-COUNT TO TOT-ADD-COUNT
          MOVE WS-TOTAL-LINE-2 TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE

          MOVE WS-CHANGE-COUNT TO TOT-CHANGE-COUNT
          MOVE WS-TOTAL-LINE-3 TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE

          MOVE WS-REACTIVATE-COUNT TO TOT-REACT-COUNT
          MOVE WS-TOTAL-LINE-4 TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE

          MOVE WS-DEACTIVATE-COUNT TO TOT-DEACT-COUNT
          MOVE WS-TOTAL-LINE-5 TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE

          MOVE WS-EXCEPTION-COUNT TO TOT-EXC-COUNT
          MOVE WS-TOTAL-LINE-6 TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE.

      *> The master and the sorted roster IDs are both in ID order,
      *> so one pass down each finds every active master ID HR no
      *> longer lists. IDs added above are on the roster and match.
       0600-DEACTIVATE-MISSING.
          OPEN INPUT ROSTER-WORK-FILE
          IF WS-WRKF-STATUS NOT = "00"
             DISPLAY "BMIROSW.DAT COULD NOT BE REOPENED, STATUS "
                WS-WRKF-STATUS
             STOP RUN
          END-IF

          MOVE LOW-VALUES TO WS-WORK-ID
          MOVE 'N' TO WS-EOF-FLAG

          MOVE LOW-VALUES TO PAT-ID
          START PATIENT-MASTER-FILE KEY >= PAT-ID
             INVALID KEY
                SET WS-EOF TO TRUE
          END-START

          PERFORM UNTIL WS-EOF
             READ PATIENT-MASTER-FILE NEXT RECORD
                AT END
                   SET WS-EOF TO TRUE
                NOT AT END
                   PERFORM 0610-CHECK-MASTER-ROW
             END-READ
          END-PERFORM

          CLOSE ROSTER-WORK-FILE.

       0610-CHECK-MASTER-ROW.
          PERFORM 0620-READ-WORK-ID
             UNTIL WS-WORK-ID >= PAT-ID

          IF WS-WORK-ID NOT = PAT-ID AND PAT-ACTIVE
             MOVE PATIENT-MASTER-RECORD TO WS-BEFORE-IMAGE
             MOVE 'I' TO PAT-STATUS
             REWRITE PATIENT-MASTER-RECORD
                INVALID KEY
                   MOVE 0      TO EXC-ROW-NO
                   MOVE PAT-ID TO EXC-ID
                   MOVE PAT-NAME TO EXC-NAME
                   MOVE SPACES TO EXC-REASON
                   STRING "DEACTIVATE FAILED, STATUS "
                      WS-PATMST-STATUS
                      DELIMITED BY SIZE INTO EXC-REASON
                   PERFORM 0400-PRINT-EXCEPTION
                NOT INVALID KEY
                   ADD 1 TO WS-DEACTIVATE-COUNT
                   MOVE 'D' TO WS-LOG-ACTION
                   PERFORM 0700-WRITE-PATIENT-LOG
             END-REWRITE
          END-IF.

       0620-READ-WORK-ID.
          READ ROSTER-WORK-FILE
             AT END
                MOVE HIGH-VALUES TO WS-WORK-ID
             NOT AT END
                MOVE ROSTER-WORK-RECORD TO WS-WORK-ID
          END-READ.

       0700-WRITE-PATIENT-LOG.
          MOVE WS-RUN-DATE           TO PATL-RUN-DATE
          MOVE WS-RUN-TIME           TO PATL-RUN-TIME
          MOVE "BMIROSTER"           TO PATL-PROGRAM
          MOVE WS-LOG-ACTION         TO PATL-ACTION
          MOVE PAT-ID                TO PATL-ID
          MOVE WS-BEFORE-IMAGE       TO PATL-BEFORE-IMAGE
          MOVE PATIENT-MASTER-RECORD TO PATL-AFTER-IMAGE

          WRITE PATIENT-LOG-RECORD.

       END PROGRAM BMIROSTER.
