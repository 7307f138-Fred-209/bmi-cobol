       IDENTIFICATION DIVISION.
       PROGRAM-ID. BMIINTEG.
       AUTHOR. FRED DURHAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATIENT-MASTER-FILE ASSIGN TO "BMIPATMST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAT-ID
               FILE STATUS IS WS-PATMST-STATUS.

           SELECT SITE-MASTER-FILE ASSIGN TO "BMISITEMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITEMST-STATUS.

           SELECT BMI-HISTORY-FILE ASSIGN TO "BMIHIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT GOAL-FILE ASSIGN TO "BMIGOAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GOAL-STATUS.

           SELECT BMI-REJECT-FILE ASSIGN TO "BMIREJECT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.

           SELECT EXTRACT-LOG-FILE ASSIGN TO "BMIEXTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXL-STATUS.

           SELECT INTEG-PRINT-FILE ASSIGN TO "BMIINTEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PATIENT-MASTER-FILE.
           COPY "BMIPAT.CPY".

       FD  SITE-MASTER-FILE.
           COPY "BMISITE.CPY".

       FD  BMI-HISTORY-FILE.
           COPY "BMIHIST.CPY".

       FD  GOAL-FILE.
           COPY "BMIGOL.CPY".

       FD  BMI-REJECT-FILE.
           COPY "BMIREJ.CPY".

       FD  EXTRACT-LOG-FILE.
           COPY "BMIEXTL.CPY".

       FD  INTEG-PRINT-FILE.
       01 PRINT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG PIC X VALUE 'N'.
          88 WS-EOF VALUE 'Y'.
       01 WS-SITEMST-EOF-FLAG PIC X VALUE 'N'.
          88 WS-SITEMST-EOF VALUE 'Y'.

       01 WS-FILE-STATUSES.
          05 WS-PATMST-STATUS  PIC XX.
          05 WS-SITEMST-STATUS PIC XX.
          05 WS-HIST-STATUS    PIC XX.
          05 WS-GOAL-STATUS    PIC XX.
          05 WS-REJ-STATUS     PIC XX.
          05 WS-EXL-STATUS     PIC XX.
          05 WS-PRT-STATUS     PIC XX.

       01 WS-RUN-DATE PIC 9(8).

       01 WS-STALE-DAYS-IN PIC X(3).
       01 WS-STALE-DAYS    PIC 9(3).

       01 WS-AGE-FIELDS.
          05 WS-TODAY-INT PIC 9(8).
          05 WS-SENT-INT  PIC 9(8).
          05 WS-AGE-DAYS  PIC S9(5).

       01 WS-SITE-MASTER-TABLE.
          05 WS-SM-COUNT PIC 9(2) VALUE 0.
          05 WS-SM-LIMIT PIC 9(2) VALUE 50.
          05 WS-SM-ENTRY OCCURS 50.
             10 WS-SM-CODE PIC X(4).

       01 WS-SITE-MASTER-WORK.
          05 WS-SM-SUB       PIC 9(2).
          05 WS-SM-FOUND-SUB PIC 9(2).

      *> Result of the last master lookup: A active, I inactive, N
      *> not on the master at all.
       01 WS-PAT-LOOKUP PIC X.
          88 WS-PAT-IS-ACTIVE   VALUE 'A'.
          88 WS-PAT-IS-INACTIVE VALUE 'I'.
          88 WS-PAT-NOT-FOUND   VALUE 'N'.

       01 WS-CLASSIFY-FIELDS.
          05 WS-AGE-YEARS      PIC S999.
          05 WS-FRESH-CATEGORY PIC X(11).
          05 WS-FRESH-PCTL     PIC X(6).

           COPY "BMIPED.CPY".

       01 WS-INTEG-COUNTS.
          05 WS-HIST-READ-COUNT   PIC 9(7) VALUE 0.
          05 WS-HIST-ID-COUNT     PIC 9(6) VALUE 0.
          05 WS-HIST-SITE-COUNT   PIC 9(6) VALUE 0.
          05 WS-HIST-NOSITE-COUNT PIC 9(6) VALUE 0.
          05 WS-CATEGORY-COUNT    PIC 9(6) VALUE 0.
          05 WS-GOAL-READ-COUNT   PIC 9(6) VALUE 0.
          05 WS-GOAL-BAD-COUNT    PIC 9(6) VALUE 0.
          05 WS-REJ-READ-COUNT    PIC 9(6) VALUE 0.
          05 WS-REJ-BAD-COUNT     PIC 9(6) VALUE 0.
          05 WS-EXL-READ-COUNT    PIC 9(6) VALUE 0.
          05 WS-EXL-STALE-COUNT   PIC 9(6) VALUE 0.
          05 WS-PROBLEM-COUNT     PIC 9(7) VALUE 0.

       01 WS-ERROR-FLAG PIC X VALUE 'N'.
          88 WS-ERRORS VALUE 'Y'.

       01 WS-PRINT-CONTROL.
          05 WS-LINE-COUNT      PIC 99 VALUE 99.
          05 WS-LINES-PER-PAGE  PIC 99 VALUE 40.
          05 WS-PAGE-NUMBER     PIC 9(4) VALUE 0.
          05 WS-SAVED-PRINT-LINE PIC X(80).

       01 WS-HEADING-LINE-1.
          05 FILLER       PIC X(20) VALUE SPACES.
          05 FILLER       PIC X(31)
             VALUE "CROSS-FILE INTEGRITY CHECK".
          05 FILLER       PIC X(5)  VALUE "PAGE ".
          05 HDG1-PAGE-NO PIC ZZZ9.

       01 WS-HEADING-LINE-2.
          05 FILLER        PIC X(10) VALUE "RUN DATE: ".
          05 HDG2-RUN-DATE PIC 9(8).
          05 FILLER        PIC X(21)
             VALUE "   ACK WINDOW DAYS: ".
          05 HDG2-STALE    PIC ZZ9.

       01 WS-COLUMN-HEADING-LINE.
          05 FILLER PIC X(22) VALUE "PROBLEM".
          05 FILLER PIC X(18) VALUE "KEY".
          05 FILLER PIC X(6)  VALUE "DETAIL".

       01 WS-DETAIL-LINE.
          05 DTL-PROBLEM     PIC X(22).
          05 DTL-KEY.
             10 DTL-KEY-ID   PIC X(6).
             10 FILLER       PIC X(2) VALUE SPACES.
             10 DTL-KEY-DATE PIC X(8).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 DTL-DETAIL      PIC X(40).

       01 WS-DETAIL-FIELDS.
          05 WS-DETAIL-CODE  PIC XX.
          05 WS-DETAIL-DAYS  PIC ZZZZ9.

       01 WS-TOTAL-LINE-1.
          05 FILLER          PIC X(20) VALUE "HISTORY ROWS READ:  ".
          05 TOT-HIST-READ   PIC ZZZZZZ9.

       01 WS-TOTAL-LINE-2.
          05 FILLER          PIC X(20) VALUE "  ID NOT ON MASTER: ".
          05 TOT-HIST-ID     PIC ZZZZZZ9.

       01 WS-TOTAL-LINE-3.
          05 FILLER          PIC X(20) VALUE "  SITE NOT ON MAST: ".
          05 TOT-HIST-SITE   PIC ZZZZZZ9.
          05 FILLER          PIC X(23)
             VALUE "   (NO SITE, LEGACY:  ".
          05 TOT-HIST-NOSITE PIC ZZZZZZ9.
          05 FILLER          PIC X     VALUE ")".

       01 WS-TOTAL-LINE-4.
          05 FILLER          PIC X(20) VALUE "  CATEGORY MISMATCH:".
          05 TOT-CATEGORY    PIC ZZZZZZ9.

       01 WS-TOTAL-LINE-5.
          05 FILLER          PIC X(20) VALUE "GOALS READ:         ".
          05 TOT-GOAL-READ   PIC ZZZZZZ9.

       01 WS-TOTAL-LINE-6.
          05 FILLER          PIC X(20) VALUE "  OPEN, NOT ACTIVE: ".
          05 TOT-GOAL-BAD    PIC ZZZZZZ9.

       01 WS-TOTAL-LINE-7.
          05 FILLER          PIC X(20) VALUE "REJECTS READ:       ".
          05 TOT-REJ-READ    PIC ZZZZZZ9.

       01 WS-TOTAL-LINE-8.
          05 FILLER          PIC X(20) VALUE "  ID NOW NOT ACTIVE:".
          05 TOT-REJ-BAD     PIC ZZZZZZ9.

       01 WS-TOTAL-LINE-9.
          05 FILLER          PIC X(20) VALUE "EXTRACTS ON FILE:   ".
          05 TOT-EXL-READ    PIC ZZZZZZ9.

       01 WS-TOTAL-LINE-10.
          05 FILLER          PIC X(20) VALUE "  PAST ACK WINDOW:  ".
          05 TOT-EXL-STALE   PIC ZZZZZZ9.

       01 WS-TOTAL-LINE-11.
          05 FILLER          PIC X(20) VALUE "TOTAL PROBLEMS:     ".
          05 TOT-PROBLEMS    PIC ZZZZZZ9.

       01 WS-CLEAN-LINE PIC X(40)
          VALUE "NO INTEGRITY PROBLEMS FOUND".
       01 WS-PROBLEM-LINE PIC X(40)
          VALUE "*** INTEGRITY PROBLEMS FOUND ***".

       PROCEDURE DIVISION.
       0100-START-HERE.
          MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
          COMPUTE WS-TODAY-INT =
             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)

          DISPLAY "Days before an unacknowledged extract is "
             "overdue, blank for 7: "
          ACCEPT WS-STALE-DAYS-IN
          IF WS-STALE-DAYS-IN = SPACES
             MOVE 7 TO WS-STALE-DAYS
          ELSE
             IF WS-STALE-DAYS-IN IS NUMERIC
                MOVE WS-STALE-DAYS-IN TO WS-STALE-DAYS
             ELSE
                DISPLAY "Days must be numeric"
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
          END-IF

          OPEN INPUT PATIENT-MASTER-FILE
          IF WS-PATMST-STATUS NOT = "00"
             DISPLAY "BMIPATMST.IDX COULD NOT BE OPENED, STATUS "
                WS-PATMST-STATUS
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF

          PERFORM 0110-LOAD-SITE-MASTER

          OPEN OUTPUT INTEG-PRINT-FILE

          PERFORM 0200-CHECK-HISTORY
          PERFORM 0300-CHECK-GOALS
          PERFORM 0400-CHECK-REJECTS
          PERFORM 0500-CHECK-EXTRACT-LOG
          PERFORM 0600-PRINT-TOTALS

          CLOSE INTEG-PRINT-FILE
          CLOSE PATIENT-MASTER-FILE

          DISPLAY "BMIINTEG complete: " WS-PROBLEM-COUNT
             " problems found"

          IF WS-ERRORS
             MOVE 8 TO RETURN-CODE
          END-IF

       STOP RUN.

       0110-LOAD-SITE-MASTER.
          OPEN INPUT SITE-MASTER-FILE
          IF WS-SITEMST-STATUS NOT = "00"
             DISPLAY "BMISITEMST.DAT COULD NOT BE OPENED, STATUS "
                WS-SITEMST-STATUS
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF

          PERFORM UNTIL WS-SITEMST-EOF
             READ SITE-MASTER-FILE
                AT END
                   SET WS-SITEMST-EOF TO TRUE
                NOT AT END
                   IF WS-SM-COUNT >= WS-SM-LIMIT
                      DISPLAY "SITE MASTER EXCEEDS TABLE LIMIT"
                      MOVE 8 TO RETURN-CODE
                      STOP RUN
                   END-IF
                   ADD 1 TO WS-SM-COUNT
                   MOVE SITEM-CODE TO WS-SM-CODE(WS-SM-COUNT)
             END-READ
          END-PERFORM

          CLOSE SITE-MASTER-FILE.

      *> Rows loaded from the old flat history by BMIHISTLOAD never
      *> had a site; they are counted, not reported, since no site
      *> code can ever be put on them.
       0200-CHECK-HISTORY.
          OPEN INPUT BMI-HISTORY-FILE
          IF WS-HIST-STATUS NOT = "00"
             DISPLAY "BMIHIST.IDX COULD NOT BE OPENED, STATUS "
                WS-HIST-STATUS
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF

          MOVE 'N' TO WS-EOF-FLAG
          PERFORM UNTIL WS-EOF
             READ BMI-HISTORY-FILE NEXT RECORD
                AT END
                   SET WS-EOF TO TRUE
                NOT AT END
                   PERFORM 0210-CHECK-HISTORY-ROW
             END-READ
          END-PERFORM

          CLOSE BMI-HISTORY-FILE.

       0210-CHECK-HISTORY-ROW.
          ADD 1 TO WS-HIST-READ-COUNT
          MOVE HIST-ID       TO DTL-KEY-ID
          MOVE HIST-RUN-DATE TO DTL-KEY-DATE

          MOVE HIST-ID TO PAT-ID
          PERFORM 0700-LOOKUP-PATIENT
          IF WS-PAT-NOT-FOUND
             ADD 1 TO WS-HIST-ID-COUNT
             MOVE "HIST ID NOT ON MASTER" TO DTL-PROBLEM
             MOVE HIST-NAME TO DTL-DETAIL
             PERFORM 0800-PRINT-PROBLEM
          END-IF

          IF HIST-SITE = SPACES
             ADD 1 TO WS-HIST-NOSITE-COUNT
          ELSE
             PERFORM 0710-LOOKUP-SITE
             IF WS-SM-FOUND-SUB = 0
                ADD 1 TO WS-HIST-SITE-COUNT
                MOVE "HIST SITE NOT ON MAST" TO DTL-PROBLEM
                MOVE SPACES TO DTL-DETAIL
                STRING "SITE " HIST-SITE
                   DELIMITED BY SIZE
                   INTO DTL-DETAIL
                END-STRING
                PERFORM 0800-PRINT-PROBLEM
             END-IF
          END-IF

          PERFORM 0220-CLASSIFY-BMI
          IF HIST-CATEGORY NOT = WS-FRESH-CATEGORY
             OR HIST-PCTL NOT = WS-FRESH-PCTL
             ADD 1 TO WS-CATEGORY-COUNT
             MOVE "CATEGORY MISMATCH" TO DTL-PROBLEM
             MOVE SPACES TO DTL-DETAIL
             STRING HIST-CATEGORY " " HIST-PCTL " NOW "
                WS-FRESH-CATEGORY " " WS-FRESH-PCTL
                DELIMITED BY SIZE
                INTO DTL-DETAIL
             END-STRING
             PERFORM 0800-PRINT-PROBLEM
          END-IF.

      *> Same classification rules as BMICALCULATOR and BMIHISTADJ,
      *> driven from the date of birth and sex on the row. A zero
      *> date of birth classifies through the adult bands. No row
      *> should be under two - BMICALCULATOR rejects those - so one
      *> that is has no table to classify against and is reported.
       0220-CLASSIFY-BMI.
          IF HIST-DOB > 0
             COMPUTE WS-AGE-YEARS =
                (HIST-RUN-DATE - HIST-DOB) / 10000
          ELSE
             MOVE 999 TO WS-AGE-YEARS
          END-IF

          EVALUATE TRUE
             WHEN WS-AGE-YEARS < 2
                MOVE "UNDER 2" TO WS-FRESH-CATEGORY
                MOVE SPACES    TO WS-FRESH-PCTL
             WHEN WS-AGE-YEARS < 20
                PERFORM 0230-CLASSIFY-PEDIATRIC
             WHEN OTHER
                MOVE SPACES TO WS-FRESH-PCTL
                EVALUATE TRUE
                   WHEN HIST-BMI < 18.5
                      MOVE "UNDERWEIGHT" TO WS-FRESH-CATEGORY
                   WHEN HIST-BMI <= 24.9
                      MOVE "NORMAL"      TO WS-FRESH-CATEGORY
                   WHEN HIST-BMI <= 29.9
                      MOVE "OVERWEIGHT"  TO WS-FRESH-CATEGORY
                   WHEN OTHER
                      MOVE "OBESE"       TO WS-FRESH-CATEGORY
                END-EVALUATE
          END-EVALUATE.

       0230-CLASSIFY-PEDIATRIC.
          COMPUTE WS-PED-SUB = WS-AGE-YEARS - 1

          IF HIST-SEX = 'M'
             MOVE WS-PED-BOY-P5(WS-PED-SUB)  TO WS-PED-P5
             MOVE WS-PED-BOY-P85(WS-PED-SUB) TO WS-PED-P85
             MOVE WS-PED-BOY-P95(WS-PED-SUB) TO WS-PED-P95
          ELSE
             MOVE WS-PED-GIRL-P5(WS-PED-SUB)  TO WS-PED-P5
             MOVE WS-PED-GIRL-P85(WS-PED-SUB) TO WS-PED-P85
             MOVE WS-PED-GIRL-P95(WS-PED-SUB) TO WS-PED-P95
          END-IF

          EVALUATE TRUE
             WHEN HIST-BMI < WS-PED-P5
                MOVE "UNDERWEIGHT" TO WS-FRESH-CATEGORY
                MOVE "P<5"         TO WS-FRESH-PCTL
             WHEN HIST-BMI < WS-PED-P85
                MOVE "NORMAL"      TO WS-FRESH-CATEGORY
                MOVE "P5-84"       TO WS-FRESH-PCTL
             WHEN HIST-BMI < WS-PED-P95
                MOVE "OVERWEIGHT"  TO WS-FRESH-CATEGORY
                MOVE "P85-94"      TO WS-FRESH-PCTL
             WHEN OTHER
                MOVE "OBESE"       TO WS-FRESH-CATEGORY
                MOVE "P>=95"       TO WS-FRESH-PCTL
          END-EVALUATE.

      *> An open goal for someone no longer active will never be met
      *> or expired by BMIGOAL, since no new readings arrive for them.
       0300-CHECK-GOALS.
          OPEN INPUT GOAL-FILE
          IF WS-GOAL-STATUS = "35"
             DISPLAY "No BMIGOAL.DAT found - goals not checked"
          ELSE
             IF WS-GOAL-STATUS NOT = "00"
                DISPLAY "BMIGOAL.DAT COULD NOT BE OPENED, STATUS "
                   WS-GOAL-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF

             MOVE 'N' TO WS-EOF-FLAG
             PERFORM UNTIL WS-EOF
                READ GOAL-FILE
                   AT END
                      SET WS-EOF TO TRUE
                   NOT AT END
                      PERFORM 0310-CHECK-GOAL-ROW
                END-READ
             END-PERFORM

             CLOSE GOAL-FILE
          END-IF.

       0310-CHECK-GOAL-ROW.
          ADD 1 TO WS-GOAL-READ-COUNT

          IF GOL-OPEN
             MOVE GOL-ID TO PAT-ID
             PERFORM 0700-LOOKUP-PATIENT
             IF NOT WS-PAT-IS-ACTIVE
                ADD 1 TO WS-GOAL-BAD-COUNT
                MOVE "OPEN GOAL NOT ACTIVE" TO DTL-PROBLEM
                MOVE GOL-ID       TO DTL-KEY-ID
                MOVE GOL-SET-DATE TO DTL-KEY-DATE
                IF WS-PAT-IS-INACTIVE
                   MOVE "PATIENT INACTIVE" TO DTL-DETAIL
                ELSE
                   MOVE "PATIENT NOT ON MASTER" TO DTL-DETAIL
                END-IF
                PERFORM 0800-PRINT-PROBLEM
             END-IF
          END-IF.

      *> Reason 05 means the ID was already not active when the
      *> reading was rejected. Any other reject whose ID is now
      *> inactive or gone was deactivated after the reject was
      *> written, and can no longer be reworked into history.
       0400-CHECK-REJECTS.
          OPEN INPUT BMI-REJECT-FILE
          IF WS-REJ-STATUS = "35"
             DISPLAY "No BMIREJECT.DAT found - rejects not checked"
          ELSE
             IF WS-REJ-STATUS NOT = "00"
                DISPLAY "BMIREJECT.DAT COULD NOT BE OPENED, STATUS "
                   WS-REJ-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF

             MOVE 'N' TO WS-EOF-FLAG
             PERFORM UNTIL WS-EOF
                READ BMI-REJECT-FILE
                   AT END
                      SET WS-EOF TO TRUE
                   NOT AT END
                      PERFORM 0410-CHECK-REJECT-ROW
                END-READ
             END-PERFORM

             CLOSE BMI-REJECT-FILE
          END-IF.

       0410-CHECK-REJECT-ROW.
          ADD 1 TO WS-REJ-READ-COUNT

          IF REJ-REASON-CODE NOT = "05"
             MOVE REJ-ID TO PAT-ID
             PERFORM 0700-LOOKUP-PATIENT
             IF NOT WS-PAT-IS-ACTIVE
                ADD 1 TO WS-REJ-BAD-COUNT
                MOVE "REJECT ID NOT ACTIVE" TO DTL-PROBLEM
                MOVE REJ-ID       TO DTL-KEY-ID
                MOVE REJ-RUN-DATE TO DTL-KEY-DATE
                MOVE REJ-REASON-CODE TO WS-DETAIL-CODE
                MOVE SPACES TO DTL-DETAIL
                IF WS-PAT-IS-INACTIVE
                   STRING "REASON " WS-DETAIL-CODE
                      " PATIENT INACTIVE"
                      DELIMITED BY SIZE
                      INTO DTL-DETAIL
                   END-STRING
                ELSE
                   STRING "REASON " WS-DETAIL-CODE
                      " PATIENT NOT ON MASTER"
                      DELIMITED BY SIZE
                      INTO DTL-DETAIL
                   END-STRING
                END-IF
                PERFORM 0800-PRINT-PROBLEM
             END-IF
          END-IF.

      *> BMIACKREC drops acknowledged extracts from the register, so
      *> every row still on it is awaiting an ack. One older than the
      *> window the vendor works to has been missed.
       0500-CHECK-EXTRACT-LOG.
          OPEN INPUT EXTRACT-LOG-FILE
          IF WS-EXL-STATUS = "35"
             DISPLAY "No BMIEXTLOG.DAT found - extracts not checked"
          ELSE
             IF WS-EXL-STATUS NOT = "00"
                DISPLAY "BMIEXTLOG.DAT COULD NOT BE OPENED, STATUS "
                   WS-EXL-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF

             MOVE 'N' TO WS-EOF-FLAG
             PERFORM UNTIL WS-EOF
                READ EXTRACT-LOG-FILE
                   AT END
                      SET WS-EOF TO TRUE
                   NOT AT END
                      PERFORM 0510-CHECK-EXTRACT-ROW
                END-READ
             END-PERFORM

             CLOSE EXTRACT-LOG-FILE
          END-IF.

       0510-CHECK-EXTRACT-ROW.
          ADD 1 TO WS-EXL-READ-COUNT

          COMPUTE WS-SENT-INT =
             FUNCTION INTEGER-OF-DATE(EXL-CREATED-DATE)
          COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-SENT-INT

          IF WS-AGE-DAYS > WS-STALE-DAYS
             ADD 1 TO WS-EXL-STALE-COUNT
             MOVE "EXTRACT PAST ACK WIN" TO DTL-PROBLEM
             MOVE SPACES        TO DTL-KEY-ID
             MOVE EXL-ASOF-DATE TO DTL-KEY-DATE
             MOVE WS-AGE-DAYS   TO WS-DETAIL-DAYS
             MOVE SPACES TO DTL-DETAIL
             STRING "SENT " EXL-CREATED-DATE ", " WS-DETAIL-DAYS
                " DAYS UNACKNOWLEDGED"
                DELIMITED BY SIZE
                INTO DTL-DETAIL
             END-STRING
             PERFORM 0800-PRINT-PROBLEM
          END-IF.

       0600-PRINT-TOTALS.
          MOVE SPACES TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE

          MOVE WS-HIST-READ-COUNT TO TOT-HIST-READ
          MOVE WS-TOTAL-LINE-1 TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE

          MOVE WS-HIST-ID-COUNT TO TOT-HIST-ID
          MOVE WS-TOTAL-LINE-2 TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE

          MOVE WS-HIST-SITE-COUNT   TO TOT-HIST-SITE
          MOVE WS-HIST-NOSITE-COUNT TO TOT-HIST-NOSITE
          MOVE WS-TOTAL-LINE-3 TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE

          MOVE WS-CATEGORY-COUNT TO TOT-CATEGORY
          MOVE WS-TOTAL-LINE-4 TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE

          MOVE WS-GOAL-READ-COUNT TO TOT-GOAL-READ
          MOVE WS-TOTAL-LINE-5 TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE

          MOVE WS-GOAL-BAD-COUNT TO TOT-GOAL-BAD
          MOVE WS-TOTAL-LINE-6 TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE

          MOVE WS-REJ-READ-COUNT TO TOT-REJ-READ
          MOVE WS-TOTAL-LINE-7 TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE

          MOVE WS-REJ-BAD-COUNT TO TOT-REJ-BAD
          MOVE WS-TOTAL-LINE-8 TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE

          MOVE WS-EXL-READ-COUNT TO TOT-EXL-READ
          MOVE WS-TOTAL-LINE-9 TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE

          MOVE WS-EXL-STALE-COUNT TO TOT-EXL-STALE
          MOVE WS-TOTAL-LINE-10 TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE

          MOVE SPACES TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE

          MOVE WS-PROBLEM-COUNT TO TOT-PROBLEMS
          MOVE WS-TOTAL-LINE-11 TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE

          IF WS-ERRORS
             MOVE WS-PROBLEM-LINE TO PRINT-LINE
          ELSE
             MOVE WS-CLEAN-LINE TO PRINT-LINE
          END-IF
          PERFORM 0440-WRITE-PRINT-LINE.

       0700-LOOKUP-PATIENT.
          READ PATIENT-MASTER-FILE
             INVALID KEY
                SET WS-PAT-NOT-FOUND TO TRUE
             NOT INVALID KEY
                IF PAT-ACTIVE
                   SET WS-PAT-IS-ACTIVE TO TRUE
                ELSE
                   SET WS-PAT-IS-INACTIVE TO TRUE
                END-IF
          END-READ.

       0710-LOOKUP-SITE.
          MOVE 0 TO WS-SM-FOUND-SUB
          PERFORM VARYING WS-SM-SUB FROM 1 BY 1
             UNTIL WS-SM-SUB > WS-SM-COUNT
                OR WS-SM-FOUND-SUB > 0
             IF WS-SM-CODE(WS-SM-SUB) = HIST-SITE
                MOVE WS-SM-SUB TO WS-SM-FOUND-SUB
             END-IF
          END-PERFORM.

       0800-PRINT-PROBLEM.
          ADD 1 TO WS-PROBLEM-COUNT
          SET WS-ERRORS TO TRUE

          MOVE WS-DETAIL-LINE TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE.

       0420-PRINT-PAGE-HEADERS.
          ADD 1 TO WS-PAGE-NUMBER
          MOVE WS-PAGE-NUMBER TO HDG1-PAGE-NO
          MOVE WS-HEADING-LINE-1 TO PRINT-LINE
          WRITE PRINT-LINE

          MOVE WS-RUN-DATE   TO HDG2-RUN-DATE
          MOVE WS-STALE-DAYS TO HDG2-STALE
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

       END PROGRAM BMIINTEG.
