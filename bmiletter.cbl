       IDENTIFICATION DIVISION.
       PROGRAM-ID. BMILETTER.
       AUTHOR. FRED DURHAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BMI-HISTORY-FILE ASSIGN TO "BMIHIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT GOAL-FILE ASSIGN TO "BMIGOAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GOAL-STATUS.

           SELECT SITE-MASTER-FILE ASSIGN TO "BMISITEMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITEMST-STATUS.

           SELECT LETTER-FILE ASSIGN TO "BMILETTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTR-STATUS.

           SELECT CONTROL-PRINT-FILE ASSIGN TO "BMILETC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BMI-HISTORY-FILE.
           COPY "BMIHIST.CPY".

       FD  GOAL-FILE.
           COPY "BMIGOL.CPY".

       FD  SITE-MASTER-FILE.
           COPY "BMISITE.CPY".

       FD  LETTER-FILE.
       01 LETTER-LINE PIC X(80).

       FD  CONTROL-PRINT-FILE.
       01 PRINT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG PIC X VALUE 'N'.
          88 WS-EOF VALUE 'Y'.
       01 WS-SITEMST-EOF-FLAG PIC X VALUE 'N'.
          88 WS-SITEMST-EOF VALUE 'Y'.

       01 WS-FILE-STATUSES.
          05 WS-HIST-STATUS    PIC XX.
          05 WS-GOAL-STATUS    PIC XX.
          05 WS-SITEMST-STATUS PIC XX.
          05 WS-LTR-STATUS     PIC XX.
          05 WS-PRT-STATUS     PIC XX.

       01 WS-RUN-DATE PIC 9(8).

       01 WS-LETTER-DATE-IN PIC X(8).
       01 WS-LETTER-DATE    PIC 9(8).

      *> The reading just before the current one in key order. The
      *> history file is in ID then run date order, so when it holds
      *> the same ID it is that participant's previous reading.
       01 WS-PREVIOUS-READING.
          05 WS-PREV-ID   PIC X(6) VALUE SPACES.
          05 WS-PREV-DATE PIC 9(8) VALUE 0.
          05 WS-PREV-BMI  PIC 999V99 VALUE 0.

       01 WS-PEDIATRIC-FLAG PIC X.
          88 WS-PEDIATRIC VALUE 'Y'.

      *> Only open goals are loaded - closed, met and expired goals
      *> are not mentioned in a letter.
       01 WS-GOAL-TABLE.
          05 WS-GOAL-COUNT PIC 9(4) VALUE 0.
          05 WS-GOAL-LIMIT PIC 9(4) VALUE 9999.
          05 WS-GOAL-ENTRY OCCURS 9999.
             10 WS-GOL-ID          PIC X(6).
             10 WS-GOL-SET-DATE    PIC 9(8).
             10 WS-GOL-TARGET-DATE PIC 9(8).
             10 WS-GOL-START-BMI   PIC 999V99.
             10 WS-GOL-TARGET-BMI  PIC 999V99.

       01 WS-GOAL-SUB       PIC 9(4).
       01 WS-GOAL-FOUND-SUB PIC 9(4).

       01 WS-PROGRESS-FIELDS.
          05 WS-NEEDED-CHANGE   PIC S999V99.
          05 WS-ACHIEVED-CHANGE PIC S999V99.
          05 WS-EXPECTED-CHANGE PIC S999V99.
          05 WS-REMAINING       PIC S999V99.
          05 WS-TO-GO           PIC 999V99.
          05 WS-TOTAL-DAYS      PIC S9(5).
          05 WS-GONE-DAYS       PIC S9(5).
          05 WS-LETTER-INT      PIC 9(8).
          05 WS-SET-INT         PIC 9(8).
          05 WS-TARGET-INT      PIC 9(8).
          05 WS-PACE-FLAG       PIC X(10).

       01 WS-SITE-MASTER-TABLE.
          05 WS-SM-COUNT PIC 9(2) VALUE 0.
          05 WS-SM-LIMIT PIC 9(2) VALUE 50.
          05 WS-SM-ENTRY OCCURS 50.
             10 WS-SM-CODE PIC X(4).
             10 WS-SM-NAME PIC X(20).

       01 WS-SITE-MASTER-WORK.
          05 WS-SM-SUB       PIC 9(2).
          05 WS-SM-FOUND-SUB PIC 9(2).

      *> Letters produced, by site in site code order, for the
      *> mailroom to reconcile envelopes against.
       01 WS-LETTER-SITE-TABLE.
          05 WS-LS-COUNT PIC 9(3) VALUE 0.
          05 WS-LS-LIMIT PIC 9(3) VALUE 100.
          05 WS-LS-ENTRY OCCURS 100.
             10 WS-LS-CODE        PIC X(4).
             10 WS-LS-NAME        PIC X(20).
             10 WS-LS-ADULT-COUNT PIC 9(6).
             10 WS-LS-PED-COUNT   PIC 9(6).

       01 WS-LETTER-SITE-WORK.
          05 WS-LS-SUB       PIC 9(3).
          05 WS-LS-FOUND-SUB PIC 9(3).
          05 WS-LS-INS-POS   PIC 9(3).
          05 WS-LS-WANT-SITE PIC X(4).

       01 WS-LETTER-COUNTS.
          05 WS-HIST-READ-COUNT PIC 9(7) VALUE 0.
          05 WS-LETTER-COUNT    PIC 9(6) VALUE 0.
          05 WS-ADULT-COUNT     PIC 9(6) VALUE 0.
          05 WS-PED-COUNT       PIC 9(6) VALUE 0.
          05 WS-PREV-COUNT      PIC 9(6) VALUE 0.
          05 WS-GOAL-SHOWN      PIC 9(6) VALUE 0.

      *> Every letter is padded to a full page so the letter file
      *> can go straight to the printer and each one folds alone.
       01 WS-LETTER-PAGE-CONTROL.
          05 WS-LETTER-LINE-COUNT PIC 99 VALUE 0.
          05 WS-LETTER-PAGE-LINES PIC 99 VALUE 40.

       01 WS-LTR-TEXT PIC X(80).

       01 WS-WORDING.
          05 WS-WORDING-1 PIC X(70).
          05 WS-WORDING-2 PIC X(70).
          05 WS-WORDING-3 PIC X(70).
          05 WS-WORDING-4 PIC X(70).

       01 WS-LTR-HEAD-1.
          05 FILLER PIC X(25) VALUE SPACES.
          05 FILLER PIC X(30)
             VALUE "BMI WELLNESS SCREENING PROGRAM".

       01 WS-LTR-HEAD-2.
          05 FILLER PIC X(27) VALUE SPACES.
          05 FILLER PIC X(25) VALUE "PARTICIPANT RESULT LETTER".

       01 WS-LTR-DATE-LINE.
          05 FILLER   PIC X(56) VALUE SPACES.
          05 FILLER   PIC X(6)  VALUE "DATE: ".
          05 LTR-DATE PIC 9(8).

       01 WS-LTR-NAME-LINE.
          05 LTR-NAME PIC X(20).

       01 WS-LTR-ID-LINE.
          05 FILLER   PIC X(16) VALUE "PARTICIPANT ID: ".
          05 LTR-ID   PIC X(6).
          05 FILLER   PIC X(10) VALUE "    SITE: ".
          05 LTR-SITE PIC X(4).

       01 WS-LTR-HEIGHT-LINE.
          05 FILLER     PIC X(6)  VALUE SPACES.
          05 FILLER     PIC X(16) VALUE "HEIGHT:".
          05 LTR-HEIGHT PIC ZZ9.
          05 FILLER     PIC X(7)  VALUE " INCHES".

       01 WS-LTR-WEIGHT-LINE.
          05 FILLER     PIC X(6)  VALUE SPACES.
          05 FILLER     PIC X(16) VALUE "WEIGHT:".
          05 LTR-WEIGHT PIC ZZ9.
          05 FILLER     PIC X(7)  VALUE " POUNDS".

       01 WS-LTR-BMI-LINE.
          05 FILLER     PIC X(6)  VALUE SPACES.
          05 FILLER     PIC X(16) VALUE "BMI:".
          05 LTR-BMI    PIC ZZ9.99.

       01 WS-LTR-CLASS-LINE.
          05 FILLER          PIC X(6)  VALUE SPACES.
          05 LTR-CLASS-LABEL PIC X(16).
          05 LTR-CLASS       PIC X(11).

       01 WS-LTR-PREV-LINE.
          05 FILLER          PIC X(6)  VALUE SPACES.
          05 FILLER          PIC X(16) VALUE "PREVIOUS BMI:".
          05 LTR-PREV-BMI    PIC ZZ9.99.
          05 FILLER          PIC X(4)  VALUE " ON ".
          05 LTR-PREV-DATE   PIC 9(8).
          05 FILLER          PIC X(9)  VALUE "  CHANGE ".
          05 LTR-PREV-CHANGE PIC -ZZ9.99.

       01 WS-LTR-NO-PREV-LINE.
          05 FILLER PIC X(6)  VALUE SPACES.
          05 FILLER PIC X(16) VALUE "PREVIOUS BMI:".
          05 FILLER PIC X(30)
             VALUE "NONE - FIRST READING ON FILE".

       01 WS-LTR-GOAL-LINE-1.
          05 FILLER         PIC X(6)  VALUE SPACES.
          05 FILLER         PIC X(16) VALUE "BMI GOAL:".
          05 LTR-GOAL-TARGET PIC ZZ9.99.
          05 FILLER         PIC X(4)  VALUE " BY ".
          05 LTR-GOAL-BY    PIC 9(8).
          05 FILLER         PIC X(14) VALUE "  STARTED AT ".
          05 LTR-GOAL-START PIC ZZ9.99.

       01 WS-LTR-GOAL-LINE-2.
          05 FILLER         PIC X(6)  VALUE SPACES.
          05 FILLER         PIC X(16) VALUE "GOAL PROGRESS:".
          05 LTR-GOAL-FLAG  PIC X(10).
          05 LTR-GOAL-TO-GO-LABEL PIC X(14).
          05 LTR-GOAL-TO-GO PIC ZZ9.99 BLANK WHEN ZERO.

       01 WS-PRINT-CONTROL.
          05 WS-LINE-COUNT      PIC 99 VALUE 99.
          05 WS-LINES-PER-PAGE  PIC 99 VALUE 40.
          05 WS-PAGE-NUMBER     PIC 9(4) VALUE 0.
          05 WS-SAVED-PRINT-LINE PIC X(80).

       01 WS-HEADING-LINE-1.
          05 FILLER       PIC X(22) VALUE SPACES.
          05 FILLER       PIC X(31)
             VALUE "RESULT LETTER CONTROL REPORT".
          05 FILLER       PIC X(5)  VALUE "PAGE ".
          05 HDG1-PAGE-NO PIC ZZZ9.

       01 WS-HEADING-LINE-2.
          05 FILLER           PIC X(10) VALUE "RUN DATE: ".
          05 HDG2-RUN-DATE    PIC 9(8).
          05 FILLER           PIC X(17) VALUE "   LETTER DATE: ".
          05 HDG2-LETTER-DATE PIC 9(8).

       01 WS-COLUMN-HEADING-LINE.
          05 FILLER PIC X(6)  VALUE "SITE".
          05 FILLER PIC X(22) VALUE "NAME".
          05 FILLER PIC X(10) VALUE "     ADULT".
          05 FILLER PIC X(12) VALUE "  PARENT/GDN".
          05 FILLER PIC X(10) VALUE "     TOTAL".

       01 WS-SITE-COUNT-LINE.
          05 SCL-SITE      PIC X(4).
          05 FILLER        PIC X(2) VALUE SPACES.
          05 SCL-NAME      PIC X(20).
          05 FILLER        PIC X(2) VALUE SPACES.
          05 SCL-ADULT     PIC ZZZ,ZZ9.
          05 FILLER        PIC X(5) VALUE SPACES.
          05 SCL-PED       PIC ZZZ,ZZ9.
          05 FILLER        PIC X(3) VALUE SPACES.
          05 SCL-TOTAL     PIC ZZZ,ZZ9.

       01 WS-TOTAL-LINE-1.
          05 FILLER          PIC X(20) VALUE "HISTORY ROWS READ:  ".
          05 TOT-HIST-READ   PIC ZZZZZZ9.

       01 WS-TOTAL-LINE-2.
          05 FILLER          PIC X(20) VALUE "LETTERS WRITTEN:    ".
          05 TOT-LETTERS     PIC ZZZZZZ9.

       01 WS-TOTAL-LINE-3.
          05 FILLER          PIC X(20) VALUE "  ADULT:            ".
          05 TOT-ADULT       PIC ZZZZZZ9.

       01 WS-TOTAL-LINE-4.
          05 FILLER          PIC X(20) VALUE "  PARENT/GUARDIAN:  ".
          05 TOT-PED         PIC ZZZZZZ9.

       01 WS-TOTAL-LINE-5.
          05 FILLER          PIC X(20) VALUE "  WITH PREV READING:".
          05 TOT-PREV        PIC ZZZZZZ9.

       01 WS-TOTAL-LINE-6.
          05 FILLER          PIC X(20) VALUE "  WITH GOAL PROGRESS".
          05 TOT-GOAL        PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0100-START-HERE.
          MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

          DISPLAY "Run date of the readings to write letters for "
             "(YYYYMMDD), blank for today: "
          ACCEPT WS-LETTER-DATE-IN
          EVALUATE TRUE
             WHEN WS-LETTER-DATE-IN = SPACES
                MOVE WS-RUN-DATE TO WS-LETTER-DATE
             WHEN WS-LETTER-DATE-IN IS NOT NUMERIC
                DISPLAY "Date must be numeric YYYYMMDD"
                MOVE 8 TO RETURN-CODE
                STOP RUN
             WHEN OTHER
                MOVE WS-LETTER-DATE-IN TO WS-LETTER-DATE
          END-EVALUATE
          COMPUTE WS-LETTER-INT =
             FUNCTION INTEGER-OF-DATE(WS-LETTER-DATE)

          OPEN INPUT BMI-HISTORY-FILE
          IF WS-HIST-STATUS NOT = "00"
             DISPLAY "BMIHIST.IDX COULD NOT BE OPENED, STATUS "
                WS-HIST-STATUS
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF

          PERFORM 0110-LOAD-SITE-MASTER
          PERFORM 0120-LOAD-OPEN-GOALS

          OPEN OUTPUT LETTER-FILE
          IF WS-LTR-STATUS NOT = "00"
             DISPLAY "BMILETTR.DAT COULD NOT BE OPENED, STATUS "
                WS-LTR-STATUS
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF

          OPEN OUTPUT CONTROL-PRINT-FILE
          IF WS-PRT-STATUS NOT = "00"
             DISPLAY "BMILETC.DAT COULD NOT BE OPENED, STATUS "
                WS-PRT-STATUS
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF

          PERFORM 0200-SCAN-HISTORY
          PERFORM 0600-PRINT-CONTROL-REPORT

          CLOSE CONTROL-PRINT-FILE
          CLOSE LETTER-FILE
          CLOSE BMI-HISTORY-FILE

          IF WS-LETTER-COUNT = 0
             DISPLAY "No readings posted on " WS-LETTER-DATE
                " - no letters written"
          ELSE
             DISPLAY "BMILETTER complete: " WS-LETTER-COUNT
                " letters written to BMILETTR.DAT"
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
                   MOVE SITEM-NAME TO WS-SM-NAME(WS-SM-COUNT)
             END-READ
          END-PERFORM

          CLOSE SITE-MASTER-FILE.

       0120-LOAD-OPEN-GOALS.
          OPEN INPUT GOAL-FILE

          IF WS-GOAL-STATUS = "35"
             DISPLAY "No BMIGOAL.DAT found - letters will show no "
                "goal progress"
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
                      IF GOL-OPEN
                         PERFORM 0130-STORE-OPEN-GOAL
                      END-IF
                END-READ
             END-PERFORM

             CLOSE GOAL-FILE
          END-IF.

       0130-STORE-OPEN-GOAL.
          IF WS-GOAL-COUNT >= WS-GOAL-LIMIT
             DISPLAY "GOAL FILE EXCEEDS TABLE LIMIT"
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF
          ADD 1 TO WS-GOAL-COUNT
          MOVE GOL-ID          TO WS-GOL-ID(WS-GOAL-COUNT)
          MOVE GOL-SET-DATE    TO WS-GOL-SET-DATE(WS-GOAL-COUNT)
          MOVE GOL-TARGET-DATE TO WS-GOL-TARGET-DATE(WS-GOAL-COUNT)
          MOVE GOL-START-BMI   TO WS-GOL-START-BMI(WS-GOAL-COUNT)
          MOVE GOL-TARGET-BMI  TO WS-GOL-TARGET-BMI(WS-GOAL-COUNT).

      *> One pass over the whole history file. A reading posted on
      *> the letter date gets a letter; every row, posted that day
      *> or not, then becomes the previous reading for the next.
       0200-SCAN-HISTORY.
          MOVE 'N' TO WS-EOF-FLAG
          PERFORM UNTIL WS-EOF
             READ BMI-HISTORY-FILE NEXT RECORD
                AT END
                   SET WS-EOF TO TRUE
                NOT AT END
                   ADD 1 TO WS-HIST-READ-COUNT
                   IF HIST-RUN-DATE = WS-LETTER-DATE
                      PERFORM 0300-WRITE-LETTER
                   END-IF
                   MOVE HIST-ID       TO WS-PREV-ID
                   MOVE HIST-RUN-DATE TO WS-PREV-DATE
                   MOVE HIST-BMI      TO WS-PREV-BMI
             END-READ
          END-PERFORM.

      *> Readings classified under the pediatric tables carry a
      *> percentile band and are written to the parent or guardian.
       0300-WRITE-LETTER.
          ADD 1 TO WS-LETTER-COUNT
          MOVE 0 TO WS-LETTER-LINE-COUNT
          IF HIST-PCTL NOT = SPACES
             SET WS-PEDIATRIC TO TRUE
             ADD 1 TO WS-PED-COUNT
          ELSE
             MOVE 'N' TO WS-PEDIATRIC-FLAG
             ADD 1 TO WS-ADULT-COUNT
          END-IF

          MOVE HIST-SITE TO WS-LS-WANT-SITE
          PERFORM 0820-FIND-LETTER-SITE
          IF WS-PEDIATRIC
             ADD 1 TO WS-LS-PED-COUNT(WS-LS-FOUND-SUB)
          ELSE
             ADD 1 TO WS-LS-ADULT-COUNT(WS-LS-FOUND-SUB)
          END-IF

          PERFORM 0310-WRITE-LETTER-HEADING
          PERFORM 0320-WRITE-RESULTS
          PERFORM 0350-WRITE-PREVIOUS-READING
          PERFORM 0360-WRITE-GOAL-PROGRESS
          PERFORM 0390-WRITE-CLOSING

          PERFORM UNTIL WS-LETTER-LINE-COUNT >= WS-LETTER-PAGE-LINES
             MOVE SPACES TO WS-LTR-TEXT
             PERFORM 0450-WRITE-LETTER-LINE
          END-PERFORM.

       0310-WRITE-LETTER-HEADING.
          MOVE WS-LTR-HEAD-1 TO WS-LTR-TEXT
          PERFORM 0450-WRITE-LETTER-LINE
          MOVE WS-LTR-HEAD-2 TO WS-LTR-TEXT
          PERFORM 0450-WRITE-LETTER-LINE
          MOVE SPACES TO WS-LTR-TEXT
          PERFORM 0450-WRITE-LETTER-LINE
          MOVE HIST-RUN-DATE TO LTR-DATE
          MOVE WS-LTR-DATE-LINE TO WS-LTR-TEXT
          PERFORM 0450-WRITE-LETTER-LINE
          MOVE SPACES TO WS-LTR-TEXT
          PERFORM 0450-WRITE-LETTER-LINE

          IF WS-PEDIATRIC
             MOVE "TO THE PARENT OR GUARDIAN OF" TO WS-LTR-TEXT
             PERFORM 0450-WRITE-LETTER-LINE
          END-IF
          MOVE HIST-NAME TO LTR-NAME
          MOVE WS-LTR-NAME-LINE TO WS-LTR-TEXT
          PERFORM 0450-WRITE-LETTER-LINE
          MOVE HIST-ID   TO LTR-ID
          MOVE HIST-SITE TO LTR-SITE
          MOVE WS-LTR-ID-LINE TO WS-LTR-TEXT
          PERFORM 0450-WRITE-LETTER-LINE
          MOVE SPACES TO WS-LTR-TEXT
          PERFORM 0450-WRITE-LETTER-LINE

          MOVE SPACES TO WS-LTR-TEXT
          IF WS-PEDIATRIC
             MOVE "Dear Parent or Guardian," TO WS-LTR-TEXT
          ELSE
             STRING "Dear " DELIMITED BY SIZE
                HIST-NAME DELIMITED BY "  "
                "," DELIMITED BY SIZE
                INTO WS-LTR-TEXT
             END-STRING
          END-IF
          PERFORM 0450-WRITE-LETTER-LINE
          MOVE SPACES TO WS-LTR-TEXT
          PERFORM 0450-WRITE-LETTER-LINE.

       0320-WRITE-RESULTS.
          MOVE SPACES TO WS-LTR-TEXT
          IF WS-PEDIATRIC
             STRING "Here are your child's results from the BMI "
                DELIMITED BY SIZE
                "screening on " DELIMITED BY SIZE
                HIST-RUN-DATE DELIMITED BY SIZE
                ":" DELIMITED BY SIZE
                INTO WS-LTR-TEXT
             END-STRING
          ELSE
             STRING "Thank you for taking part in the BMI screening "
                DELIMITED BY SIZE
                "on " DELIMITED BY SIZE
                HIST-RUN-DATE DELIMITED BY SIZE
                ". Your results:" DELIMITED BY SIZE
                INTO WS-LTR-TEXT
             END-STRING
          END-IF
          PERFORM 0450-WRITE-LETTER-LINE
          MOVE SPACES TO WS-LTR-TEXT
          PERFORM 0450-WRITE-LETTER-LINE

          MOVE HIST-HEIGHT TO LTR-HEIGHT
          MOVE WS-LTR-HEIGHT-LINE TO WS-LTR-TEXT
          PERFORM 0450-WRITE-LETTER-LINE
          MOVE HIST-WEIGHT TO LTR-WEIGHT
          MOVE WS-LTR-WEIGHT-LINE TO WS-LTR-TEXT
          PERFORM 0450-WRITE-LETTER-LINE
          MOVE HIST-BMI TO LTR-BMI
          MOVE WS-LTR-BMI-LINE TO WS-LTR-TEXT
          PERFORM 0450-WRITE-LETTER-LINE
          IF WS-PEDIATRIC
             MOVE "PERCENTILE BAND:" TO LTR-CLASS-LABEL
             MOVE HIST-PCTL TO LTR-CLASS
             PERFORM 0340-CHOOSE-PEDIATRIC-WORDING
          ELSE
             MOVE "CATEGORY:" TO LTR-CLASS-LABEL
             MOVE HIST-CATEGORY TO LTR-CLASS
             PERFORM 0330-CHOOSE-ADULT-WORDING
          END-IF
          MOVE WS-LTR-CLASS-LINE TO WS-LTR-TEXT
          PERFORM 0450-WRITE-LETTER-LINE
          MOVE SPACES TO WS-LTR-TEXT
          PERFORM 0450-WRITE-LETTER-LINE

          MOVE WS-WORDING-1 TO WS-LTR-TEXT
          PERFORM 0450-WRITE-LETTER-LINE
          MOVE WS-WORDING-2 TO WS-LTR-TEXT
          PERFORM 0450-WRITE-LETTER-LINE
          MOVE WS-WORDING-3 TO WS-LTR-TEXT
          PERFORM 0450-WRITE-LETTER-LINE
          MOVE WS-WORDING-4 TO WS-LTR-TEXT
          PERFORM 0450-WRITE-LETTER-LINE
          MOVE SPACES TO WS-LTR-TEXT
          PERFORM 0450-WRITE-LETTER-LINE.

      *> Adult wording follows the categories BMICALCULATOR assigns
      *> from the standard adult BMI bands.
       0330-CHOOSE-ADULT-WORDING.
          EVALUATE HIST-CATEGORY
             WHEN "UNDERWEIGHT"
                MOVE "Your BMI is below the healthy range for adults"
                   TO WS-WORDING-1
                MOVE "of 18.5 to 24.9. A low BMI can be a sign of poor"
                   TO WS-WORDING-2
                MOVE "nutrition or another health problem. Please"
                   TO WS-WORDING-3
                MOVE "discuss this result with your doctor or clinic."
                   TO WS-WORDING-4
             WHEN "NORMAL"
                MOVE "Your BMI is within the healthy range for adults"
                   TO WS-WORDING-1
                MOVE "of 18.5 to 24.9. Keep up a balanced diet and"
                   TO WS-WORDING-2
                MOVE "regular physical activity to stay in this"
                   TO WS-WORDING-3
                MOVE "range."
                   TO WS-WORDING-4
             WHEN "OVERWEIGHT"
                MOVE "Your BMI is above the healthy range for adults"
                   TO WS-WORDING-1
                MOVE "of 18.5 to 24.9. Modest changes to diet and"
                   TO WS-WORDING-2
                MOVE "activity can bring it down, and your clinic can"
                   TO WS-WORDING-3
                MOVE "help you set a goal."
                   TO WS-WORDING-4
             WHEN "OBESE"
                MOVE "Your BMI is in the obese range for adults, 30.0"
                   TO WS-WORDING-1
                MOVE "and above. A BMI in this range raises the risk"
                   TO WS-WORDING-2
                MOVE "of heart disease and diabetes. Please discuss"
                   TO WS-WORDING-3
                MOVE "this result with your doctor or clinic."
                   TO WS-WORDING-4
             WHEN OTHER
                MOVE "Please contact your clinic to go over this"
                   TO WS-WORDING-1
                MOVE "result."
                   TO WS-WORDING-2
                MOVE SPACES TO WS-WORDING-3
                MOVE SPACES TO WS-WORDING-4
          END-EVALUATE.

      *> Children are described by where the BMI falls among
      *> children of the same age and sex, never by adult category.
       0340-CHOOSE-PEDIATRIC-WORDING.
          EVALUATE HIST-PCTL
             WHEN "P<5"
                MOVE "Your child's BMI is below the 5th percentile for"
                   TO WS-WORDING-1
                MOVE "children of the same age and sex, which is"
                   TO WS-WORDING-2
                MOVE "underweight. Please discuss this result with"
                   TO WS-WORDING-3
                MOVE "your child's doctor or clinic."
                   TO WS-WORDING-4
             WHEN "P5-84"
                MOVE "Your child's BMI is between the 5th and 85th"
                   TO WS-WORDING-1
                MOVE "percentile for children of the same age and sex,"
                   TO WS-WORDING-2
                MOVE "which is a healthy weight. Keep encouraging"
                   TO WS-WORDING-3
                MOVE "balanced meals and active play."
                   TO WS-WORDING-4
             WHEN "P85-94"
                MOVE "Your child's BMI is between the 85th and 95th"
                   TO WS-WORDING-1
                MOVE "percentile for children of the same age and sex,"
                   TO WS-WORDING-2
                MOVE "which is overweight. Your child's doctor or"
                   TO WS-WORDING-3
                MOVE "clinic can suggest healthy family habits."
                   TO WS-WORDING-4
             WHEN "P>=95"
                MOVE "Your child's BMI is at or above the 95th"
                   TO WS-WORDING-1
                MOVE "percentile for children of the same age and sex,"
                   TO WS-WORDING-2
                MOVE "which is in the obese range. Please discuss this"
                   TO WS-WORDING-3
                MOVE "result with your child's doctor or clinic."
                   TO WS-WORDING-4
             WHEN OTHER
                MOVE "Please contact your clinic to go over this"
                   TO WS-WORDING-1
                MOVE "result."
                   TO WS-WORDING-2
                MOVE SPACES TO WS-WORDING-3
                MOVE SPACES TO WS-WORDING-4
          END-EVALUATE.

       0350-WRITE-PREVIOUS-READING.
          IF WS-PREV-ID = HIST-ID
             ADD 1 TO WS-PREV-COUNT
             MOVE WS-PREV-BMI  TO LTR-PREV-BMI
             MOVE WS-PREV-DATE TO LTR-PREV-DATE
             COMPUTE LTR-PREV-CHANGE = HIST-BMI - WS-PREV-BMI
             MOVE WS-LTR-PREV-LINE TO WS-LTR-TEXT
          ELSE
             MOVE WS-LTR-NO-PREV-LINE TO WS-LTR-TEXT
          END-IF
          PERFORM 0450-WRITE-LETTER-LINE
          MOVE SPACES TO WS-LTR-TEXT
          PERFORM 0450-WRITE-LETTER-LINE.

      *> A goal set after this reading was taken is not mentioned;
      *> the letter reports progress as it stood on the letter date.
       0360-WRITE-GOAL-PROGRESS.
          MOVE 0 TO WS-GOAL-FOUND-SUB
          PERFORM VARYING WS-GOAL-SUB FROM 1 BY 1
             UNTIL WS-GOAL-SUB > WS-GOAL-COUNT
                OR WS-GOAL-FOUND-SUB > 0
             IF WS-GOL-ID(WS-GOAL-SUB) = HIST-ID
                AND WS-GOL-SET-DATE(WS-GOAL-SUB) <= HIST-RUN-DATE
                MOVE WS-GOAL-SUB TO WS-GOAL-FOUND-SUB
             END-IF
          END-PERFORM

          IF WS-GOAL-FOUND-SUB > 0
             MOVE WS-GOAL-FOUND-SUB TO WS-GOAL-SUB
             ADD 1 TO WS-GOAL-SHOWN
             PERFORM 0370-SCORE-AGAINST-PACE

             MOVE WS-GOL-TARGET-BMI(WS-GOAL-SUB) TO LTR-GOAL-TARGET
             MOVE WS-GOL-TARGET-DATE(WS-GOAL-SUB) TO LTR-GOAL-BY
             MOVE WS-GOL-START-BMI(WS-GOAL-SUB) TO LTR-GOAL-START
             MOVE WS-LTR-GOAL-LINE-1 TO WS-LTR-TEXT
             PERFORM 0450-WRITE-LETTER-LINE

             MOVE WS-PACE-FLAG TO LTR-GOAL-FLAG
             IF WS-PACE-FLAG = "MET       "
                MOVE SPACES TO LTR-GOAL-TO-GO-LABEL
                MOVE 0 TO LTR-GOAL-TO-GO
             ELSE
                MOVE "  STILL TO GO " TO LTR-GOAL-TO-GO-LABEL
                MOVE WS-TO-GO TO LTR-GOAL-TO-GO
             END-IF
             MOVE WS-LTR-GOAL-LINE-2 TO WS-LTR-TEXT
             PERFORM 0450-WRITE-LETTER-LINE
             MOVE SPACES TO WS-LTR-TEXT
             PERFORM 0450-WRITE-LETTER-LINE
          END-IF.

      *> Same measure as the BMIGOAL progress report: signed change
      *> from the starting BMI against the straight-line share of
      *> the change needed by the target date, taken at this reading.
       0370-SCORE-AGAINST-PACE.
          COMPUTE WS-NEEDED-CHANGE =
             WS-GOL-TARGET-BMI(WS-GOAL-SUB)
             - WS-GOL-START-BMI(WS-GOAL-SUB)
          COMPUTE WS-ACHIEVED-CHANGE =
             HIST-BMI - WS-GOL-START-BMI(WS-GOAL-SUB)
          COMPUTE WS-REMAINING =
             HIST-BMI - WS-GOL-TARGET-BMI(WS-GOAL-SUB)
          IF WS-REMAINING < 0
             COMPUTE WS-TO-GO = 0 - WS-REMAINING
          ELSE
             MOVE WS-REMAINING TO WS-TO-GO
          END-IF

          IF (WS-NEEDED-CHANGE <= 0 AND WS-REMAINING <= 0)
             OR (WS-NEEDED-CHANGE > 0 AND WS-REMAINING >= 0)
             MOVE "MET       " TO WS-PACE-FLAG
          ELSE
             IF WS-GOL-TARGET-DATE(WS-GOAL-SUB) < HIST-RUN-DATE
                MOVE "EXPIRED   " TO WS-PACE-FLAG
             ELSE
                PERFORM 0380-CHECK-PACE
             END-IF
          END-IF.

       0380-CHECK-PACE.
          COMPUTE WS-SET-INT = FUNCTION
             INTEGER-OF-DATE(WS-GOL-SET-DATE(WS-GOAL-SUB))
          COMPUTE WS-TARGET-INT = FUNCTION
             INTEGER-OF-DATE(WS-GOL-TARGET-DATE(WS-GOAL-SUB))
          COMPUTE WS-TOTAL-DAYS = WS-TARGET-INT - WS-SET-INT
          COMPUTE WS-GONE-DAYS  = WS-LETTER-INT - WS-SET-INT

          IF WS-TOTAL-DAYS <= 0
             MOVE "BEHIND    " TO WS-PACE-FLAG
          ELSE
             COMPUTE WS-EXPECTED-CHANGE =
                WS-NEEDED-CHANGE * WS-GONE-DAYS / WS-TOTAL-DAYS
             IF (WS-NEEDED-CHANGE <= 0
                AND WS-ACHIEVED-CHANGE <= WS-EXPECTED-CHANGE)
                OR (WS-NEEDED-CHANGE > 0
                AND WS-ACHIEVED-CHANGE >= WS-EXPECTED-CHANGE)
                MOVE "ON PACE   " TO WS-PACE-FLAG
             ELSE
                MOVE "BEHIND    " TO WS-PACE-FLAG
             END-IF
          END-IF.

       0390-WRITE-CLOSING.
          MOVE "If you have questions about these results, please"
             TO WS-LTR-TEXT
          PERFORM 0450-WRITE-LETTER-LINE
          MOVE "contact your clinic." TO WS-LTR-TEXT
          PERFORM 0450-WRITE-LETTER-LINE
          MOVE SPACES TO WS-LTR-TEXT
          PERFORM 0450-WRITE-LETTER-LINE
          MOVE "Sincerely," TO WS-LTR-TEXT
          PERFORM 0450-WRITE-LETTER-LINE
          MOVE SPACES TO WS-LTR-TEXT
          PERFORM 0450-WRITE-LETTER-LINE
          MOVE "BMI WELLNESS SCREENING PROGRAM" TO WS-LTR-TEXT
          PERFORM 0450-WRITE-LETTER-LINE.

       0450-WRITE-LETTER-LINE.
          MOVE WS-LTR-TEXT TO LETTER-LINE
          WRITE LETTER-LINE
          ADD 1 TO WS-LETTER-LINE-COUNT.

       0600-PRINT-CONTROL-REPORT.
          PERFORM VARYING WS-LS-SUB FROM 1 BY 1
             UNTIL WS-LS-SUB > WS-LS-COUNT
             MOVE WS-LS-CODE(WS-LS-SUB) TO SCL-SITE
             MOVE WS-LS-NAME(WS-LS-SUB) TO SCL-NAME
             MOVE WS-LS-ADULT-COUNT(WS-LS-SUB) TO SCL-ADULT
             MOVE WS-LS-PED-COUNT(WS-LS-SUB)   TO SCL-PED
             COMPUTE SCL-TOTAL = WS-LS-ADULT-COUNT(WS-LS-SUB)
                + WS-LS-PED-COUNT(WS-LS-SUB)
             MOVE WS-SITE-COUNT-LINE TO PRINT-LINE
             PERFORM 0440-WRITE-PRINT-LINE
          END-PERFORM

          MOVE "ALL "         TO SCL-SITE
          MOVE "SITES"        TO SCL-NAME
          MOVE WS-ADULT-COUNT TO SCL-ADULT
          MOVE WS-PED-COUNT   TO SCL-PED
          MOVE WS-LETTER-COUNT TO SCL-TOTAL
          MOVE SPACES TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE
          MOVE WS-SITE-COUNT-LINE TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE

          MOVE SPACES TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE
          MOVE WS-HIST-READ-COUNT TO TOT-HIST-READ
          MOVE WS-TOTAL-LINE-1 TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE
          MOVE WS-LETTER-COUNT TO TOT-LETTERS
          MOVE WS-TOTAL-LINE-2 TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE
          MOVE WS-ADULT-COUNT TO TOT-ADULT
          MOVE WS-TOTAL-LINE-3 TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE
          MOVE WS-PED-COUNT TO TOT-PED
          MOVE WS-TOTAL-LINE-4 TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE
          MOVE WS-PREV-COUNT TO TOT-PREV
          MOVE WS-TOTAL-LINE-5 TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE
          MOVE WS-GOAL-SHOWN TO TOT-GOAL
          MOVE WS-TOTAL-LINE-6 TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE.

      *> Letters are counted under the site on the reading. Rows
      *> with no site, or a site no longer on the site master, are
      *> still counted so the control total matches the letter file.
       0820-FIND-LETTER-SITE.
          MOVE 0 TO WS-LS-FOUND-SUB
          MOVE 0 TO WS-LS-INS-POS
          PERFORM VARYING WS-LS-SUB FROM 1 BY 1
             UNTIL WS-LS-SUB > WS-LS-COUNT
                OR WS-LS-FOUND-SUB > 0
                OR WS-LS-INS-POS > 0
             EVALUATE TRUE
                WHEN WS-LS-CODE(WS-LS-SUB) = WS-LS-WANT-SITE
                   MOVE WS-LS-SUB TO WS-LS-FOUND-SUB
                WHEN WS-LS-CODE(WS-LS-SUB) > WS-LS-WANT-SITE
                   MOVE WS-LS-SUB TO WS-LS-INS-POS
             END-EVALUATE
          END-PERFORM

          IF WS-LS-FOUND-SUB = 0
             PERFORM 0830-ADD-LETTER-SITE
          END-IF.

       0830-ADD-LETTER-SITE.
          IF WS-LS-COUNT >= WS-LS-LIMIT
             DISPLAY "LETTER SITES EXCEED TABLE LIMIT"
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF

          IF WS-LS-INS-POS = 0
             COMPUTE WS-LS-INS-POS = WS-LS-COUNT + 1
          END-IF

          PERFORM VARYING WS-LS-SUB FROM WS-LS-COUNT BY -1
             UNTIL WS-LS-SUB < WS-LS-INS-POS
             MOVE WS-LS-ENTRY(WS-LS-SUB) TO WS-LS-ENTRY(WS-LS-SUB + 1)
          END-PERFORM
          ADD 1 TO WS-LS-COUNT
          MOVE WS-LS-INS-POS TO WS-LS-FOUND-SUB

          MOVE WS-LS-WANT-SITE TO WS-LS-CODE(WS-LS-FOUND-SUB)
          MOVE 0 TO WS-LS-ADULT-COUNT(WS-LS-FOUND-SUB)
          MOVE 0 TO WS-LS-PED-COUNT(WS-LS-FOUND-SUB)

          MOVE 0 TO WS-SM-FOUND-SUB
          PERFORM VARYING WS-SM-SUB FROM 1 BY 1
             UNTIL WS-SM-SUB > WS-SM-COUNT
                OR WS-SM-FOUND-SUB > 0
             IF WS-SM-CODE(WS-SM-SUB) = WS-LS-WANT-SITE
                MOVE WS-SM-SUB TO WS-SM-FOUND-SUB
             END-IF
          END-PERFORM

          EVALUATE TRUE
             WHEN WS-LS-WANT-SITE = SPACES
                MOVE "NO SITE ON READING"
                  TO WS-LS-NAME(WS-LS-FOUND-SUB)
             WHEN WS-SM-FOUND-SUB > 0
                MOVE WS-SM-NAME(WS-SM-FOUND-SUB)
                  TO WS-LS-NAME(WS-LS-FOUND-SUB)
             WHEN OTHER
                MOVE "NOT ON SITE MASTER"
                  TO WS-LS-NAME(WS-LS-FOUND-SUB)
          END-EVALUATE.

       0420-PRINT-PAGE-HEADERS.
          ADD 1 TO WS-PAGE-NUMBER
          MOVE WS-PAGE-NUMBER TO HDG1-PAGE-NO
          MOVE WS-HEADING-LINE-1 TO PRINT-LINE
          WRITE PRINT-LINE

          MOVE WS-RUN-DATE    TO HDG2-RUN-DATE
          MOVE WS-LETTER-DATE TO HDG2-LETTER-DATE
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

       END PROGRAM BMILETTER.
