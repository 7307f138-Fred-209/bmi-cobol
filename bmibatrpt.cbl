       IDENTIFICATION DIVISION.
       PROGRAM-ID. BMIBATRPT.
       AUTHOR. FRED DURHAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATCH-REGISTER-FILE ASSIGN TO "BMIBATCH.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BREG-KEY
               FILE STATUS IS WS-BREG-STATUS.

           SELECT SITE-MASTER-FILE ASSIGN TO "BMISITEMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITEMST-STATUS.

           SELECT BATCH-PRINT-FILE ASSIGN TO "BMIBATR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BATCH-REGISTER-FILE.
           COPY "BMIBREG.CPY".

       FD  SITE-MASTER-FILE.
           COPY "BMISITE.CPY".

       FD  BATCH-PRINT-FILE.
       01 PRINT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-BREG-EOF-FLAG PIC X VALUE 'N'.
          88 WS-BREG-EOF VALUE 'Y'.
       01 WS-SITEMST-EOF-FLAG PIC X VALUE 'N'.
          88 WS-SITEMST-EOF VALUE 'Y'.
       01 WS-BREG-STATUS    PIC XX.
       01 WS-SITEMST-STATUS PIC XX.
       01 WS-PRT-STATUS     PIC XX.

       01 WS-RUN-DATE PIC 9(8).

       01 WS-STALE-DAYS-IN PIC X(3).
       01 WS-STALE-DAYS    PIC 9(3).

       01 WS-SITE-MASTER-TABLE.
          05 WS-SM-COUNT PIC 9(2) VALUE 0.
          05 WS-SM-LIMIT PIC 9(2) VALUE 50.
          05 WS-SM-ENTRY OCCURS 50.
             10 WS-SM-CODE     PIC X(4).
             10 WS-SM-NAME     PIC X(20).

       01 WS-SM-SUB       PIC 9(2).
       01 WS-SM-FOUND-SUB PIC 9(2).

      *> The register is read in key order, so the rows for a site
      *> arrive together with batch numbers ascending. The previous
      *> row for the site is held to spot a skipped number, and to
      *> spot a higher number that was posted before a lower one.
       01 WS-SITE-BREAK.
          05 WS-CUR-SITE        PIC X(4) VALUE SPACES.
          05 WS-PREV-BATCH-NO   PIC 9(6) VALUE 0.
          05 WS-PREV-POST-DATE  PIC 9(8) VALUE 0.
          05 WS-PREV-POST-STAMP PIC 9(14) VALUE 0.
          05 WS-CUR-POST-STAMP  PIC 9(14) VALUE 0.
          05 WS-FIRST-BATCH-NO  PIC 9(6) VALUE 0.
          05 WS-SITE-BATCHES    PIC 9(5) VALUE 0.
          05 WS-SITE-EXCEPTIONS PIC 9(5) VALUE 0.

       01 WS-AGE-FIELDS.
          05 WS-POST-INT  PIC 9(8).
          05 WS-BATCH-INT PIC 9(8).
          05 WS-AGE-DAYS  PIC S9(5).

       01 WS-GAP-FIELDS.
          05 WS-GAP-FROM  PIC 9(6).
          05 WS-GAP-TO    PIC 9(6).
          05 WS-GAP-COUNT PIC 9(6).

       01 WS-REPORT-COUNTS.
          05 WS-SITE-COUNT     PIC 9(4) VALUE 0.
          05 WS-BATCH-COUNT    PIC 9(6) VALUE 0.
          05 WS-GAP-TOTAL      PIC 9(4) VALUE 0.
          05 WS-MISSING-TOTAL  PIC 9(6) VALUE 0.
          05 WS-ORDER-TOTAL    PIC 9(4) VALUE 0.
          05 WS-STALE-TOTAL    PIC 9(4) VALUE 0.

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
             VALUE "BATCH REGISTER EXCEPTIONS".
          05 FILLER       PIC X(5)  VALUE "PAGE ".
          05 HDG1-PAGE-NO PIC ZZZ9.

       01 WS-HEADING-LINE-2.
          05 FILLER        PIC X(10) VALUE "RUN DATE: ".
          05 HDG2-RUN-DATE PIC 9(8).
          05 FILLER        PIC X(24)
             VALUE "  HEADER DATE STALE AT ".
          05 HDG2-STALE    PIC ZZ9.
          05 FILLER        PIC X(5)  VALUE " DAYS".

       01 WS-SITE-TITLE-LINE.
          05 FILLER        PIC X(5)  VALUE "SITE ".
          05 STTL-SITE     PIC X(4).
          05 FILLER        PIC X(2)  VALUE SPACES.
          05 STTL-NAME     PIC X(20).

       01 WS-GAP-LINE.
          05 FILLER        PIC X(25)
             VALUE "   BATCH NUMBERS SKIPPED ".
          05 GAP-FROM      PIC 9(6).
          05 FILLER        PIC X(6)  VALUE " THRU ".
          05 GAP-TO        PIC 9(6).
          05 FILLER        PIC X(2)  VALUE SPACES.
          05 GAP-COUNT     PIC ZZZZZ9.
          05 FILLER        PIC X(8)  VALUE " MISSING".

       01 WS-ORDER-LINE.
          05 FILLER        PIC X(9)  VALUE "   BATCH ".
          05 ORD-BATCH     PIC 9(6).
          05 FILLER        PIC X(8)  VALUE " POSTED ".
          05 ORD-POST-DATE PIC 9(8).
          05 FILLER        PIC X(14) VALUE " BEFORE BATCH ".
          05 ORD-PREV      PIC 9(6).
          05 FILLER        PIC X(8)  VALUE " POSTED ".
          05 ORD-PREV-DATE PIC 9(8).

       01 WS-STALE-LINE.
          05 FILLER        PIC X(9)  VALUE "   BATCH ".
          05 STL-BATCH     PIC 9(6).
          05 FILLER        PIC X(13) VALUE " HEADER DATE ".
          05 STL-HDR-DATE  PIC 9(8).
          05 FILLER        PIC X(8)  VALUE " POSTED ".
          05 STL-POST-DATE PIC 9(8).
          05 FILLER        PIC X(2)  VALUE SPACES.
          05 STL-DAYS      PIC ZZZZ9.
          05 FILLER        PIC X(10) VALUE " DAYS LATE".

       01 WS-SITE-TOTAL-LINE.
          05 FILLER        PIC X(11) VALUE "   BATCHES ".
          05 STOT-BATCHES  PIC ZZZZ9.
          05 FILLER        PIC X(8)  VALUE "  FIRST ".
          05 STOT-FIRST    PIC 9(6).
          05 FILLER        PIC X(7)  VALUE "  LAST ".
          05 STOT-LAST     PIC 9(6).
          05 FILLER        PIC X(13) VALUE "  EXCEPTIONS ".
          05 STOT-EXCEPT   PIC ZZZZ9.

       01 WS-TOTAL-LINE-1.
          05 FILLER          PIC X(20) VALUE "SITES ON REGISTER:  ".
          05 TOT-SITE-COUNT  PIC ZZZ9.

       01 WS-TOTAL-LINE-2.
          05 FILLER          PIC X(20) VALUE "BATCHES ON REGISTER:".
          05 TOT-BATCH-COUNT PIC ZZZZZ9.

       01 WS-TOTAL-LINE-3.
          05 FILLER          PIC X(20) VALUE "NUMBER GAPS:        ".
          05 TOT-GAP-COUNT   PIC ZZZ9.
          05 FILLER          PIC X(19) VALUE "  BATCHES MISSING: ".
          05 TOT-MISSING     PIC ZZZZZ9.

       01 WS-TOTAL-LINE-4.
          05 FILLER          PIC X(20) VALUE "OUT OF ORDER:       ".
          05 TOT-ORDER-COUNT PIC ZZZ9.

       01 WS-TOTAL-LINE-5.
          05 FILLER          PIC X(20) VALUE "STALE HEADER DATES: ".
          05 TOT-STALE-COUNT PIC ZZZ9.

       PROCEDURE DIVISION.
       0100-START-HERE.
          MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

          DISPLAY "Days before a header date is flagged stale, "
             "blank for 7: "
          ACCEPT WS-STALE-DAYS-IN
          IF WS-STALE-DAYS-IN = SPACES
             MOVE 7 TO WS-STALE-DAYS
          ELSE
             IF WS-STALE-DAYS-IN IS NUMERIC
                MOVE WS-STALE-DAYS-IN TO WS-STALE-DAYS
             ELSE
                DISPLAY "Days must be numeric"
                STOP RUN
             END-IF
          END-IF

          PERFORM 0110-LOAD-SITE-MASTER

          OPEN INPUT BATCH-REGISTER-FILE
          IF WS-BREG-STATUS = "35"
             DISPLAY "No batches on the register - run BMICALCULATOR "
                "first"
             STOP RUN
          END-IF
          IF WS-BREG-STATUS NOT = "00"
             DISPLAY "BMIBATCH.IDX COULD NOT BE OPENED, STATUS "
                WS-BREG-STATUS
             STOP RUN
          END-IF

          OPEN OUTPUT BATCH-PRINT-FILE

          PERFORM UNTIL WS-BREG-EOF
             READ BATCH-REGISTER-FILE
                AT END
                   SET WS-BREG-EOF TO TRUE
                NOT AT END
                   PERFORM 0200-PROCESS-BATCH
             END-READ
          END-PERFORM

          IF WS-CUR-SITE NOT = SPACES
             PERFORM 0300-END-SITE
          END-IF

          PERFORM 0400-PRINT-TOTALS

          CLOSE BATCH-REGISTER-FILE
          CLOSE BATCH-PRINT-FILE

          DISPLAY "BMIBATRPT complete: " WS-BATCH-COUNT
             " batches, " WS-GAP-TOTAL " gaps, " WS-ORDER-TOTAL
             " out of order, " WS-STALE-TOTAL " stale"

          IF WS-ERRORS
             MOVE 8 TO RETURN-CODE
          END-IF

       STOP RUN.

      *> Site names only - a register site that has since been
      *> dropped from the site master still reports, unnamed.
       0110-LOAD-SITE-MASTER.
          OPEN INPUT SITE-MASTER-FILE
          IF WS-SITEMST-STATUS = "35"
             SET WS-SITEMST-EOF TO TRUE
          ELSE
             IF WS-SITEMST-STATUS NOT = "00"
                DISPLAY "BMISITEMST.DAT COULD NOT BE OPENED, "
                   "STATUS " WS-SITEMST-STATUS
                STOP RUN
             END-IF
          END-IF

          PERFORM UNTIL WS-SITEMST-EOF
             READ SITE-MASTER-FILE
                AT END
                   SET WS-SITEMST-EOF TO TRUE
                NOT AT END
                   IF WS-SM-COUNT >= WS-SM-LIMIT
                      DISPLAY "SITE MASTER EXCEEDS TABLE LIMIT"
                      STOP RUN
                   END-IF
                   ADD 1 TO WS-SM-COUNT
                   MOVE SITEM-CODE TO WS-SM-CODE(WS-SM-COUNT)
                   MOVE SITEM-NAME TO WS-SM-NAME(WS-SM-COUNT)
             END-READ
          END-PERFORM

          IF WS-SITEMST-STATUS NOT = "35"
             CLOSE SITE-MASTER-FILE
          END-IF.

       0200-PROCESS-BATCH.
          IF BREG-SITE NOT = WS-CUR-SITE
             IF WS-CUR-SITE NOT = SPACES
                PERFORM 0300-END-SITE
             END-IF
             PERFORM 0210-START-SITE
          ELSE
             PERFORM 0220-CHECK-SEQUENCE
          END-IF

          PERFORM 0230-CHECK-HEADER-DATE

          ADD 1 TO WS-SITE-BATCHES
          ADD 1 TO WS-BATCH-COUNT
          MOVE BREG-BATCH-NO   TO WS-PREV-BATCH-NO
          MOVE BREG-POST-DATE  TO WS-PREV-POST-DATE
          MOVE WS-CUR-POST-STAMP TO WS-PREV-POST-STAMP.

       0210-START-SITE.
          MOVE BREG-SITE     TO WS-CUR-SITE
          MOVE BREG-BATCH-NO TO WS-FIRST-BATCH-NO
          MOVE 0 TO WS-SITE-BATCHES
          MOVE 0 TO WS-SITE-EXCEPTIONS
          ADD 1 TO WS-SITE-COUNT
          COMPUTE WS-CUR-POST-STAMP =
             BREG-POST-DATE * 1000000 + BREG-POST-TIME

          MOVE 0 TO WS-SM-FOUND-SUB
          PERFORM VARYING WS-SM-SUB FROM 1 BY 1
             UNTIL WS-SM-SUB > WS-SM-COUNT
                OR WS-SM-FOUND-SUB > 0
             IF WS-SM-CODE(WS-SM-SUB) = BREG-SITE
                MOVE WS-SM-SUB TO WS-SM-FOUND-SUB
             END-IF
          END-PERFORM

          MOVE BREG-SITE TO STTL-SITE
          IF WS-SM-FOUND-SUB > 0
             MOVE WS-SM-NAME(WS-SM-FOUND-SUB) TO STTL-NAME
          ELSE
             MOVE "NOT ON SITE MASTER" TO STTL-NAME
          END-IF

          MOVE SPACES TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE
          MOVE WS-SITE-TITLE-LINE TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE.

      *> A skipped number means a batch the clinic built but we
      *> never posted - lost in transit, or refused out of balance
      *> and never resent. A higher number posted ahead of a lower
      *> one means a batch went missing and turned up late.
       0220-CHECK-SEQUENCE.
          COMPUTE WS-CUR-POST-STAMP =
             BREG-POST-DATE * 1000000 + BREG-POST-TIME

          IF BREG-BATCH-NO > WS-PREV-BATCH-NO + 1
             COMPUTE WS-GAP-FROM = WS-PREV-BATCH-NO + 1
             COMPUTE WS-GAP-TO = BREG-BATCH-NO - 1
             COMPUTE WS-GAP-COUNT = WS-GAP-TO - WS-GAP-FROM + 1
             ADD 1 TO WS-GAP-TOTAL
             ADD WS-GAP-COUNT TO WS-MISSING-TOTAL
             ADD 1 TO WS-SITE-EXCEPTIONS
             SET WS-ERRORS TO TRUE
             MOVE WS-GAP-FROM  TO GAP-FROM
             MOVE WS-GAP-TO    TO GAP-TO
             MOVE WS-GAP-COUNT TO GAP-COUNT
             MOVE WS-GAP-LINE TO PRINT-LINE
             PERFORM 0440-WRITE-PRINT-LINE
          END-IF

          IF WS-CUR-POST-STAMP < WS-PREV-POST-STAMP
             ADD 1 TO WS-ORDER-TOTAL
             ADD 1 TO WS-SITE-EXCEPTIONS
             SET WS-ERRORS TO TRUE
             MOVE BREG-BATCH-NO     TO ORD-BATCH
             MOVE BREG-POST-DATE    TO ORD-POST-DATE
             MOVE WS-PREV-BATCH-NO  TO ORD-PREV
             MOVE WS-PREV-POST-DATE TO ORD-PREV-DATE
             MOVE WS-ORDER-LINE TO PRINT-LINE
             PERFORM 0440-WRITE-PRINT-LINE
          END-IF.

      *> A header date well before the posting date means the clinic
      *> sat on the batch - the readings in it are already old when
      *> they reach history. Dates that are not valid calendar dates
      *> cannot be aged and are left alone.
       0230-CHECK-HEADER-DATE.
          IF BREG-BATCH-DATE > 16010101
             AND BREG-POST-DATE > 16010101
             COMPUTE WS-BATCH-INT =
                FUNCTION INTEGER-OF-DATE(BREG-BATCH-DATE)
             COMPUTE WS-POST-INT =
                FUNCTION INTEGER-OF-DATE(BREG-POST-DATE)
             COMPUTE WS-AGE-DAYS = WS-POST-INT - WS-BATCH-INT

             IF WS-AGE-DAYS > WS-STALE-DAYS
                ADD 1 TO WS-STALE-TOTAL
                ADD 1 TO WS-SITE-EXCEPTIONS
                SET WS-ERRORS TO TRUE
                MOVE BREG-BATCH-NO   TO STL-BATCH
                MOVE BREG-BATCH-DATE TO STL-HDR-DATE
                MOVE BREG-POST-DATE  TO STL-POST-DATE
                MOVE WS-AGE-DAYS     TO STL-DAYS
                MOVE WS-STALE-LINE TO PRINT-LINE
                PERFORM 0440-WRITE-PRINT-LINE
             END-IF
          END-IF.

       0300-END-SITE.
          MOVE WS-SITE-BATCHES    TO STOT-BATCHES
          MOVE WS-FIRST-BATCH-NO  TO STOT-FIRST
          MOVE WS-PREV-BATCH-NO   TO STOT-LAST
          MOVE WS-SITE-EXCEPTIONS TO STOT-EXCEPT
          MOVE WS-SITE-TOTAL-LINE TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE.

       0400-PRINT-TOTALS.
          MOVE SPACES TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE

          MOVE WS-SITE-COUNT TO TOT-SITE-COUNT
          MOVE WS-TOTAL-LINE-1 TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE

          MOVE WS-BATCH-COUNT TO TOT-BATCH-COUNT
          MOVE WS-TOTAL-LINE-2 TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE

          MOVE WS-GAP-TOTAL     TO TOT-GAP-COUNT
          MOVE WS-MISSING-TOTAL TO TOT-MISSING
          MOVE WS-TOTAL-LINE-3 TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE

          MOVE WS-ORDER-TOTAL TO TOT-ORDER-COUNT
          MOVE WS-TOTAL-LINE-4 TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE

          MOVE WS-STALE-TOTAL TO TOT-STALE-COUNT
          MOVE WS-TOTAL-LINE-5 TO PRINT-LINE
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

          MOVE 0 TO WS-LINE-COUNT.

       0440-WRITE-PRINT-LINE.
          IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
             MOVE PRINT-LINE TO WS-SAVED-PRINT-LINE
             PERFORM 0420-PRINT-PAGE-HEADERS
             MOVE WS-SAVED-PRINT-LINE TO PRINT-LINE
          END-IF

          WRITE PRINT-LINE

          ADD 1 TO WS-LINE-COUNT.

       END PROGRAM BMIBATRPT.
