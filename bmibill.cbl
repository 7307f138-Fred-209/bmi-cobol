       IDENTIFICATION DIVISION.
       PROGRAM-ID. BMIBILL.
       AUTHOR. FRED DURHAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BMI-HISTORY-FILE ASSIGN TO "BMIHIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT ADJ-LOG-FILE ASSIGN TO "BMIHADJL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJL-STATUS.

           SELECT BILL-RATE-FILE ASSIGN TO "BMIRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT SITE-MASTER-FILE ASSIGN TO "BMISITEMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITEMST-STATUS.

           SELECT BILL-REGISTER-FILE ASSIGN TO "BMIBILLREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BREG-STATUS.

           SELECT GL-INTERFACE-FILE ASSIGN TO "BMIGLIF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLIF-STATUS.

           SELECT STATEMENT-PRINT-FILE ASSIGN TO "BMIBILS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BMI-HISTORY-FILE.
           COPY "BMIHIST.CPY".

       FD  ADJ-LOG-FILE.
           COPY "BMIADJL.CPY".

       FD  BILL-RATE-FILE.
           COPY "BMIRATE.CPY".

       FD  SITE-MASTER-FILE.
           COPY "BMISITE.CPY".

       FD  BILL-REGISTER-FILE.
           COPY "BMIBILP.CPY".

       FD  GL-INTERFACE-FILE.
           COPY "BMIGLIF.CPY".

       FD  STATEMENT-PRINT-FILE.
       01 PRINT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG PIC X VALUE 'N'.
          88 WS-EOF VALUE 'Y'.

       01 WS-FILE-STATUSES.
          05 WS-HIST-STATUS    PIC XX.
          05 WS-ADJL-STATUS    PIC XX.
          05 WS-RATE-STATUS    PIC XX.
          05 WS-SITEMST-STATUS PIC XX.
          05 WS-BREG-STATUS    PIC XX.
          05 WS-GLIF-STATUS    PIC XX.
          05 WS-PRT-STATUS     PIC XX.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC 9(6).

       01 WS-PERIOD-FIELDS.
          05 WS-PERIOD-IN    PIC X(6).
          05 WS-PERIOD       PIC 9(6).
          05 WS-PERIOD-X REDEFINES WS-PERIOD.
             10 WS-PERIOD-YEAR  PIC 9(4).
             10 WS-PERIOD-MONTH PIC 99.
          05 WS-PERIOD-START PIC 9(8).
          05 WS-PERIOD-END   PIC 9(8).
          05 WS-RUN-PERIOD   PIC 9(6).

       01 WS-RUN-TYPE PIC X.
          88 WS-TRIAL-RUN VALUE 'T' 't' ' '.
          88 WS-CLOSE-RUN VALUE 'C' 'c'.

       01 WS-CLOSED-FLAG PIC X VALUE 'N'.
          88 WS-PERIOD-CLOSED VALUE 'Y'.
       01 WS-CLOSED-ON PIC 9(8).

       01 WS-RATE-TABLE.
          05 WS-RT-COUNT PIC 9(3) VALUE 0.
          05 WS-RT-LIMIT PIC 9(3) VALUE 200.
          05 WS-RT-ENTRY OCCURS 200.
             10 WS-RT-SITE      PIC X(4).
             10 WS-RT-EFF-DATE  PIC 9(8).
             10 WS-RT-ADULT     PIC 9(3)V99.
             10 WS-RT-PEDIATRIC PIC 9(3)V99.

       01 WS-RATE-WORK.
          05 WS-RT-SUB       PIC 9(3).
          05 WS-RT-FOUND-SUB PIC 9(3).
          05 WS-RT-WANT-SITE PIC X(4).
          05 WS-RT-BEST-DATE PIC 9(8).

       01 WS-SITE-MASTER-TABLE.
          05 WS-SM-COUNT PIC 9(2) VALUE 0.
          05 WS-SM-LIMIT PIC 9(2) VALUE 50.
          05 WS-SM-ENTRY OCCURS 50.
             10 WS-SM-CODE    PIC X(4).
             10 WS-SM-NAME    PIC X(20).
             10 WS-SM-CONTACT PIC X(20).

       01 WS-SITE-MASTER-WORK.
          05 WS-SM-SUB       PIC 9(2).
          05 WS-SM-FOUND-SUB PIC 9(2).

      *> One entry per site with readings or voids in the period,
      *> kept in site-code order as entries are added so statements
      *> and the ledger file come out in site order.
       01 WS-BILL-TABLE.
          05 WS-BS-COUNT PIC 9(3) VALUE 0.
          05 WS-BS-LIMIT PIC 9(3) VALUE 100.
          05 WS-BS-ENTRY OCCURS 100.
             10 WS-BS-CODE        PIC X(4).
             10 WS-BS-NAME        PIC X(20).
             10 WS-BS-CONTACT     PIC X(20).
             10 WS-BS-MASTER-FLAG PIC X.
                88 WS-BS-ON-MASTER VALUE 'Y'.
             10 WS-BS-ADULT-COUNT PIC 9(6).
             10 WS-BS-PED-COUNT   PIC 9(6).
             10 WS-BS-VOID-COUNT  PIC 9(6).
             10 WS-BS-RATE-SITE   PIC X(4).
             10 WS-BS-RATE-DATE   PIC 9(8).
             10 WS-BS-ADULT-RATE  PIC 9(3)V99.
             10 WS-BS-PED-RATE    PIC 9(3)V99.
             10 WS-BS-ADULT-AMT   PIC 9(7)V99.
             10 WS-BS-PED-AMT     PIC 9(7)V99.
             10 WS-BS-AMOUNT      PIC 9(8)V99.

       01 WS-BILL-WORK.
          05 WS-BS-SUB       PIC 9(3).
          05 WS-BS-FOUND-SUB PIC 9(3).
          05 WS-BS-INS-POS   PIC 9(3).
          05 WS-BS-WANT-SITE PIC X(4).

       01 WS-BILL-TOTALS.
          05 WS-SITES-BILLED     PIC 9(4) VALUE 0.
          05 WS-TOTAL-ADULT      PIC 9(7) VALUE 0.
          05 WS-TOTAL-PED        PIC 9(7) VALUE 0.
          05 WS-TOTAL-READINGS   PIC 9(7) VALUE 0.
          05 WS-TOTAL-VOIDS      PIC 9(7) VALUE 0.
          05 WS-TOTAL-AMOUNT     PIC 9(9)V99 VALUE 0.
          05 WS-NOSITE-COUNT     PIC 9(7) VALUE 0.
          05 WS-UNKNOWN-SITES    PIC 9(4) VALUE 0.
          05 WS-GLIF-DTL-COUNT   PIC 9(6) VALUE 0.

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
             VALUE "SCREENING CHARGEBACK STATEMENT".
          05 FILLER       PIC X(5)  VALUE "PAGE ".
          05 HDG1-PAGE-NO PIC ZZZ9.

       01 WS-HEADING-LINE-2.
          05 FILLER        PIC X(8)  VALUE "PERIOD: ".
          05 HDG2-PERIOD   PIC 9(6).
          05 FILLER        PIC X(13) VALUE "   RUN DATE: ".
          05 HDG2-RUN-DATE PIC 9(8).
          05 FILLER        PIC X(3)  VALUE SPACES.
          05 HDG2-RUN-TYPE PIC X(22).

       01 WS-SITE-LINE.
          05 FILLER        PIC X(9)  VALUE "SITE:    ".
          05 STL-CODE      PIC X(4).
          05 FILLER        PIC X(2)  VALUE SPACES.
          05 STL-NAME      PIC X(26).

       01 WS-CONTACT-LINE.
          05 FILLER        PIC X(9)  VALUE "CONTACT: ".
          05 CTL-CONTACT   PIC X(20).

       01 WS-CHARGE-HEADING-LINE.
          05 FILLER PIC X(22) VALUE SPACES.
          05 FILLER PIC X(10) VALUE "READINGS".
          05 FILLER PIC X(10) VALUE "    RATE".
          05 FILLER PIC X(14) VALUE "        AMOUNT".

       01 WS-CHARGE-LINE.
          05 CHG-LABEL     PIC X(22).
          05 CHG-COUNT     PIC ZZZ,ZZ9.
          05 FILLER        PIC X(5)  VALUE SPACES.
          05 CHG-RATE      PIC ZZ9.99.
          05 FILLER        PIC X(2)  VALUE SPACES.
          05 CHG-AMOUNT    PIC Z,ZZZ,ZZ9.99.

       01 WS-DUE-LINE.
          05 FILLER        PIC X(20) VALUE "TOTAL DUE:          ".
          05 FILLER        PIC X(20) VALUE SPACES.
          05 DUE-AMOUNT    PIC ZZ,ZZZ,ZZ9.99.

       01 WS-RATE-LINE.
          05 FILLER        PIC X(20) VALUE "RATES IN FORCE FROM ".
          05 RTL-EFF-DATE  PIC 9(8).
          05 FILLER        PIC X(2)  VALUE SPACES.
          05 RTL-SOURCE    PIC X(12).

       01 WS-VOID-LINE.
          05 FILLER        PIC X(20) VALUE "VOIDED, NOT BILLED: ".
          05 VDL-COUNT     PIC ZZZ,ZZ9.

       01 WS-SUMMARY-TITLE PIC X(30)
          VALUE "BILLING SUMMARY".

       01 WS-TOTAL-LINE-1.
          05 FILLER          PIC X(20) VALUE "SITES BILLED:       ".
          05 TOT-SITES       PIC ZZZ9.

       01 WS-TOTAL-LINE-2.
          05 FILLER          PIC X(20) VALUE "ADULT READINGS:     ".
          05 TOT-ADULT       PIC Z,ZZZ,ZZ9.

       01 WS-TOTAL-LINE-3.
          05 FILLER          PIC X(20) VALUE "PEDIATRIC READINGS: ".
          05 TOT-PED         PIC Z,ZZZ,ZZ9.

       01 WS-TOTAL-LINE-4.
          05 FILLER          PIC X(20) VALUE "TOTAL AMOUNT:       ".
          05 TOT-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-TOTAL-LINE-5.
          05 FILLER          PIC X(20) VALUE "VOIDED, NOT BILLED: ".
          05 TOT-VOIDS       PIC Z,ZZZ,ZZ9.

       01 WS-TOTAL-LINE-6.
          05 FILLER          PIC X(20) VALUE "NO SITE, NOT BILLED:".
          05 TOT-NOSITE      PIC Z,ZZZ,ZZ9.

       01 WS-TOTAL-LINE-7.
          05 FILLER          PIC X(20) VALUE "SITES NOT ON MASTER:".
          05 TOT-UNKNOWN     PIC ZZZ9.

       01 WS-CLOSED-LINE PIC X(48)
          VALUE "PERIOD CLOSED - LEDGER FILE BMIGLIF.DAT WRITTEN".
       01 WS-TRIAL-LINE PIC X(48)
          VALUE "TRIAL RUN - PERIOD NOT CLOSED".
       01 WS-EXCEPTION-LINE PIC X(48)
          VALUE "*** EXCEPTIONS - PERIOD NOT CLOSED ***".

       PROCEDURE DIVISION.
       0100-START-HERE.
          MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
          MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME
          MOVE WS-RUN-DATE(1:6) TO WS-RUN-PERIOD

          DISPLAY "Billing period (YYYYMM): "
          ACCEPT WS-PERIOD-IN
          IF WS-PERIOD-IN IS NOT NUMERIC
             DISPLAY "Period must be numeric YYYYMM"
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF
          MOVE WS-PERIOD-IN TO WS-PERIOD
          IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
             DISPLAY "Period month must be 01 through 12"
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF
          COMPUTE WS-PERIOD-START = WS-PERIOD * 100 + 1
          COMPUTE WS-PERIOD-END   = WS-PERIOD * 100 + 31

          DISPLAY "Run type - T trial or C close, blank for trial: "
          ACCEPT WS-RUN-TYPE
          IF NOT WS-TRIAL-RUN AND NOT WS-CLOSE-RUN
             DISPLAY "Run type must be T or C"
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF

          IF WS-CLOSE-RUN AND WS-PERIOD NOT < WS-RUN-PERIOD
             DISPLAY "Period " WS-PERIOD " has not ended - only a "
                "trial run is allowed"
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF

          PERFORM 0110-CHECK-REGISTER
          IF WS-PERIOD-CLOSED
             DISPLAY "Period " WS-PERIOD " was closed on "
                WS-CLOSED-ON " - not billed again"
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF

          PERFORM 0120-LOAD-RATES
          PERFORM 0130-LOAD-SITE-MASTER

          PERFORM 0200-COUNT-READINGS
          PERFORM 0300-COUNT-VOIDS
          PERFORM 0400-PRICE-SITES

          IF WS-NOSITE-COUNT > 0 OR WS-UNKNOWN-SITES > 0
             SET WS-ERRORS TO TRUE
          END-IF

          OPEN OUTPUT STATEMENT-PRINT-FILE
          PERFORM 0500-PRINT-STATEMENTS
          PERFORM 0550-PRINT-SUMMARY
          CLOSE STATEMENT-PRINT-FILE

          IF WS-CLOSE-RUN AND NOT WS-ERRORS
             PERFORM 0600-WRITE-GL-FILE
             PERFORM 0700-CLOSE-PERIOD
             DISPLAY "BMIBILL complete: period " WS-PERIOD
                " closed, " WS-TOTAL-READINGS " readings billed"
          ELSE
             DISPLAY "BMIBILL complete: trial of period " WS-PERIOD
                ", " WS-TOTAL-READINGS " readings"
          END-IF

          IF WS-ERRORS
             MOVE 8 TO RETURN-CODE
          END-IF

       STOP RUN.

       0110-CHECK-REGISTER.
          OPEN INPUT BILL-REGISTER-FILE
          IF WS-BREG-STATUS = "35"
             SET WS-EOF TO TRUE
          ELSE
             IF WS-BREG-STATUS NOT = "00"
                DISPLAY "BMIBILLREG.DAT COULD NOT BE OPENED, STATUS "
                   WS-BREG-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
          END-IF

          PERFORM UNTIL WS-EOF
             READ BILL-REGISTER-FILE
                AT END
                   SET WS-EOF TO TRUE
                NOT AT END
                   IF BILP-PERIOD = WS-PERIOD
                      SET WS-PERIOD-CLOSED TO TRUE
                      MOVE BILP-CLOSE-DATE TO WS-CLOSED-ON
                   END-IF
             END-READ
          END-PERFORM

          IF WS-BREG-STATUS NOT = "35"
             CLOSE BILL-REGISTER-FILE
          END-IF.

       0120-LOAD-RATES.
          OPEN INPUT BILL-RATE-FILE
          IF WS-RATE-STATUS NOT = "00"
             DISPLAY "BMIRATE.DAT COULD NOT BE OPENED, STATUS "
                WS-RATE-STATUS
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF

          MOVE 'N' TO WS-EOF-FLAG
          PERFORM UNTIL WS-EOF
             READ BILL-RATE-FILE
                AT END
                   SET WS-EOF TO TRUE
                NOT AT END
                   IF WS-RT-COUNT >= WS-RT-LIMIT
                      DISPLAY "RATE FILE EXCEEDS TABLE LIMIT"
                      MOVE 8 TO RETURN-CODE
                      STOP RUN
                   END-IF
                   ADD 1 TO WS-RT-COUNT
                   MOVE RATE-SITE     TO WS-RT-SITE(WS-RT-COUNT)
                   MOVE RATE-EFF-DATE TO WS-RT-EFF-DATE(WS-RT-COUNT)
                   MOVE RATE-ADULT    TO WS-RT-ADULT(WS-RT-COUNT)
                   MOVE RATE-PEDIATRIC
                     TO WS-RT-PEDIATRIC(WS-RT-COUNT)
             END-READ
          END-PERFORM

          CLOSE BILL-RATE-FILE

          MOVE SPACES TO WS-RT-WANT-SITE
          PERFORM 0810-FIND-RATE-ROW
          IF WS-RT-FOUND-SUB = 0
             DISPLAY "NO DEFAULT RATE IN FORCE FOR " WS-PERIOD-START
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF.

       0130-LOAD-SITE-MASTER.
          OPEN INPUT SITE-MASTER-FILE
          IF WS-SITEMST-STATUS NOT = "00"
             DISPLAY "BMISITEMST.DAT COULD NOT BE OPENED, STATUS "
                WS-SITEMST-STATUS
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF

          MOVE 'N' TO WS-EOF-FLAG
          PERFORM UNTIL WS-EOF
             READ SITE-MASTER-FILE
                AT END
                   SET WS-EOF TO TRUE
                NOT AT END
                   IF WS-SM-COUNT >= WS-SM-LIMIT
                      DISPLAY "SITE MASTER EXCEEDS TABLE LIMIT"
                      MOVE 8 TO RETURN-CODE
                      STOP RUN
                   END-IF
                   ADD 1 TO WS-SM-COUNT
                   MOVE SITEM-CODE    TO WS-SM-CODE(WS-SM-COUNT)
                   MOVE SITEM-NAME    TO WS-SM-NAME(WS-SM-COUNT)
                   MOVE SITEM-CONTACT TO WS-SM-CONTACT(WS-SM-COUNT)
             END-READ
          END-PERFORM

          CLOSE SITE-MASTER-FILE.

      *> A voided reading is deleted from BMIHIST.IDX by BMIHISTADJ,
      *> so every row still on file for the period is billable. Rows
      *> BMIPURGE has archived are gone too - a period must be billed
      *> before its readings pass the retention cutoff.
       0200-COUNT-READINGS.
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
                   IF HIST-RUN-DATE >= WS-PERIOD-START
                      AND HIST-RUN-DATE <= WS-PERIOD-END
                      PERFORM 0210-COUNT-READING
                   END-IF
             END-READ
          END-PERFORM

          CLOSE BMI-HISTORY-FILE.

       0210-COUNT-READING.
          IF HIST-SITE = SPACES
             ADD 1 TO WS-NOSITE-COUNT
             DISPLAY "NO SITE ON READING " HIST-KEY " - NOT BILLED"
          ELSE
             MOVE HIST-SITE TO WS-BS-WANT-SITE
             PERFORM 0820-FIND-BILL-SITE
             IF HIST-PCTL = SPACES
                ADD 1 TO WS-BS-ADULT-COUNT(WS-BS-FOUND-SUB)
             ELSE
                ADD 1 TO WS-BS-PED-COUNT(WS-BS-FOUND-SUB)
             END-IF
          END-IF.

      *> Voids are counted from the adjustment log so each statement
      *> can show what was taken off. The site comes from the before
      *> image, which is the row as it stood in the BMIHIST.CPY
      *> layout - the site follows the key and the name.
       0300-COUNT-VOIDS.
          OPEN INPUT ADJ-LOG-FILE
          IF WS-ADJL-STATUS = "35"
             DISPLAY "No BMIHADJL.DAT found - no voids to show"
          ELSE
             IF WS-ADJL-STATUS NOT = "00"
                DISPLAY "BMIHADJL.DAT COULD NOT BE OPENED, STATUS "
                   WS-ADJL-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF

             MOVE 'N' TO WS-EOF-FLAG
             PERFORM UNTIL WS-EOF
                READ ADJ-LOG-FILE
                   AT END
                      SET WS-EOF TO TRUE
                   NOT AT END
                      IF ADJL-ACTION = 'V'
                         AND ADJL-RESULT = "APPLIED "
                         AND ADJL-HIST-DATE >= WS-PERIOD-START
                         AND ADJL-HIST-DATE <= WS-PERIOD-END
                         AND ADJL-BEFORE-IMAGE(35:4) NOT = SPACES
                         PERFORM 0310-COUNT-VOID
                      END-IF
                END-READ
             END-PERFORM

             CLOSE ADJ-LOG-FILE
          END-IF.

       0310-COUNT-VOID.
          MOVE ADJL-BEFORE-IMAGE(35:4) TO WS-BS-WANT-SITE
          PERFORM 0820-FIND-BILL-SITE
          ADD 1 TO WS-BS-VOID-COUNT(WS-BS-FOUND-SUB)
          ADD 1 TO WS-TOTAL-VOIDS.

      *> A site rate row in force overrides the default row in force.
       0400-PRICE-SITES.
          PERFORM VARYING WS-BS-SUB FROM 1 BY 1
             UNTIL WS-BS-SUB > WS-BS-COUNT
             MOVE WS-BS-CODE(WS-BS-SUB) TO WS-RT-WANT-SITE
             PERFORM 0810-FIND-RATE-ROW
             IF WS-RT-FOUND-SUB = 0
                MOVE SPACES TO WS-RT-WANT-SITE
                PERFORM 0810-FIND-RATE-ROW
             END-IF
             PERFORM 0410-PRICE-SITE
          END-PERFORM.

       0410-PRICE-SITE.
          MOVE WS-RT-SITE(WS-RT-FOUND-SUB)
            TO WS-BS-RATE-SITE(WS-BS-SUB)
          MOVE WS-RT-EFF-DATE(WS-RT-FOUND-SUB)
            TO WS-BS-RATE-DATE(WS-BS-SUB)
          MOVE WS-RT-ADULT(WS-RT-FOUND-SUB)
            TO WS-BS-ADULT-RATE(WS-BS-SUB)
          MOVE WS-RT-PEDIATRIC(WS-RT-FOUND-SUB)
            TO WS-BS-PED-RATE(WS-BS-SUB)

          COMPUTE WS-BS-ADULT-AMT(WS-BS-SUB) =
             WS-BS-ADULT-COUNT(WS-BS-SUB) * WS-BS-ADULT-RATE(WS-BS-SUB)
          COMPUTE WS-BS-PED-AMT(WS-BS-SUB) =
             WS-BS-PED-COUNT(WS-BS-SUB) * WS-BS-PED-RATE(WS-BS-SUB)
          COMPUTE WS-BS-AMOUNT(WS-BS-SUB) =
             WS-BS-ADULT-AMT(WS-BS-SUB) + WS-BS-PED-AMT(WS-BS-SUB)

          ADD WS-BS-ADULT-COUNT(WS-BS-SUB) TO WS-TOTAL-ADULT
          ADD WS-BS-PED-COUNT(WS-BS-SUB)   TO WS-TOTAL-PED
          ADD WS-BS-AMOUNT(WS-BS-SUB)      TO WS-TOTAL-AMOUNT
          IF WS-BS-ADULT-COUNT(WS-BS-SUB) > 0
             OR WS-BS-PED-COUNT(WS-BS-SUB) > 0
             ADD 1 TO WS-SITES-BILLED
          END-IF
          COMPUTE WS-TOTAL-READINGS = WS-TOTAL-ADULT + WS-TOTAL-PED.

      *> Each site's statement starts a new page so it can be sent
      *> to the clinic on its own.
       0500-PRINT-STATEMENTS.
          EVALUATE TRUE
             WHEN WS-CLOSE-RUN AND NOT WS-ERRORS
                MOVE "PERIOD CLOSED" TO HDG2-RUN-TYPE
             WHEN WS-CLOSE-RUN
                MOVE "NOT CLOSED - EXCEPTIONS" TO HDG2-RUN-TYPE
             WHEN OTHER
                MOVE "TRIAL - NOT CLOSED" TO HDG2-RUN-TYPE
          END-EVALUATE

          PERFORM VARYING WS-BS-SUB FROM 1 BY 1
             UNTIL WS-BS-SUB > WS-BS-COUNT
             PERFORM 0510-PRINT-SITE-STATEMENT
          END-PERFORM.

       0510-PRINT-SITE-STATEMENT.
          MOVE 99 TO WS-LINE-COUNT

          MOVE WS-BS-CODE(WS-BS-SUB) TO STL-CODE
          IF WS-BS-ON-MASTER(WS-BS-SUB)
             MOVE WS-BS-NAME(WS-BS-SUB) TO STL-NAME
          ELSE
             MOVE "*** NOT ON SITE MASTER ***" TO STL-NAME
          END-IF
          MOVE WS-SITE-LINE TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE

          MOVE WS-BS-CONTACT(WS-BS-SUB) TO CTL-CONTACT
          MOVE WS-CONTACT-LINE TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE

          MOVE SPACES TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE

          MOVE WS-CHARGE-HEADING-LINE TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE

          MOVE "ADULT SCREENINGS"            TO CHG-LABEL
          MOVE WS-BS-ADULT-COUNT(WS-BS-SUB) TO CHG-COUNT
          MOVE WS-BS-ADULT-RATE(WS-BS-SUB)  TO CHG-RATE
          MOVE WS-BS-ADULT-AMT(WS-BS-SUB)   TO CHG-AMOUNT
          MOVE WS-CHARGE-LINE TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE

          MOVE "PEDIATRIC SCREENINGS"        TO CHG-LABEL
          MOVE WS-BS-PED-COUNT(WS-BS-SUB)   TO CHG-COUNT
          MOVE WS-BS-PED-RATE(WS-BS-SUB)    TO CHG-RATE
          MOVE WS-BS-PED-AMT(WS-BS-SUB)     TO CHG-AMOUNT
          MOVE WS-CHARGE-LINE TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE

          MOVE SPACES TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE

          MOVE WS-BS-AMOUNT(WS-BS-SUB) TO DUE-AMOUNT
          MOVE WS-DUE-LINE TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE

          MOVE SPACES TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE

          MOVE WS-BS-RATE-DATE(WS-BS-SUB) TO RTL-EFF-DATE
          IF WS-BS-RATE-SITE(WS-BS-SUB) = SPACES
             MOVE "DEFAULT RATE" TO RTL-SOURCE
          ELSE
             MOVE "SITE RATE" TO RTL-SOURCE
          END-IF
          MOVE WS-RATE-LINE TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE

          MOVE WS-BS-VOID-COUNT(WS-BS-SUB) TO VDL-COUNT
          MOVE WS-VOID-LINE TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE.

       0550-PRINT-SUMMARY.
          MOVE 99 TO WS-LINE-COUNT

          MOVE WS-SUMMARY-TITLE TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE

          MOVE SPACES TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE

          MOVE WS-SITES-BILLED TO TOT-SITES
          MOVE WS-TOTAL-LINE-1 TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE

          MOVE WS-TOTAL-ADULT TO TOT-ADULT
          MOVE WS-TOTAL-LINE-2 TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE

          MOVE WS-TOTAL-PED TO TOT-PED
          MOVE WS-TOTAL-LINE-3 TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE

          MOVE WS-TOTAL-AMOUNT TO TOT-AMOUNT
          MOVE WS-TOTAL-LINE-4 TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE

          MOVE WS-TOTAL-VOIDS TO TOT-VOIDS
          MOVE WS-TOTAL-LINE-5 TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE

          MOVE WS-NOSITE-COUNT TO TOT-NOSITE
          MOVE WS-TOTAL-LINE-6 TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE

          MOVE WS-UNKNOWN-SITES TO TOT-UNKNOWN
          MOVE WS-TOTAL-LINE-7 TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE

          MOVE SPACES TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE

          EVALUATE TRUE
             WHEN WS-ERRORS
                MOVE WS-EXCEPTION-LINE TO PRINT-LINE
             WHEN WS-CLOSE-RUN
                MOVE WS-CLOSED-LINE TO PRINT-LINE
             WHEN OTHER
                MOVE WS-TRIAL-LINE TO PRINT-LINE
          END-EVALUATE
          PERFORM 0440-WRITE-PRINT-LINE.

      *> Only sites with billable readings go to the ledger; a site
      *> whose readings were all voided has nothing to charge.
       0600-WRITE-GL-FILE.
          OPEN OUTPUT GL-INTERFACE-FILE
          IF WS-GLIF-STATUS NOT = "00"
             DISPLAY "BMIGLIF.DAT COULD NOT BE OPENED, STATUS "
                WS-GLIF-STATUS
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF

          MOVE SPACES TO GL-INTERFACE-RECORD
          SET GLIF-REC-HEADER TO TRUE
          MOVE WS-PERIOD   TO GLIF-HDR-PERIOD
          MOVE WS-RUN-DATE TO GLIF-HDR-CREATED
          WRITE GL-INTERFACE-RECORD

          PERFORM VARYING WS-BS-SUB FROM 1 BY 1
             UNTIL WS-BS-SUB > WS-BS-COUNT
             IF WS-BS-ADULT-COUNT(WS-BS-SUB) > 0
                OR WS-BS-PED-COUNT(WS-BS-SUB) > 0
                PERFORM 0610-WRITE-GL-DETAIL
             END-IF
          END-PERFORM

          MOVE SPACES TO GL-INTERFACE-RECORD
          SET GLIF-REC-TRAILER TO TRUE
          MOVE WS-GLIF-DTL-COUNT TO GLIF-TRL-REC-COUNT
          MOVE WS-TOTAL-READINGS TO GLIF-TRL-READINGS
          MOVE WS-TOTAL-AMOUNT   TO GLIF-TRL-AMOUNT
          WRITE GL-INTERFACE-RECORD

          CLOSE GL-INTERFACE-FILE.

       0610-WRITE-GL-DETAIL.
          MOVE SPACES TO GL-INTERFACE-RECORD
          SET GLIF-REC-DETAIL TO TRUE
          MOVE WS-BS-CODE(WS-BS-SUB)        TO GLIF-SITE
          MOVE WS-BS-ADULT-COUNT(WS-BS-SUB) TO GLIF-ADULT-COUNT
          MOVE WS-BS-ADULT-AMT(WS-BS-SUB)   TO GLIF-ADULT-AMOUNT
          MOVE WS-BS-PED-COUNT(WS-BS-SUB)   TO GLIF-PED-COUNT
          MOVE WS-BS-PED-AMT(WS-BS-SUB)     TO GLIF-PED-AMOUNT
          MOVE WS-BS-AMOUNT(WS-BS-SUB)      TO GLIF-SITE-AMOUNT
          WRITE GL-INTERFACE-RECORD
          ADD 1 TO WS-GLIF-DTL-COUNT.

       0700-CLOSE-PERIOD.
          OPEN EXTEND BILL-REGISTER-FILE
          IF WS-BREG-STATUS = "35"
             OPEN OUTPUT BILL-REGISTER-FILE
          END-IF
          IF WS-BREG-STATUS NOT = "00"
             DISPLAY "BMIBILLREG.DAT COULD NOT BE OPENED, STATUS "
                WS-BREG-STATUS
             DISPLAY "*** BMIGLIF.DAT WRITTEN BUT PERIOD NOT "
                "REGISTERED AS CLOSED ***"
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF

          MOVE WS-PERIOD         TO BILP-PERIOD
          MOVE WS-RUN-DATE       TO BILP-CLOSE-DATE
          MOVE WS-RUN-TIME       TO BILP-CLOSE-TIME
          MOVE WS-SITES-BILLED   TO BILP-SITE-COUNT
          MOVE WS-TOTAL-READINGS TO BILP-READING-COUNT
          MOVE WS-TOTAL-AMOUNT   TO BILP-AMOUNT
          WRITE BILL-PERIOD-RECORD

          CLOSE BILL-REGISTER-FILE.

       0810-FIND-RATE-ROW.
          MOVE 0 TO WS-RT-FOUND-SUB
          MOVE 0 TO WS-RT-BEST-DATE
          PERFORM VARYING WS-RT-SUB FROM 1 BY 1
             UNTIL WS-RT-SUB > WS-RT-COUNT
             IF WS-RT-SITE(WS-RT-SUB) = WS-RT-WANT-SITE
                AND WS-RT-EFF-DATE(WS-RT-SUB) <= WS-PERIOD-START
                AND WS-RT-EFF-DATE(WS-RT-SUB) >= WS-RT-BEST-DATE
                MOVE WS-RT-SUB TO WS-RT-FOUND-SUB
                MOVE WS-RT-EFF-DATE(WS-RT-SUB) TO WS-RT-BEST-DATE
             END-IF
          END-PERFORM.

      *> Finds the bill table entry for a site, adding one in its
      *> place in site-code order the first time the site is seen.
       0820-FIND-BILL-SITE.
          MOVE 0 TO WS-BS-FOUND-SUB
          MOVE 0 TO WS-BS-INS-POS
          PERFORM VARYING WS-BS-SUB FROM 1 BY 1
             UNTIL WS-BS-SUB > WS-BS-COUNT
                OR WS-BS-FOUND-SUB > 0
                OR WS-BS-INS-POS > 0
             EVALUATE TRUE
                WHEN WS-BS-CODE(WS-BS-SUB) = WS-BS-WANT-SITE
                   MOVE WS-BS-SUB TO WS-BS-FOUND-SUB
                WHEN WS-BS-CODE(WS-BS-SUB) > WS-BS-WANT-SITE
                   MOVE WS-BS-SUB TO WS-BS-INS-POS
             END-EVALUATE
          END-PERFORM

          IF WS-BS-FOUND-SUB = 0
             PERFORM 0830-ADD-BILL-SITE
          END-IF.

       0830-ADD-BILL-SITE.
          IF WS-BS-COUNT >= WS-BS-LIMIT
             DISPLAY "BILLED SITES EXCEED TABLE LIMIT"
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF

          IF WS-BS-INS-POS = 0
             COMPUTE WS-BS-INS-POS = WS-BS-COUNT + 1
          END-IF

          PERFORM VARYING WS-BS-SUB FROM WS-BS-COUNT BY -1
             UNTIL WS-BS-SUB < WS-BS-INS-POS
             MOVE WS-BS-ENTRY(WS-BS-SUB) TO WS-BS-ENTRY(WS-BS-SUB + 1)
          END-PERFORM
          ADD 1 TO WS-BS-COUNT
          MOVE WS-BS-INS-POS TO WS-BS-FOUND-SUB

          MOVE WS-BS-WANT-SITE TO WS-BS-CODE(WS-BS-FOUND-SUB)
          MOVE 0 TO WS-BS-ADULT-COUNT(WS-BS-FOUND-SUB)
          MOVE 0 TO WS-BS-PED-COUNT(WS-BS-FOUND-SUB)
          MOVE 0 TO WS-BS-VOID-COUNT(WS-BS-FOUND-SUB)
          MOVE 0 TO WS-BS-ADULT-AMT(WS-BS-FOUND-SUB)
          MOVE 0 TO WS-BS-PED-AMT(WS-BS-FOUND-SUB)
          MOVE 0 TO WS-BS-AMOUNT(WS-BS-FOUND-SUB)

          MOVE 0 TO WS-SM-FOUND-SUB
          PERFORM VARYING WS-SM-SUB FROM 1 BY 1
             UNTIL WS-SM-SUB > WS-SM-COUNT
                OR WS-SM-FOUND-SUB > 0
             IF WS-SM-CODE(WS-SM-SUB) = WS-BS-WANT-SITE
                MOVE WS-SM-SUB TO WS-SM-FOUND-SUB
             END-IF
          END-PERFORM

          IF WS-SM-FOUND-SUB > 0
             MOVE 'Y' TO WS-BS-MASTER-FLAG(WS-BS-FOUND-SUB)
             MOVE WS-SM-NAME(WS-SM-FOUND-SUB)
               TO WS-BS-NAME(WS-BS-FOUND-SUB)
             MOVE WS-SM-CONTACT(WS-SM-FOUND-SUB)
               TO WS-BS-CONTACT(WS-BS-FOUND-SUB)
          ELSE
             MOVE 'N' TO WS-BS-MASTER-FLAG(WS-BS-FOUND-SUB)
             MOVE SPACES TO WS-BS-NAME(WS-BS-FOUND-SUB)
             MOVE SPACES TO WS-BS-CONTACT(WS-BS-FOUND-SUB)
             ADD 1 TO WS-UNKNOWN-SITES
             DISPLAY "SITE " WS-BS-WANT-SITE " NOT ON SITE MASTER"
          END-IF.

       0420-PRINT-PAGE-HEADERS.
          ADD 1 TO WS-PAGE-NUMBER
          MOVE WS-PAGE-NUMBER TO HDG1-PAGE-NO
          MOVE WS-HEADING-LINE-1 TO PRINT-LINE
          WRITE PRINT-LINE

          MOVE WS-PERIOD   TO HDG2-PERIOD
          MOVE WS-RUN-DATE TO HDG2-RUN-DATE
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

       END PROGRAM BMIBILL.
