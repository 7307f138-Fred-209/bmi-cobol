       IDENTIFICATION DIVISION.
       PROGRAM-ID. BMIENTRY.
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

           SELECT EDIT-LIMIT-FILE ASSIGN TO "BMILIMIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMIT-STATUS.

           SELECT BATCH-REGISTER-FILE ASSIGN TO "BMIBATCH.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BREG-KEY
               FILE STATUS IS WS-BREG-STATUS.

           SELECT BMI-SITE-CONTROL-FILE ASSIGN TO "BMISITES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITES-STATUS.

           SELECT BATCH-FILE ASSIGN USING WS-BATCH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PATIENT-MASTER-FILE.
           COPY "BMIPAT.CPY".

       FD  SITE-MASTER-FILE.
           COPY "BMISITE.CPY".

       FD  EDIT-LIMIT-FILE.
           COPY "BMILIM.CPY".

       FD  BATCH-REGISTER-FILE.
           COPY "BMIBREG.CPY".

       FD  BMI-SITE-CONTROL-FILE.
       01 SITE-CONTROL-RECORD.
          05 SITE-CTL-FILE-NAME PIC X(40).

       FD  BATCH-FILE.
           COPY "BMIREC.CPY".

       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG PIC X VALUE 'N'.
          88 WS-EOF VALUE 'Y'.

       01 WS-FILE-STATUSES.
          05 WS-PATMST-STATUS  PIC XX.
          05 WS-SITEMST-STATUS PIC XX.
          05 WS-LIMIT-STATUS   PIC XX.
          05 WS-BREG-STATUS    PIC XX.
          05 WS-SITES-STATUS   PIC XX.
          05 WS-BATCH-STATUS   PIC XX.

       01 WS-RUN-DATE PIC 9(8).

       01 WS-ACTION PIC X.
          88 WS-ACTION-KEY    VALUE 'K'.
          88 WS-ACTION-LIST   VALUE 'L'.
          88 WS-ACTION-DELETE VALUE 'D'.
          88 WS-ACTION-EXIT   VALUE 'X'.
          88 WS-ACTION-QUIT   VALUE 'Q'.

       01 WS-BATCH-CONTROLS.
          05 WS-BATCH-SITE      PIC X(4).
          05 WS-BATCH-NO-IN     PIC X(6).
          05 WS-BATCH-NO        PIC 9(6).
          05 WS-BATCH-FILE-NAME PIC X(40).

       01 WS-SITE-MASTER-TABLE.
          05 WS-SM-COUNT PIC 9(2) VALUE 0.
          05 WS-SM-LIMIT PIC 9(2) VALUE 50.
          05 WS-SM-ENTRY OCCURS 50.
             10 WS-SM-CODE   PIC X(4).
             10 WS-SM-NAME   PIC X(20).
             10 WS-SM-STATUS PIC X.

       01 WS-SITE-MASTER-WORK.
          05 WS-SM-SUB       PIC 9(2).
          05 WS-SM-FOUND-SUB PIC 9(2).

      *> Limits in force today for the batch site, chosen the same
      *> way BMICALCULATOR chooses them - the site row in force, else
      *> the default row in force - so a reading that passes here
      *> passes the same range edits tonight.
       01 WS-EDIT-LIMITS.
          05 WS-MIN-HEIGHT PIC 999.
          05 WS-MAX-HEIGHT PIC 999.
          05 WS-MIN-WEIGHT PIC 999.
          05 WS-MAX-WEIGHT PIC 999.

       01 WS-LIMIT-TABLE.
          05 WS-LIM-COUNT PIC 9(3) VALUE 0.
          05 WS-LIM-LIMIT PIC 9(3) VALUE 200.
          05 WS-LIM-ENTRY OCCURS 200.
             10 WS-LIM-SITE       PIC X(4).
             10 WS-LIM-EFF-DATE   PIC 9(8).
             10 WS-LIM-MIN-HEIGHT PIC 999.
             10 WS-LIM-MAX-HEIGHT PIC 999.
             10 WS-LIM-MIN-WEIGHT PIC 999.
             10 WS-LIM-MAX-WEIGHT PIC 999.

       01 WS-LIMIT-WORK.
          05 WS-LIM-SUB       PIC 9(3).
          05 WS-LIM-FOUND-SUB PIC 9(3).
          05 WS-LIM-WANT-SITE PIC X(4).
          05 WS-LIM-BEST-DATE PIC 9(8).

       01 WS-CONVERSION-FACTORS.
          05 WS-CM-TO-INCHES  PIC 9V99 VALUE 2.54.
          05 WS-KG-TO-POUNDS  PIC 9V99999 VALUE 2.20462.

      *> The reading as keyed on each pass. Both passes are held as
      *> keyed, before any editing, so the comparison catches a slip
      *> on either one.
       01 WS-FIRST-PASS.
          05 WS-KEY1-ID     PIC X(6).
          05 WS-KEY1-DOB    PIC X(8).
          05 WS-KEY1-SEX    PIC X.
          05 WS-KEY1-UOM    PIC X.
          05 WS-KEY1-HEIGHT PIC X(3).
          05 WS-KEY1-WEIGHT PIC X(3).

       01 WS-SECOND-PASS.
          05 WS-KEY2-ID     PIC X(6).
          05 WS-KEY2-DOB    PIC X(8).
          05 WS-KEY2-SEX    PIC X.
          05 WS-KEY2-UOM    PIC X.
          05 WS-KEY2-HEIGHT PIC X(3).
          05 WS-KEY2-WEIGHT PIC X(3).

       01 WS-EDIT-FIELDS.
          05 WS-VALID-FLAG    PIC X VALUE 'Y'.
             88 WS-VALID      VALUE 'Y'.
          05 WS-REJECT-CODE   PIC XX.
          05 WS-REJECT-REASON PIC X(30).
          05 WS-CONVERT-OVERFLOW-FLAG PIC X VALUE 'N'.
             88 WS-CONVERT-OVERFLOW     VALUE 'Y'.
          05 WS-MASTER-NAME   PIC X(20).
          05 WS-DOB           PIC 9(8).
          05 WS-HEIGHT-KEYED  PIC 999.
          05 WS-WEIGHT-KEYED  PIC 999.
          05 WS-HEIGHT-INCHES PIC 999.
          05 WS-WEIGHT-POUNDS PIC 999.
          05 WS-AGE-YEARS     PIC S999.

       01 WS-MISMATCH-FIELDS.
          05 WS-MISMATCH-COUNT PIC 9.
          05 WS-MISMATCH-LIST  PIC X(40).
          05 WS-MISMATCH-PTR   PIC 99.

      *> Accepted readings are held until the operator finishes the
      *> batch, so one can still be taken out before the file is
      *> written and the trailer always agrees with the details.
       01 WS-READING-TABLE.
          05 WS-RDG-COUNT PIC 9(4) VALUE 0.
          05 WS-RDG-LIMIT PIC 9(4) VALUE 500.
          05 WS-RDG-ENTRY OCCURS 500.
             10 WS-RDG-ID     PIC X(6).
             10 WS-RDG-NAME   PIC X(20).
             10 WS-RDG-DOB    PIC 9(8).
             10 WS-RDG-SEX    PIC X.
             10 WS-RDG-UOM    PIC X.
             10 WS-RDG-HEIGHT PIC 999.
             10 WS-RDG-WEIGHT PIC 999.

       01 WS-RDG-SUB       PIC 9(4).
       01 WS-RDG-NO-IN     PIC X(4).
       01 WS-RDG-NO        PIC 9(4).

       01 WS-BATCH-TOTALS.
          05 WS-DETAIL-COUNT PIC 9(6) VALUE 0.
          05 WS-WEIGHT-HASH  PIC 9(9) VALUE 0.

       01 WS-KEYING-COUNTS.
          05 WS-KEYED-COUNT    PIC 9(4) VALUE 0.
          05 WS-EDIT-FAIL-COUNT PIC 9(4) VALUE 0.
          05 WS-VERIFY-FAIL-COUNT PIC 9(4) VALUE 0.
          05 WS-REMOVED-COUNT  PIC 9(4) VALUE 0.

       01 WS-CONFIRM PIC X.

       PROCEDURE DIVISION.
       0100-START-HERE.
          MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

          OPEN INPUT PATIENT-MASTER-FILE
          IF WS-PATMST-STATUS NOT = "00"
             DISPLAY "BMIPATMST.IDX COULD NOT BE OPENED, STATUS "
                WS-PATMST-STATUS
             STOP RUN
          END-IF

          PERFORM 0110-LOAD-SITE-MASTER
          PERFORM 0115-LOAD-EDIT-LIMITS
          PERFORM 0120-ACCEPT-CONTROLS
          PERFORM 0137-SELECT-EDIT-LIMITS

          DISPLAY "Edit limits in force for site " WS-BATCH-SITE
             ": height " WS-MIN-HEIGHT "-" WS-MAX-HEIGHT
             " in, weight " WS-MIN-WEIGHT "-" WS-MAX-WEIGHT " lb"

          PERFORM UNTIL WS-ACTION-EXIT OR WS-ACTION-QUIT
             DISPLAY " "
             DISPLAY "BMI READING ENTRY - SITE " WS-BATCH-SITE
                " BATCH " WS-BATCH-NO " - " WS-RDG-COUNT
                " READINGS"
             DISPLAY "K=KEY READING  L=LIST  D=DELETE  "
                "X=EXIT AND WRITE BATCH  Q=QUIT"
             DISPLAY "Action: "
             ACCEPT WS-ACTION
             EVALUATE TRUE
                WHEN WS-ACTION-KEY
                   PERFORM 0200-KEY-READING
                WHEN WS-ACTION-LIST
                   PERFORM 0400-LIST-READINGS
                WHEN WS-ACTION-DELETE
                   PERFORM 0450-DELETE-READING
                WHEN WS-ACTION-EXIT
                   CONTINUE
                WHEN WS-ACTION-QUIT
                   PERFORM 0460-CONFIRM-QUIT
                WHEN OTHER
                   DISPLAY "Unknown action " WS-ACTION
             END-EVALUATE
          END-PERFORM

          CLOSE PATIENT-MASTER-FILE

          IF WS-ACTION-QUIT
             DISPLAY "Batch abandoned - no file written"
          ELSE
             IF WS-RDG-COUNT > 0
                PERFORM 0500-WRITE-BATCH-FILE
                PERFORM 0520-ADD-TO-SITES-LIST
             ELSE
                DISPLAY "No readings accepted - no batch file written"
             END-IF
          END-IF

          DISPLAY "BMIENTRY complete: " WS-KEYED-COUNT " keyed, "
             WS-EDIT-FAIL-COUNT " failed edits, "
             WS-VERIFY-FAIL-COUNT " failed verification, "
             WS-REMOVED-COUNT " deleted, " WS-DETAIL-COUNT " written"

       STOP RUN.

       0110-LOAD-SITE-MASTER.
          OPEN INPUT SITE-MASTER-FILE
          IF WS-SITEMST-STATUS NOT = "00"
             DISPLAY "BMISITEMST.DAT COULD NOT BE OPENED, STATUS "
                WS-SITEMST-STATUS
             DISPLAY "RUN BMISITEMNT TO BUILD THE SITE MASTER"
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
                      STOP RUN
                   END-IF
                   ADD 1 TO WS-SM-COUNT
                   MOVE SITEM-CODE   TO WS-SM-CODE(WS-SM-COUNT)
                   MOVE SITEM-NAME   TO WS-SM-NAME(WS-SM-COUNT)
                   MOVE SITEM-STATUS TO WS-SM-STATUS(WS-SM-COUNT)
             END-READ
          END-PERFORM

          CLOSE SITE-MASTER-FILE.

       0115-LOAD-EDIT-LIMITS.
          OPEN INPUT EDIT-LIMIT-FILE
          IF WS-LIMIT-STATUS NOT = "00"
             DISPLAY "BMILIMIT.DAT COULD NOT BE OPENED, STATUS "
                WS-LIMIT-STATUS
             DISPLAY "RUN BMILIMMNT TO BUILD THE LIMITS FILE"
             STOP RUN
          END-IF

          MOVE 'N' TO WS-EOF-FLAG
          PERFORM UNTIL WS-EOF
             READ EDIT-LIMIT-FILE
                AT END
                   SET WS-EOF TO TRUE
                NOT AT END
                   IF WS-LIM-COUNT >= WS-LIM-LIMIT
                      DISPLAY "LIMITS FILE EXCEEDS TABLE LIMIT"
                      STOP RUN
                   END-IF
                   ADD 1 TO WS-LIM-COUNT
                   MOVE LIM-SITE       TO WS-LIM-SITE(WS-LIM-COUNT)
                   MOVE LIM-EFF-DATE   TO WS-LIM-EFF-DATE(WS-LIM-COUNT)
                   MOVE LIM-MIN-HEIGHT
                     TO WS-LIM-MIN-HEIGHT(WS-LIM-COUNT)
                   MOVE LIM-MAX-HEIGHT
                     TO WS-LIM-MAX-HEIGHT(WS-LIM-COUNT)
                   MOVE LIM-MIN-WEIGHT
                     TO WS-LIM-MIN-WEIGHT(WS-LIM-COUNT)
                   MOVE LIM-MAX-WEIGHT
                     TO WS-LIM-MAX-WEIGHT(WS-LIM-COUNT)
             END-READ
          END-PERFORM

          CLOSE EDIT-LIMIT-FILE

          MOVE SPACES TO WS-LIM-WANT-SITE
          PERFORM 0138-FIND-LIMIT-ROW
          IF WS-LIM-FOUND-SUB = 0
             DISPLAY "NO DEFAULT EDIT LIMITS IN FORCE FOR "
                WS-RUN-DATE
             DISPLAY "RUN BMILIMMNT TO ADD A DEFAULT ROW"
             STOP RUN
          END-IF.

      *> The site and batch number are keyed once for the whole
      *> batch. A batch number already on the register for the site
      *> would be refused whole by BMICALCULATOR, so it is refused
      *> here before any reading is keyed.
       0120-ACCEPT-CONTROLS.
          DISPLAY "Site code (4 characters): "
          ACCEPT WS-BATCH-SITE

          MOVE 0 TO WS-SM-FOUND-SUB
          PERFORM VARYING WS-SM-SUB FROM 1 BY 1
             UNTIL WS-SM-SUB > WS-SM-COUNT
                OR WS-SM-FOUND-SUB > 0
             IF WS-SM-CODE(WS-SM-SUB) = WS-BATCH-SITE
                MOVE WS-SM-SUB TO WS-SM-FOUND-SUB
             END-IF
          END-PERFORM

          IF WS-SM-FOUND-SUB = 0
             DISPLAY "Site " WS-BATCH-SITE " is not on the site master"
             STOP RUN
          END-IF
          IF WS-SM-STATUS(WS-SM-FOUND-SUB) NOT = 'A'
             DISPLAY "Site " WS-BATCH-SITE " is not active on the "
                "site master"
             STOP RUN
          END-IF
          DISPLAY "Site: " WS-SM-NAME(WS-SM-FOUND-SUB)

          DISPLAY "Batch number (6 digits): "
          ACCEPT WS-BATCH-NO-IN
          IF WS-BATCH-NO-IN IS NOT NUMERIC
             DISPLAY "Batch number must be 6 digits"
             STOP RUN
          END-IF
          MOVE WS-BATCH-NO-IN TO WS-BATCH-NO

          PERFORM 0125-CHECK-BATCH-REGISTER

          DISPLAY "Batch file name, blank for BMIKEY"
             WS-BATCH-SITE WS-BATCH-NO ".DAT: "
          ACCEPT WS-BATCH-FILE-NAME
          IF WS-BATCH-FILE-NAME = SPACES
             STRING "BMIKEY" DELIMITED BY SIZE
                WS-BATCH-SITE DELIMITED BY SIZE
                WS-BATCH-NO DELIMITED BY SIZE
                ".DAT" DELIMITED BY SIZE
                INTO WS-BATCH-FILE-NAME
             END-STRING
          END-IF

          PERFORM 0130-CHECK-BATCH-FILE.

       0125-CHECK-BATCH-REGISTER.
          OPEN INPUT BATCH-REGISTER-FILE
          IF WS-BREG-STATUS = "35"
             CONTINUE
          ELSE
             IF WS-BREG-STATUS NOT = "00"
                DISPLAY "BMIBATCH.IDX COULD NOT BE OPENED, STATUS "
                   WS-BREG-STATUS
                STOP RUN
             END-IF

             MOVE WS-BATCH-SITE TO BREG-SITE
             MOVE WS-BATCH-NO   TO BREG-BATCH-NO
             READ BATCH-REGISTER-FILE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   DISPLAY "Batch " WS-BATCH-NO " for site "
                      WS-BATCH-SITE " was already posted on "
                      BREG-POST-DATE
                   CLOSE BATCH-REGISTER-FILE
                   STOP RUN
             END-READ

             CLOSE BATCH-REGISTER-FILE
          END-IF.

      *> A file of the same name may be waiting for tonight's run,
      *> so it is never overwritten, and a name already listed on
      *> BMISITES.DAT would be posted twice.
       0130-CHECK-BATCH-FILE.
          OPEN INPUT BATCH-FILE
          IF WS-BATCH-STATUS = "00"
             CLOSE BATCH-FILE
             DISPLAY "File " WS-BATCH-FILE-NAME " already exists"
             STOP RUN
          END-IF

          OPEN INPUT BMI-SITE-CONTROL-FILE
          IF WS-SITES-STATUS = "00"
             MOVE 'N' TO WS-EOF-FLAG
             PERFORM UNTIL WS-EOF
                READ BMI-SITE-CONTROL-FILE
                   AT END
                      SET WS-EOF TO TRUE
                   NOT AT END
                      IF SITE-CTL-FILE-NAME = WS-BATCH-FILE-NAME
                         DISPLAY "File " WS-BATCH-FILE-NAME
                            " is already listed on BMISITES.DAT"
                         CLOSE BMI-SITE-CONTROL-FILE
                         STOP RUN
                      END-IF
                END-READ
             END-PERFORM
             CLOSE BMI-SITE-CONTROL-FILE
          END-IF.

      *> A site row in force overrides the default row in force.
       0137-SELECT-EDIT-LIMITS.
          MOVE WS-BATCH-SITE TO WS-LIM-WANT-SITE
          PERFORM 0138-FIND-LIMIT-ROW
          IF WS-LIM-FOUND-SUB = 0
             MOVE SPACES TO WS-LIM-WANT-SITE
             PERFORM 0138-FIND-LIMIT-ROW
          END-IF

          MOVE WS-LIM-MIN-HEIGHT(WS-LIM-FOUND-SUB) TO WS-MIN-HEIGHT
          MOVE WS-LIM-MAX-HEIGHT(WS-LIM-FOUND-SUB) TO WS-MAX-HEIGHT
          MOVE WS-LIM-MIN-WEIGHT(WS-LIM-FOUND-SUB) TO WS-MIN-WEIGHT
          MOVE WS-LIM-MAX-WEIGHT(WS-LIM-FOUND-SUB) TO WS-MAX-WEIGHT.

      *> The row in force for a site is the one with the latest
      *> effective date on or before the run date.
       0138-FIND-LIMIT-ROW.
          MOVE 0 TO WS-LIM-FOUND-SUB
          MOVE 0 TO WS-LIM-BEST-DATE
          PERFORM VARYING WS-LIM-SUB FROM 1 BY 1
             UNTIL WS-LIM-SUB > WS-LIM-COUNT
             IF WS-LIM-SITE(WS-LIM-SUB) = WS-LIM-WANT-SITE
                AND WS-LIM-EFF-DATE(WS-LIM-SUB) <= WS-RUN-DATE
                AND WS-LIM-EFF-DATE(WS-LIM-SUB) >= WS-LIM-BEST-DATE
                MOVE WS-LIM-SUB TO WS-LIM-FOUND-SUB
                MOVE WS-LIM-EFF-DATE(WS-LIM-SUB) TO WS-LIM-BEST-DATE
             END-IF
          END-PERFORM.

      *> The first pass is edited as soon as it is keyed so a bad
      *> sheet is caught at once; only a clean first pass is keyed
      *> again, and the reading is accepted only when both agree.
       0200-KEY-READING.
          IF WS-RDG-COUNT >= WS-RDG-LIMIT
             DISPLAY "Batch is full at " WS-RDG-LIMIT " readings - "
                "exit to write it and start another batch"
          ELSE
             ADD 1 TO WS-KEYED-COUNT
             DISPLAY "FIRST KEYING"
             PERFORM 0210-ACCEPT-FIRST-PASS
             PERFORM 0220-EDIT-READING

             IF NOT WS-VALID
                ADD 1 TO WS-EDIT-FAIL-COUNT
                DISPLAY "REJECT " WS-REJECT-CODE " " WS-REJECT-REASON
                DISPLAY "Reading not accepted - check the sheet and "
                   "key it again"
             ELSE
                DISPLAY "VERIFY - KEY THE SAME READING AGAIN"
                PERFORM 0230-ACCEPT-SECOND-PASS
                PERFORM 0240-COMPARE-PASSES
                IF WS-MISMATCH-COUNT > 0
                   ADD 1 TO WS-VERIFY-FAIL-COUNT
                   DISPLAY "MISMATCH ON" WS-MISMATCH-LIST
                   DISPLAY "Reading not accepted - key it again"
                ELSE
                   PERFORM 0250-STORE-READING
                END-IF
             END-IF
          END-IF.

       0210-ACCEPT-FIRST-PASS.
          DISPLAY "Patient ID (6 characters): "
          ACCEPT WS-KEY1-ID
          DISPLAY "Date of birth (YYYYMMDD): "
          ACCEPT WS-KEY1-DOB
          DISPLAY "Sex (M/F): "
          ACCEPT WS-KEY1-SEX
          DISPLAY "Unit of measure (I=inches/pounds, M=cm/kg): "
          ACCEPT WS-KEY1-UOM
          DISPLAY "Height (3 digits): "
          ACCEPT WS-KEY1-HEIGHT
          DISPLAY "Weight (3 digits): "
          ACCEPT WS-KEY1-WEIGHT.

       0230-ACCEPT-SECOND-PASS.
          DISPLAY "Patient ID (6 characters): "
          ACCEPT WS-KEY2-ID
          DISPLAY "Date of birth (YYYYMMDD): "
          ACCEPT WS-KEY2-DOB
          DISPLAY "Sex (M/F): "
          ACCEPT WS-KEY2-SEX
          DISPLAY "Unit of measure (I=inches/pounds, M=cm/kg): "
          ACCEPT WS-KEY2-UOM
          DISPLAY "Height (3 digits): "
          ACCEPT WS-KEY2-HEIGHT
          DISPLAY "Weight (3 digits): "
          ACCEPT WS-KEY2-WEIGHT.

      *> The same edits, in the same order and with the same reject
      *> codes, as 0150-EDIT-RECORD in BMICALCULATOR. Height and
      *> weight must also be numeric here since they are keyed as
      *> text; a bad keyed value would otherwise reach the file.
       0220-EDIT-READING.
          MOVE 'Y' TO WS-VALID-FLAG

          MOVE SPACES TO WS-MASTER-NAME
          MOVE WS-KEY1-ID TO PAT-ID
          READ PATIENT-MASTER-FILE
             INVALID KEY
                MOVE 'N' TO WS-VALID-FLAG
             NOT INVALID KEY
                IF PAT-ACTIVE
                   MOVE PAT-NAME TO WS-MASTER-NAME
                ELSE
                   MOVE 'N' TO WS-VALID-FLAG
                END-IF
          END-READ
          IF NOT WS-VALID
             MOVE "05" TO WS-REJECT-CODE
             MOVE "ID NOT ACTIVE ON MASTER" TO WS-REJECT-REASON
          ELSE
             DISPLAY "Patient: " WS-MASTER-NAME
          END-IF

          IF WS-VALID
             PERFORM VARYING WS-RDG-SUB FROM 1 BY 1
                UNTIL WS-RDG-SUB > WS-RDG-COUNT
                IF WS-RDG-ID(WS-RDG-SUB) = WS-KEY1-ID
                   MOVE 'N' TO WS-VALID-FLAG
                   MOVE "07" TO WS-REJECT-CODE
                   MOVE "ID ALREADY KEYED IN THIS BATCH"
                     TO WS-REJECT-REASON
                END-IF
             END-PERFORM
          END-IF

          IF WS-VALID
             IF WS-KEY1-DOB IS NOT NUMERIC
                OR (WS-KEY1-SEX NOT = 'M' AND WS-KEY1-SEX NOT = 'F')
                MOVE 'N' TO WS-VALID-FLAG
                MOVE "08" TO WS-REJECT-CODE
                MOVE "INVALID DATE OF BIRTH OR SEX"
                  TO WS-REJECT-REASON
             ELSE
                MOVE WS-KEY1-DOB TO WS-DOB
                COMPUTE WS-AGE-YEARS =
                   (WS-RUN-DATE - WS-DOB) / 10000
                IF WS-AGE-YEARS < 2 OR WS-AGE-YEARS > 110
                   MOVE 'N' TO WS-VALID-FLAG
                   MOVE "08" TO WS-REJECT-CODE
                   MOVE "IMPLAUSIBLE DATE OF BIRTH"
                     TO WS-REJECT-REASON
                END-IF
             END-IF
          END-IF

          IF WS-VALID
             IF WS-KEY1-UOM NOT = 'I' AND WS-KEY1-UOM NOT = 'M'
                MOVE 'N' TO WS-VALID-FLAG
                MOVE "04" TO WS-REJECT-CODE
                MOVE "INVALID UNIT OF MEASURE" TO WS-REJECT-REASON
             END-IF
          END-IF

          IF WS-VALID
             IF WS-KEY1-HEIGHT IS NOT NUMERIC
                MOVE 'N' TO WS-VALID-FLAG
                MOVE "01" TO WS-REJECT-CODE
                MOVE "HEIGHT MUST BE 3 DIGITS" TO WS-REJECT-REASON
             END-IF
          END-IF

          IF WS-VALID
             IF WS-KEY1-WEIGHT IS NOT NUMERIC
                MOVE 'N' TO WS-VALID-FLAG
                MOVE "02" TO WS-REJECT-CODE
                MOVE "WEIGHT MUST BE 3 DIGITS" TO WS-REJECT-REASON
             END-IF
          END-IF

          IF WS-VALID
             MOVE WS-KEY1-HEIGHT TO WS-HEIGHT-KEYED
             MOVE WS-KEY1-WEIGHT TO WS-WEIGHT-KEYED
             PERFORM 0225-CONVERT-UNITS
             IF WS-CONVERT-OVERFLOW
                MOVE 'N' TO WS-VALID-FLAG
                MOVE "03" TO WS-REJECT-CODE
                MOVE "WEIGHT CONVERSION OVERFLOW" TO WS-REJECT-REASON
             END-IF
          END-IF

          IF WS-VALID
             IF WS-HEIGHT-INCHES < WS-MIN-HEIGHT
                OR WS-HEIGHT-INCHES > WS-MAX-HEIGHT
                MOVE 'N' TO WS-VALID-FLAG
                MOVE "01" TO WS-REJECT-CODE
                MOVE "HEIGHT OUT OF RANGE" TO WS-REJECT-REASON
             END-IF
          END-IF

          IF WS-VALID
             IF WS-WEIGHT-POUNDS < WS-MIN-WEIGHT
                OR WS-WEIGHT-POUNDS > WS-MAX-WEIGHT
                MOVE 'N' TO WS-VALID-FLAG
                MOVE "02" TO WS-REJECT-CODE
                MOVE "WEIGHT OUT OF RANGE" TO WS-REJECT-REASON
             END-IF
          END-IF.

       0225-CONVERT-UNITS.
          MOVE 'N' TO WS-CONVERT-OVERFLOW-FLAG
          IF WS-KEY1-UOM = 'M'
             COMPUTE WS-HEIGHT-INCHES ROUNDED =
                WS-HEIGHT-KEYED / WS-CM-TO-INCHES
             COMPUTE WS-WEIGHT-POUNDS ROUNDED =
                WS-WEIGHT-KEYED * WS-KG-TO-POUNDS
                ON SIZE ERROR
                   MOVE 'Y' TO WS-CONVERT-OVERFLOW-FLAG
             END-COMPUTE
          ELSE
             MOVE WS-HEIGHT-KEYED TO WS-HEIGHT-INCHES
             MOVE WS-WEIGHT-KEYED TO WS-WEIGHT-POUNDS
          END-IF.

       0240-COMPARE-PASSES.
          MOVE 0 TO WS-MISMATCH-COUNT
          MOVE SPACES TO WS-MISMATCH-LIST
          MOVE 1 TO WS-MISMATCH-PTR

          IF WS-KEY2-ID NOT = WS-KEY1-ID
             ADD 1 TO WS-MISMATCH-COUNT
             STRING " ID" DELIMITED BY SIZE
                INTO WS-MISMATCH-LIST
                WITH POINTER WS-MISMATCH-PTR
             END-STRING
          END-IF
          IF WS-KEY2-DOB NOT = WS-KEY1-DOB
             ADD 1 TO WS-MISMATCH-COUNT
             STRING " DOB" DELIMITED BY SIZE
                INTO WS-MISMATCH-LIST
                WITH POINTER WS-MISMATCH-PTR
             END-STRING
          END-IF
          IF WS-KEY2-SEX NOT = WS-KEY1-SEX
             ADD 1 TO WS-MISMATCH-COUNT
             STRING " SEX" DELIMITED BY SIZE
                INTO WS-MISMATCH-LIST
                WITH POINTER WS-MISMATCH-PTR
             END-STRING
          END-IF
          IF WS-KEY2-UOM NOT = WS-KEY1-UOM
             ADD 1 TO WS-MISMATCH-COUNT
             STRING " UOM" DELIMITED BY SIZE
                INTO WS-MISMATCH-LIST
                WITH POINTER WS-MISMATCH-PTR
             END-STRING
          END-IF
          IF WS-KEY2-HEIGHT NOT = WS-KEY1-HEIGHT
             ADD 1 TO WS-MISMATCH-COUNT
             STRING " HEIGHT" DELIMITED BY SIZE
                INTO WS-MISMATCH-LIST
                WITH POINTER WS-MISMATCH-PTR
             END-STRING
          END-IF
          IF WS-KEY2-WEIGHT NOT = WS-KEY1-WEIGHT
             ADD 1 TO WS-MISMATCH-COUNT
             STRING " WEIGHT" DELIMITED BY SIZE
                INTO WS-MISMATCH-LIST
                WITH POINTER WS-MISMATCH-PTR
             END-STRING
          END-IF.

      *> The name comes from the master, as BMICALCULATOR posts it,
      *> so it is never keyed. Height and weight go on the file in
      *> the units keyed; BMICALCULATOR converts them again.
       0250-STORE-READING.
          ADD 1 TO WS-RDG-COUNT
          MOVE WS-KEY1-ID      TO WS-RDG-ID(WS-RDG-COUNT)
          MOVE WS-MASTER-NAME  TO WS-RDG-NAME(WS-RDG-COUNT)
          MOVE WS-DOB          TO WS-RDG-DOB(WS-RDG-COUNT)
          MOVE WS-KEY1-SEX     TO WS-RDG-SEX(WS-RDG-COUNT)
          MOVE WS-KEY1-UOM     TO WS-RDG-UOM(WS-RDG-COUNT)
          MOVE WS-HEIGHT-KEYED TO WS-RDG-HEIGHT(WS-RDG-COUNT)
          MOVE WS-WEIGHT-KEYED TO WS-RDG-WEIGHT(WS-RDG-COUNT)
          DISPLAY "Reading " WS-RDG-COUNT " accepted for "
             WS-KEY1-ID.

       0400-LIST-READINGS.
          IF WS-RDG-COUNT = 0
             DISPLAY "No readings accepted yet"
          END-IF
          PERFORM VARYING WS-RDG-SUB FROM 1 BY 1
             UNTIL WS-RDG-SUB > WS-RDG-COUNT
             DISPLAY WS-RDG-SUB " " WS-RDG-ID(WS-RDG-SUB) " "
                WS-RDG-NAME(WS-RDG-SUB) " " WS-RDG-DOB(WS-RDG-SUB)
                " " WS-RDG-SEX(WS-RDG-SUB) " "
                WS-RDG-UOM(WS-RDG-SUB) " " WS-RDG-HEIGHT(WS-RDG-SUB)
                " " WS-RDG-WEIGHT(WS-RDG-SUB)
          END-PERFORM.

       0450-DELETE-READING.
          DISPLAY "Reading number to delete (4 digits): "
          ACCEPT WS-RDG-NO-IN
          IF WS-RDG-NO-IN IS NOT NUMERIC
             DISPLAY "Reading number must be 4 digits"
          ELSE
             MOVE WS-RDG-NO-IN TO WS-RDG-NO
             IF WS-RDG-NO = 0 OR WS-RDG-NO > WS-RDG-COUNT
                DISPLAY "No reading " WS-RDG-NO " in this batch"
             ELSE
                DISPLAY "Deleted " WS-RDG-ID(WS-RDG-NO) " "
                   WS-RDG-NAME(WS-RDG-NO)
                PERFORM VARYING WS-RDG-SUB FROM WS-RDG-NO BY 1
                   UNTIL WS-RDG-SUB >= WS-RDG-COUNT
                   MOVE WS-RDG-ENTRY(WS-RDG-SUB + 1)
                     TO WS-RDG-ENTRY(WS-RDG-SUB)
                END-PERFORM
                SUBTRACT 1 FROM WS-RDG-COUNT
                ADD 1 TO WS-REMOVED-COUNT
             END-IF
          END-IF.

       0460-CONFIRM-QUIT.
          IF WS-RDG-COUNT > 0
             DISPLAY WS-RDG-COUNT " readings will be lost - quit "
                "(Y/N)? "
             ACCEPT WS-CONFIRM
             IF WS-CONFIRM NOT = 'Y'
                MOVE SPACE TO WS-ACTION
             END-IF
          END-IF.

      *> Header, details and a trailer carrying the detail count and
      *> weight hash exactly as 0350-BALANCE-BATCH totals them.
       0500-WRITE-BATCH-FILE.
          OPEN OUTPUT BATCH-FILE
          IF WS-BATCH-STATUS NOT = "00"
             DISPLAY "BATCH FILE " WS-BATCH-FILE-NAME
                "COULD NOT BE OPENED, STATUS " WS-BATCH-STATUS
             DISPLAY "Readings keyed this session are lost"
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF

          MOVE SPACES TO BMI-INPUT-RECORD
          MOVE 'H' TO BMI-REC-TYPE
          MOVE WS-BATCH-NO   TO BMI-HDR-BATCH-NO
          MOVE WS-RUN-DATE   TO BMI-HDR-BATCH-DATE
          MOVE WS-BATCH-SITE TO BMI-HDR-SITE
          WRITE BMI-INPUT-RECORD

          PERFORM VARYING WS-RDG-SUB FROM 1 BY 1
             UNTIL WS-RDG-SUB > WS-RDG-COUNT
             PERFORM 0510-WRITE-BATCH-DETAIL
          END-PERFORM

          MOVE SPACES TO BMI-INPUT-RECORD
          MOVE 'T' TO BMI-REC-TYPE
          MOVE WS-DETAIL-COUNT TO BMI-TRL-REC-COUNT
          MOVE WS-WEIGHT-HASH  TO BMI-TRL-WEIGHT-HASH
          WRITE BMI-INPUT-RECORD

          CLOSE BATCH-FILE

          DISPLAY "Wrote " WS-DETAIL-COUNT " detail records to "
             WS-BATCH-FILE-NAME ", weight hash " WS-WEIGHT-HASH.

       0510-WRITE-BATCH-DETAIL.
          MOVE SPACES TO BMI-INPUT-RECORD
          MOVE 'D' TO BMI-REC-TYPE
          MOVE WS-RDG-ID(WS-RDG-SUB)     TO BMI-REC-ID
          MOVE WS-RDG-NAME(WS-RDG-SUB)   TO BMI-REC-NAME
          MOVE WS-RDG-DOB(WS-RDG-SUB)    TO BMI-REC-DOB
          MOVE WS-RDG-SEX(WS-RDG-SUB)    TO BMI-REC-SEX
          MOVE WS-RDG-UOM(WS-RDG-SUB)    TO BMI-REC-UOM
          MOVE WS-RDG-HEIGHT(WS-RDG-SUB) TO BMI-REC-HEIGHT
          MOVE WS-RDG-WEIGHT(WS-RDG-SUB) TO BMI-REC-WEIGHT
          MOVE 'N'                       TO BMI-REC-VERIFIED

          WRITE BMI-INPUT-RECORD

          ADD 1 TO WS-DETAIL-COUNT
          ADD WS-RDG-WEIGHT(WS-RDG-SUB) TO WS-WEIGHT-HASH.

       0520-ADD-TO-SITES-LIST.
          OPEN EXTEND BMI-SITE-CONTROL-FILE
          IF WS-SITES-STATUS = "35"
             OPEN OUTPUT BMI-SITE-CONTROL-FILE
          END-IF
          IF WS-SITES-STATUS NOT = "00"
             DISPLAY "BMISITES.DAT COULD NOT BE OPENED, STATUS "
                WS-SITES-STATUS
             DISPLAY "Add " WS-BATCH-FILE-NAME " to BMISITES.DAT "
                "by hand for the next run"
             MOVE 8 TO RETURN-CODE
          ELSE
             MOVE WS-BATCH-FILE-NAME TO SITE-CTL-FILE-NAME
             WRITE SITE-CONTROL-RECORD
             CLOSE BMI-SITE-CONTROL-FILE
             DISPLAY WS-BATCH-FILE-NAME " added to BMISITES.DAT for "
                "the next run"
          END-IF.

       END PROGRAM BMIENTRY.
