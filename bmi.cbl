               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT HIST-JOURNAL-FILE ASSIGN TO "BMIHJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT BMI-CHECKPOINT-FILE ASSIGN TO "BMICKPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITEMST-STATUS.

           SELECT BATCH-REGISTER-FILE ASSIGN TO "BMIBATCH.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BREG-KEY
               FILE STATUS IS WS-BREG-STATUS.

           SELECT EDIT-LIMIT-FILE ASSIGN TO "BMILIMIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BMI-SITE-CONTROL-FILE.
       FD  BMI-HISTORY-FILE.
           COPY "BMIHIST.CPY".

       FD  HIST-JOURNAL-FILE.
           COPY "BMIJRNL.CPY".

       FD  BMI-CHECKPOINT-FILE.
       01 BMI-CHECKPOINT-RECORD.
          05 CKPT-LAST-ID    PIC X(6).
             10 CKPT-REJ-CODE-COUNT OCCURS 8 PIC 9(4).
          05 CKPT-SITE-NO      PIC 9(2).
          05 CKPT-SITE-COUNT   PIC 9(2).
          05 CKPT-BATCH-ACCEPT PIC 9(6).
          05 CKPT-BATCH-REJECT PIC 9(6).
          05 CKPT-SITE-ENTRY OCCURS 50.
             10 CKPT-SITE-CODE      PIC X(4).
             10 CKPT-SITE-REC-COUNT PIC 9(6).
       FD  SITE-MASTER-FILE.
           COPY "BMISITE.CPY".

       FD  BATCH-REGISTER-FILE.
           COPY "BMIBREG.CPY".

       FD  EDIT-LIMIT-FILE.
           COPY "BMILIM.CPY".

       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG PIC X VALUE 'N'.
          88 WS-EOF VALUE 'Y'.
          88 WS-SITES-EOF VALUE 'Y'.
       01 WS-SITEMST-EOF-FLAG PIC X VALUE 'N'.
          88 WS-SITEMST-EOF VALUE 'Y'.
       01 WS-LIMIT-EOF-FLAG PIC X VALUE 'N'.
          88 WS-LIMIT-EOF VALUE 'Y'.
       01 HEIGHT_INCHES PIC 999.
       01 WEIGHT PIC 999.
       01 BMI    PIC 999V99.
          05 WS-CONVERT-OVERFLOW-FLAG PIC X VALUE 'N'.
             88 WS-CONVERT-OVERFLOW     VALUE 'Y'.

      *> Limits in force for the batch being posted, picked from the
      *> limits table by 0137-SELECT-EDIT-LIMITS. The site and
      *> effective date of the row used go on the run report and the
      *> batch register with the values themselves.
       01 WS-EDIT-LIMITS.
          05 WS-MIN-HEIGHT PIC 999.
          05 WS-MAX-HEIGHT PIC 999.
          05 WS-MIN-WEIGHT PIC 999.
          05 WS-MAX-WEIGHT PIC 999.
          05 WS-SUSPECT-BMI-LIMIT PIC 99V99.
          05 WS-LIMITS-SITE     PIC X(4).
          05 WS-LIMITS-EFF-DATE PIC 9(8).

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
             10 WS-LIM-SUSPECT    PIC 99V99.

       01 WS-LIMIT-WORK.
          05 WS-LIM-SUB       PIC 9(3).
          05 WS-LIM-FOUND-SUB PIC 9(3).
          05 WS-LIM-WANT-SITE PIC X(4).
          05 WS-LIM-BEST-DATE PIC 9(8).

       01 WS-BMI-DELTA PIC S999V99.

             88 WS-BALANCED       VALUE 'Y'.
          05 WS-ALL-BALANCED-FLAG PIC X VALUE 'Y'.
             88 WS-ALL-BALANCED   VALUE 'Y'.
          05 WS-DUP-BATCH-FLAG    PIC X VALUE 'N'.
             88 WS-DUP-BATCH      VALUE 'Y'.
          05 WS-BATCH-ACCEPT-COUNT PIC 9(6) VALUE 0.
          05 WS-BATCH-REJECT-COUNT PIC 9(6) VALUE 0.
          05 WS-RESTART-BATCH-ACCEPT PIC 9(6) VALUE 0.
          05 WS-RESTART-BATCH-REJECT PIC 9(6) VALUE 0.

       01 WS-SITE-FILE-FIELDS.
          05 WS-INPUT-FILE-NAME   PIC X(40).
          05 WS-INPUT-STATUS         PIC XX.
          05 WS-CKPT-STATUS          PIC XX.
          05 WS-HIST-STATUS          PIC XX.
          05 WS-JRNL-STATUS          PIC XX.
          05 WS-REJ-STATUS           PIC XX.
          05 WS-PRT-STATUS           PIC XX.
          05 WS-PATMST-STATUS        PIC XX.
          05 WS-SITES-STATUS         PIC XX.
          05 WS-AUDIT-STATUS         PIC XX.
          05 WS-SITEMST-STATUS       PIC XX.
          05 WS-BREG-STATUS          PIC XX.
          05 WS-LIMIT-STATUS         PIC XX.
          05 WS-RESTART-ID           PIC X(6) VALUE SPACES.
          05 WS-SKIPPING-FLAG        PIC X VALUE 'N'.
             88 WS-SKIPPING          VALUE 'Y'.
          05 MISS-NAME PIC X(20).
          05 FILLER    PIC X(22) VALUE "  NO BATCH IN THIS RUN".

       01 WS-LIMITS-LINE.
          05 FILLER        PIC X(7)  VALUE "LIMITS ".
          05 LIML-SOURCE   PIC X(7).
          05 FILLER        PIC X(5)  VALUE " EFF ".
          05 LIML-EFF-DATE PIC 9(8).
          05 FILLER        PIC X(9)  VALUE "  HEIGHT ".
          05 LIML-MIN-HT   PIC ZZ9.
          05 FILLER        PIC X     VALUE "-".
          05 LIML-MAX-HT   PIC ZZ9.
          05 FILLER        PIC X(9)  VALUE "  WEIGHT ".
          05 LIML-MIN-WT   PIC ZZ9.
          05 FILLER        PIC X     VALUE "-".
          05 LIML-MAX-WT   PIC ZZ9.
          05 FILLER        PIC X(13) VALUE "  BMI CHANGE ".
          05 LIML-SUSPECT  PIC Z9.99.

       01 WS-DUP-BATCH-TITLE PIC X(48)
          VALUE "*** BATCH ALREADY ON REGISTER - NOT POSTED ***".

       01 WS-DUP-BATCH-LINE.
          05 FILLER         PIC X(20) VALUE "FIRST POSTED:       ".
          05 DUP-POST-DATE  PIC 9(8).
          05 FILLER         PIC X(14) VALUE "  HEADER DATE ".
          05 DUP-BATCH-DATE PIC 9(8).
          05 FILLER         PIC X(10) VALUE "  RECORDS ".
          05 DUP-REC-COUNT  PIC ZZZZZ9.

       PROCEDURE DIVISION.
       0100-START-HERE.
          MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
          PERFORM 0110-READ-CHECKPOINT

          PERFORM 0115-OPEN-PATIENT-MASTER
          PERFORM 0116-OPEN-BATCH-REGISTER
          PERFORM 0117-LOAD-EDIT-LIMITS
          PERFORM 0118-LOAD-SITE-MASTER

          OPEN INPUT BMI-SITE-CONTROL-FILE
             SET WS-HIST-NEW TO TRUE
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

      *> The reject file is a persistent work queue drained by
      *> BMIREWORK, so every run appends to it - unworked rejects
      *> from earlier runs must survive for the aging view.

          CLOSE BMI-REJECT-FILE
          CLOSE BMI-HISTORY-FILE
          CLOSE HIST-JOURNAL-FILE
          CLOSE BMI-PRINT-FILE
          CLOSE PATIENT-MASTER-FILE
          CLOSE BATCH-REGISTER-FILE

          PERFORM 0500-WRITE-AUDIT

                   END-PERFORM
                   MOVE CKPT-SITE-NO      TO WS-RESTART-SITE-NO
                   MOVE CKPT-SITE-COUNT   TO WS-SITE-COUNT
                   MOVE CKPT-BATCH-ACCEPT TO WS-RESTART-BATCH-ACCEPT
                   MOVE CKPT-BATCH-REJECT TO WS-RESTART-BATCH-REJECT
                   PERFORM VARYING WS-SITE-SUB FROM 1 BY 1
                      UNTIL WS-SITE-SUB > WS-SITE-COUNT
                      MOVE CKPT-SITE-CODE(WS-SITE-SUB)
             STOP RUN
          END-IF.

      *> The batch register is keyed by site and batch number and is
      *> kept across runs, so it is opened I-O - created empty on the
      *> first run that finds it missing.
       0116-OPEN-BATCH-REGISTER.
          OPEN I-O BATCH-REGISTER-FILE
          IF WS-BREG-STATUS = "35"
             OPEN OUTPUT BATCH-REGISTER-FILE
             CLOSE BATCH-REGISTER-FILE
             OPEN I-O BATCH-REGISTER-FILE
          END-IF
          IF WS-BREG-STATUS NOT = "00"
             DISPLAY "BMIBATCH.IDX COULD NOT BE OPENED, STATUS "
                WS-BREG-STATUS
             STOP RUN
          END-IF.

      *> The limits file replaces the edit limits that used to be
      *> compiled in. A default row must already be in force - with
      *> no limits to edit against nothing can be posted.
       0117-LOAD-EDIT-LIMITS.
          OPEN INPUT EDIT-LIMIT-FILE
          IF WS-LIMIT-STATUS NOT = "00"
             DISPLAY "BMILIMIT.DAT COULD NOT BE OPENED, STATUS "
                WS-LIMIT-STATUS
             DISPLAY "RUN BMILIMMNT TO BUILD THE LIMITS FILE"
             STOP RUN
          END-IF

          PERFORM UNTIL WS-LIMIT-EOF
             READ EDIT-LIMIT-FILE
                AT END
                   SET WS-LIMIT-EOF TO TRUE
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
                   MOVE LIM-SUSPECT-BMI
                     TO WS-LIM-SUSPECT(WS-LIM-COUNT)
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

       0118-LOAD-SITE-MASTER.
          OPEN INPUT SITE-MASTER-FILE
          IF WS-SITEMST-STATUS NOT = "00"
          MOVE 0 TO WS-CUR-SITE-SUB
          MOVE SPACES TO WS-BATCH-SITE
          MOVE 'N' TO WS-SITE-VALID-FLAG
          MOVE 'N' TO WS-DUP-BATCH-FLAG
          MOVE 0 TO WS-BATCH-ACCEPT-COUNT
          MOVE 0 TO WS-BATCH-REJECT-COUNT

          OPEN INPUT BMI-INPUT-FILE
          IF WS-INPUT-STATUS NOT = "00"
             PERFORM 0192-PREREAD-SITE-FILE

             PERFORM 0350-BALANCE-BATCH
             IF WS-BALANCED AND WS-SITE-VALID
                PERFORM 0197-CHECK-BATCH-REGISTER
             END-IF
             EVALUATE TRUE
                WHEN NOT WS-BALANCED
                   PERFORM 0410-PRINT-BALANCING
                WHEN NOT WS-SITE-VALID
                   PERFORM 0415-PRINT-BAD-SITE
                   MOVE 'N' TO WS-ALL-BALANCED-FLAG
                WHEN WS-DUP-BATCH
                   PERFORM 0416-PRINT-DUP-BATCH
                   MOVE 'N' TO WS-ALL-BALANCED-FLAG
                WHEN OTHER
                   PERFORM 0195-POST-SITE-FILE
             END-EVALUATE
          MOVE 'N' TO WS-EOF-FLAG
          IF WS-RESTARTED AND WS-SITE-FILE-NO = WS-RESTART-SITE-NO
             SET WS-SKIPPING TO TRUE
             MOVE WS-RESTART-BATCH-ACCEPT TO WS-BATCH-ACCEPT-COUNT
             MOVE WS-RESTART-BATCH-REJECT TO WS-BATCH-REJECT-COUNT
          END-IF

          PERFORM 0137-SELECT-EDIT-LIMITS
          PERFORM 0417-PRINT-BATCH-LIMITS

          OPEN INPUT BMI-INPUT-FILE
          IF WS-INPUT-STATUS NOT = "00"
             DISPLAY "SITE FILE " WS-INPUT-FILE-NAME
             END-PERFORM

             CLOSE BMI-INPUT-FILE

             PERFORM 0198-REGISTER-BATCH
          END-IF.

      *> A batch already on the register was posted by an earlier
      *> run - a site resending an old file would otherwise post every
      *> reading again under today's run date, so it is refused whole.
      *> The one exception is the file this run is restarting: if it
      *> was registered before the interruption the row carries
      *> today's run date and the batch is let through to finish.
       0197-CHECK-BATCH-REGISTER.
          MOVE 'N' TO WS-DUP-BATCH-FLAG
          MOVE WS-BATCH-SITE TO BREG-SITE
          MOVE WS-BATCH-NO   TO BREG-BATCH-NO
          READ BATCH-REGISTER-FILE
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                IF WS-RESTARTED
                   AND WS-SITE-FILE-NO = WS-RESTART-SITE-NO
                   AND BREG-POST-DATE = WS-RUN-DATE
                   CONTINUE
                ELSE
                   SET WS-DUP-BATCH TO TRUE
                END-IF
          END-READ.

      *> Registers the batch once every detail has been posted. A
      *> restarted file may already be on the register from before
      *> the interruption, in which case its row is brought up to
      *> date instead.
       0198-REGISTER-BATCH.
          MOVE WS-BATCH-SITE         TO BREG-SITE
          MOVE WS-BATCH-NO           TO BREG-BATCH-NO
          MOVE WS-BATCH-DATE         TO BREG-BATCH-DATE
          MOVE WS-RUN-DATE           TO BREG-POST-DATE
          MOVE FUNCTION CURRENT-DATE(9:6) TO BREG-POST-TIME
          MOVE WS-TRL-COUNT          TO BREG-REC-COUNT
          MOVE WS-TRL-HASH           TO BREG-WEIGHT-HASH
          MOVE WS-BATCH-ACCEPT-COUNT TO BREG-ACCEPT-COUNT
          MOVE WS-BATCH-REJECT-COUNT TO BREG-REJECT-COUNT
          MOVE WS-LIMITS-SITE        TO BREG-LIM-SITE
          MOVE WS-LIMITS-EFF-DATE    TO BREG-LIM-EFF-DATE
          MOVE WS-MIN-HEIGHT         TO BREG-MIN-HEIGHT
          MOVE WS-MAX-HEIGHT         TO BREG-MAX-HEIGHT
          MOVE WS-MIN-WEIGHT         TO BREG-MIN-WEIGHT
          MOVE WS-MAX-WEIGHT         TO BREG-MAX-WEIGHT
          MOVE WS-SUSPECT-BMI-LIMIT  TO BREG-SUSPECT-BMI

          WRITE BMI-BATCH-REGISTER-RECORD
             INVALID KEY
                REWRITE BMI-BATCH-REGISTER-RECORD
                   INVALID KEY
                      DISPLAY "BMIBATCH.IDX UPDATE FAILED, SITE "
                         WS-BATCH-SITE " BATCH " WS-BATCH-NO
                         " STATUS " WS-BREG-STATUS
                END-REWRITE
          END-WRITE.

       0205-SKIP-RECORD.
          IF BMI-REC-ID = WS-RESTART-ID
             MOVE 'N' TO WS-SKIPPING-FLAG
             SET WS-SITE-VALID TO TRUE
          END-IF.

      *> A site row in force overrides the default row in force.
       0137-SELECT-EDIT-LIMITS.
          MOVE WS-BATCH-SITE TO WS-LIM-WANT-SITE
          PERFORM 0138-FIND-LIMIT-ROW
          IF WS-LIM-FOUND-SUB = 0
             MOVE SPACES TO WS-LIM-WANT-SITE
             PERFORM 0138-FIND-LIMIT-ROW
          END-IF

          MOVE WS-LIM-SITE(WS-LIM-FOUND-SUB)       TO WS-LIMITS-SITE
          MOVE WS-LIM-EFF-DATE(WS-LIM-FOUND-SUB)
            TO WS-LIMITS-EFF-DATE
          MOVE WS-LIM-MIN-HEIGHT(WS-LIM-FOUND-SUB) TO WS-MIN-HEIGHT
          MOVE WS-LIM-MAX-HEIGHT(WS-LIM-FOUND-SUB) TO WS-MAX-HEIGHT
          MOVE WS-LIM-MIN-WEIGHT(WS-LIM-FOUND-SUB) TO WS-MIN-WEIGHT
          MOVE WS-LIM-MAX-WEIGHT(WS-LIM-FOUND-SUB) TO WS-MAX-WEIGHT
          MOVE WS-LIM-SUSPECT(WS-LIM-FOUND-SUB)
            TO WS-SUSPECT-BMI-LIMIT.

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

       0140-CAPTURE-TRAILER.
          MOVE BMI-TRL-REC-COUNT   TO WS-TRL-COUNT
          MOVE BMI-TRL-WEIGHT-HASH TO WS-TRL-HASH
             PERFORM 0310-ACCUMULATE-SITE

             PERFORM 0430-PRINT-DETAIL-LINE
             ADD 1 TO WS-BATCH-ACCEPT-COUNT
          ELSE
             PERFORM 0250-WRITE-REJECT
             ADD 1 TO WS-BATCH-REJECT-COUNT
          END-IF

          PERFORM 0270-WRITE-CHECKPOINT.
                MOVE 'N' TO WS-VALID-FLAG
                MOVE "07" TO WS-REJECT-CODE
                MOVE "DUPLICATE HISTORY KEY" TO WS-REJECT-REASON
             NOT INVALID KEY
                PERFORM 0265-JOURNAL-HISTORY
          END-WRITE.

       0265-JOURNAL-HISTORY.
          MOVE FUNCTION CURRENT-DATE(1:8) TO JRNL-DATE
          MOVE FUNCTION CURRENT-DATE(9:6) TO JRNL-TIME
          MOVE "BMICALCULATOR"    TO JRNL-PROGRAM
          MOVE 'W'                TO JRNL-ACTION
          MOVE BMI-HISTORY-RECORD TO JRNL-IMAGE

          WRITE HIST-JOURNAL-RECORD.

       0270-WRITE-CHECKPOINT.
          OPEN OUTPUT BMI-CHECKPOINT-FILE
          MOVE BMI-REC-ID    TO CKPT-LAST-ID
          END-PERFORM
          MOVE WS-SITE-FILE-NO      TO CKPT-SITE-NO
          MOVE WS-SITE-COUNT        TO CKPT-SITE-COUNT
          MOVE WS-BATCH-ACCEPT-COUNT TO CKPT-BATCH-ACCEPT
          MOVE WS-BATCH-REJECT-COUNT TO CKPT-BATCH-REJECT
          PERFORM VARYING WS-SITE-SUB FROM 1 BY 1
             UNTIL WS-SITE-SUB > WS-SITE-COUNT
             MOVE WS-SITE-CODE(WS-SITE-SUB)
          MOVE WS-BAL-LINE-1 TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE.

       0416-PRINT-DUP-BATCH.
          MOVE SPACES TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE

          MOVE WS-DUP-BATCH-TITLE TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE

          MOVE WS-BATCH-NO   TO BAL-BATCH-NO
          MOVE WS-BATCH-SITE TO BAL-SITE
          MOVE WS-BAL-LINE-1 TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE

          MOVE BREG-POST-DATE  TO DUP-POST-DATE
          MOVE BREG-BATCH-DATE TO DUP-BATCH-DATE
          MOVE BREG-REC-COUNT  TO DUP-REC-COUNT
          MOVE WS-DUP-BATCH-LINE TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE.

      *> Heads each posted batch on the run report with the limits
      *> its readings were edited against.
       0417-PRINT-BATCH-LIMITS.
          MOVE SPACES TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE

          MOVE WS-BATCH-NO   TO BAL-BATCH-NO
          MOVE WS-BATCH-SITE TO BAL-SITE
          MOVE WS-BAL-LINE-1 TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE

          IF WS-LIMITS-SITE = SPACES
             MOVE "DEFAULT" TO LIML-SOURCE
          ELSE
             MOVE "SITE"    TO LIML-SOURCE
          END-IF
          MOVE WS-LIMITS-EFF-DATE   TO LIML-EFF-DATE
          MOVE WS-MIN-HEIGHT        TO LIML-MIN-HT
          MOVE WS-MAX-HEIGHT        TO LIML-MAX-HT
          MOVE WS-MIN-WEIGHT        TO LIML-MIN-WT
          MOVE WS-MAX-WEIGHT        TO LIML-MAX-WT
          MOVE WS-SUSPECT-BMI-LIMIT TO LIML-SUSPECT
          MOVE WS-LIMITS-LINE TO PRINT-LINE
          PERFORM 0440-WRITE-PRINT-LINE.

      *> An active site flagged expected-to-submit that has no entry
      *> in the site subtotal table sent nothing this run - the
      *> subtotal table gets an entry the moment a batch header for
