       IDENTIFICATION DIVISION.
       PROGRAM-ID. BMIHRECOV.
       AUTHOR. FRED DURHAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKUP-FILE ASSIGN USING WS-BACKUP-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BKP-KEY
               FILE STATUS IS WS-BKP-STATUS.

           SELECT HIST-JOURNAL-FILE ASSIGN TO "BMIHJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT BMI-HISTORY-FILE ASSIGN TO "BMIHIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT RECOVERY-PRINT-FILE ASSIGN TO "BMIHRECR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> The backup is a copy of BMIHIST.IDX taken while nothing was
      *> posting, so its rows are BMI-HISTORY-RECORD images keyed the
      *> same way. Only the key is broken out here - each row is
      *> loaded into the rebuilt file whole.
       FD  BACKUP-FILE.
       01 BACKUP-RECORD.
          05 BKP-KEY         PIC X(14).
          05 FILLER          PIC X(61).

       FD  HIST-JOURNAL-FILE.
           COPY "BMIJRNL.CPY".

       FD  BMI-HISTORY-FILE.
           COPY "BMIHIST.CPY".

       FD  RECOVERY-PRINT-FILE.
       01 PRINT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-BKP-EOF-FLAG PIC X VALUE 'N'.
          88 WS-BKP-EOF VALUE 'Y'.
       01 WS-JRNL-EOF-FLAG PIC X VALUE 'N'.
          88 WS-JRNL-EOF VALUE 'Y'.
       01 WS-RECOUNT-EOF-FLAG PIC X VALUE 'N'.
          88 WS-RECOUNT-EOF VALUE 'Y'.

       01 WS-FILE-STATUSES.
          05 WS-BKP-STATUS  PIC XX.
          05 WS-JRNL-STATUS PIC XX.
          05 WS-HIST-STATUS PIC XX.
          05 WS-PRT-STATUS  PIC XX.

       01 WS-RUN-DATE PIC 9(8).

       01 WS-BACKUP-FILE-NAME PIC X(40).
       01 WS-CONFIRM PIC X.

      *> Replay stamps are YYYYMMDDHHMMSS, the journal's own date and
      *> time run together, so they compare as plain characters.
       01 WS-REPLAY-WINDOW.
          05 WS-FROM-STAMP PIC X(14).
          05 WS-TO-STAMP   PIC X(14).
          05 WS-TO-STAMP-IN PIC X(14).

       01 WS-JRNL-STAMP.
          05 WS-JRNL-STAMP-DATE PIC 9(8).
          05 WS-JRNL-STAMP-TIME PIC 9(6).

       01 WS-PARMS-VALID-FLAG PIC X VALUE 'Y'.
          88 WS-PARMS-VALID VALUE 'Y'.

       01 WS-ERROR-FLAG PIC X VALUE 'N'.
          88 WS-ERRORS VALUE 'Y'.

       01 WS-RECOVERY-COUNTS.
          05 WS-BACKUP-COUNT     PIC 9(6) VALUE 0.
          05 WS-JRNL-READ-COUNT  PIC 9(6) VALUE 0.
          05 WS-JRNL-EARLY-COUNT PIC 9(6) VALUE 0.
          05 WS-JRNL-LATE-COUNT  PIC 9(6) VALUE 0.
          05 WS-WRITE-APPLIED    PIC 9(6) VALUE 0.
          05 WS-WRITE-ANOMALY    PIC 9(6) VALUE 0.
          05 WS-REWRITE-APPLIED  PIC 9(6) VALUE 0.
          05 WS-REWRITE-ANOMALY  PIC 9(6) VALUE 0.
          05 WS-DELETE-APPLIED   PIC 9(6) VALUE 0.
          05 WS-DELETE-ANOMALY   PIC 9(6) VALUE 0.
          05 WS-UNKNOWN-COUNT    PIC 9(6) VALUE 0.
          05 WS-FAIL-COUNT       PIC 9(6) VALUE 0.
          05 WS-ROWS-ADDED       PIC 9(6) VALUE 0.
          05 WS-ROWS-REMOVED     PIC 9(6) VALUE 0.
          05 WS-EXPECTED-COUNT   PIC 9(6) VALUE 0.
          05 WS-REBUILT-COUNT    PIC 9(6) VALUE 0.
          05 WS-ANOMALY-COUNT    PIC 9(6) VALUE 0.

       01 WS-RECON-TITLE PIC X(44)
          VALUE "BMI HISTORY FORWARD RECOVERY RECONCILIATION".

       01 WS-RECON-LINE-1.
          05 FILLER          PIC X(20) VALUE "RUN DATE:           ".
          05 RCN-RUN-DATE    PIC 9(8).

       01 WS-RECON-LINE-2.
          05 FILLER          PIC X(20) VALUE "BACKUP FILE:        ".
          05 RCN-BKP-NAME    PIC X(40).

       01 WS-RECON-LINE-3.
          05 FILLER          PIC X(20) VALUE "REPLAY FROM:        ".
          05 RCN-FROM-STAMP  PIC X(14).

       01 WS-RECON-LINE-4.
          05 FILLER          PIC X(20) VALUE "REPLAY TO:          ".
          05 RCN-TO-STAMP    PIC X(14).

       01 WS-RECON-LINE-5.
          05 FILLER          PIC X(20) VALUE "ROWS FROM BACKUP:   ".
          05 RCN-BKP-COUNT   PIC ZZZZZ9.

       01 WS-RECON-LINE-6.
          05 FILLER          PIC X(20) VALUE "JOURNAL READ:       ".
          05 RCN-JRNL-COUNT  PIC ZZZZZ9.

       01 WS-RECON-LINE-7.
          05 FILLER          PIC X(20) VALUE "BEFORE REPLAY FROM: ".
          05 RCN-EARLY-COUNT PIC ZZZZZ9.

       01 WS-RECON-LINE-8.
          05 FILLER          PIC X(20) VALUE "AFTER REPLAY TO:    ".
          05 RCN-LATE-COUNT  PIC ZZZZZ9.

       01 WS-ACTION-HEADING-LINE.
          05 FILLER PIC X(20) VALUE "ACTION".
          05 FILLER PIC X(9)  VALUE " APPLIED".
          05 FILLER PIC X(10) VALUE " ANOMALIES".

       01 WS-ACTION-LINE.
          05 ACT-LABEL       PIC X(20).
          05 FILLER          PIC XX VALUE SPACES.
          05 ACT-APPLIED     PIC ZZZZZ9.
          05 FILLER          PIC X(4) VALUE SPACES.
          05 ACT-ANOMALY     PIC ZZZZZ9.

       01 WS-RECON-LINE-9.
          05 FILLER          PIC X(20) VALUE "REPLAY FAILURES:    ".
          05 RCN-FAIL-COUNT  PIC ZZZZZ9.

       01 WS-RECON-LINE-10.
          05 FILLER          PIC X(20) VALUE "ROWS EXPECTED:      ".
          05 RCN-EXP-COUNT   PIC ZZZZZ9.

       01 WS-RECON-LINE-11.
          05 FILLER          PIC X(20) VALUE "ROWS REBUILT:       ".
          05 RCN-REB-COUNT   PIC ZZZZZ9.

       01 WS-RECON-OK-LINE PIC X(48)
          VALUE "EXPECTED = REBUILT, NO ANOMALIES - RECONCILED OK".
       01 WS-RECON-BAD-LINE PIC X(48)
          VALUE "*** ROW COUNT OUT OF BALANCE - DO NOT USE ***".
       01 WS-RECON-ANOMALY-LINE PIC X(48)
          VALUE "*** JOURNAL ANOMALIES - REVIEW BEFORE USE ***".

       PROCEDURE DIVISION.
       0100-START-HERE.
          MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

          DISPLAY "BMIHIST.IDX FORWARD RECOVERY"
          PERFORM 0200-ACCEPT-PARAMETERS

          IF NOT WS-PARMS-VALID
             DISPLAY "Recovery not done"
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF

          DISPLAY " "
          DISPLAY "BMIHIST.IDX will be replaced by " WS-BACKUP-FILE-NAME
          DISPLAY "with journal rows from " WS-FROM-STAMP " to "
             WS-TO-STAMP-IN " replayed - Y to proceed: "
          ACCEPT WS-CONFIRM

          IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
             DISPLAY "Recovery not done"
             STOP RUN
          END-IF

          OPEN INPUT BACKUP-FILE
          IF WS-BKP-STATUS NOT = "00"
             DISPLAY "BACKUP " WS-BACKUP-FILE-NAME
                " COULD NOT BE OPENED, STATUS " WS-BKP-STATUS
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF

          OPEN INPUT HIST-JOURNAL-FILE
          IF WS-JRNL-STATUS NOT = "00"
             DISPLAY "BMIHJRNL.DAT COULD NOT BE OPENED, STATUS "
                WS-JRNL-STATUS
             CLOSE BACKUP-FILE
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF

          OPEN OUTPUT BMI-HISTORY-FILE
          IF WS-HIST-STATUS NOT = "00"
             DISPLAY "BMIHIST.IDX COULD NOT BE CREATED, STATUS "
                WS-HIST-STATUS
             STOP RUN
          END-IF
          CLOSE BMI-HISTORY-FILE
          OPEN I-O BMI-HISTORY-FILE
          IF WS-HIST-STATUS NOT = "00"
             DISPLAY "BMIHIST.IDX COULD NOT BE OPENED, STATUS "
                WS-HIST-STATUS
             STOP RUN
          END-IF

          PERFORM 0300-LOAD-BACKUP
          PERFORM 0400-REPLAY-JOURNAL

          CLOSE BACKUP-FILE
          CLOSE HIST-JOURNAL-FILE
          CLOSE BMI-HISTORY-FILE

          PERFORM 0500-COUNT-REBUILT
          PERFORM 0600-PRINT-RECONCILIATION

          DISPLAY "BMIHRECOV complete: " WS-BACKUP-COUNT
             " from backup, " WS-REBUILT-COUNT " rows rebuilt, "
             WS-ANOMALY-COUNT " anomalies"

          IF WS-TO-STAMP NOT = ALL '9'
             DISPLAY "Journal rows after " WS-TO-STAMP
                " were not replayed - take a fresh backup before "
                "anything posts again"
          END-IF

          IF WS-ERRORS
             MOVE 8 TO RETURN-CODE
          END-IF

       STOP RUN.

      *> The backup must not be the live file - opening BMIHIST.IDX
      *> for output would empty it before a single row was read. A
      *> blank replay-to stamp runs the journal to its end.
       0200-ACCEPT-PARAMETERS.
          DISPLAY "Backup copy of BMIHIST.IDX (file name): "
          ACCEPT WS-BACKUP-FILE-NAME
          EVALUATE TRUE
             WHEN WS-BACKUP-FILE-NAME = SPACES
                DISPLAY "A backup file name is required"
                MOVE 'N' TO WS-PARMS-VALID-FLAG
             WHEN WS-BACKUP-FILE-NAME = "BMIHIST.IDX"
                DISPLAY "The backup cannot be BMIHIST.IDX itself"
                MOVE 'N' TO WS-PARMS-VALID-FLAG
          END-EVALUATE

          IF WS-PARMS-VALID
             DISPLAY "Backup taken at (YYYYMMDDHHMMSS): "
             ACCEPT WS-FROM-STAMP
             IF WS-FROM-STAMP IS NOT NUMERIC
                DISPLAY "Backup time must be numeric YYYYMMDDHHMMSS"
                MOVE 'N' TO WS-PARMS-VALID-FLAG
             END-IF
          END-IF

          IF WS-PARMS-VALID
             DISPLAY "Replay journal to (YYYYMMDDHHMMSS), blank for "
                "end of journal: "
             ACCEPT WS-TO-STAMP-IN
             EVALUATE TRUE
                WHEN WS-TO-STAMP-IN = SPACES
                   MOVE ALL '9' TO WS-TO-STAMP
                   MOVE "END OF JOURNAL" TO WS-TO-STAMP-IN
                WHEN WS-TO-STAMP-IN IS NOT NUMERIC
                   DISPLAY "Replay time must be numeric "
                      "YYYYMMDDHHMMSS"
                   MOVE 'N' TO WS-PARMS-VALID-FLAG
                WHEN WS-TO-STAMP-IN < WS-FROM-STAMP
                   DISPLAY "Replay time is before the backup was "
                      "taken"
                   MOVE 'N' TO WS-PARMS-VALID-FLAG
                WHEN OTHER
                   MOVE WS-TO-STAMP-IN TO WS-TO-STAMP
             END-EVALUATE
          END-IF.

       0300-LOAD-BACKUP.
          PERFORM UNTIL WS-BKP-EOF
             READ BACKUP-FILE NEXT RECORD
                AT END
                   SET WS-BKP-EOF TO TRUE
                NOT AT END
                   PERFORM 0310-LOAD-BACKUP-ROW
             END-READ
          END-PERFORM.

       0310-LOAD-BACKUP-ROW.
          MOVE BACKUP-RECORD TO BMI-HISTORY-RECORD
          WRITE BMI-HISTORY-RECORD
             INVALID KEY
                DISPLAY "BACKUP LOAD FAILED FOR KEY " HIST-KEY
                   " STATUS " WS-HIST-STATUS
                ADD 1 TO WS-FAIL-COUNT
                SET WS-ERRORS TO TRUE
             NOT INVALID KEY
                ADD 1 TO WS-BACKUP-COUNT
          END-WRITE.

      *> Journal rows stamped at or after the backup time are
      *> replayed in the order they were written. A row stamped in
      *> the same second as the backup may already be in it, which
      *> is why each action falls back rather than failing: a write
      *> that finds the row rewrites it, a rewrite that finds none
      *> writes it, and a delete that finds none is passed over.
      *> Each fallback is an anomaly and is counted and shown.
       0400-REPLAY-JOURNAL.
          PERFORM UNTIL WS-JRNL-EOF
             READ HIST-JOURNAL-FILE
                AT END
                   SET WS-JRNL-EOF TO TRUE
                NOT AT END
                   PERFORM 0410-REPLAY-RECORD
             END-READ
          END-PERFORM.

       0410-REPLAY-RECORD.
          ADD 1 TO WS-JRNL-READ-COUNT
          MOVE JRNL-DATE TO WS-JRNL-STAMP-DATE
          MOVE JRNL-TIME TO WS-JRNL-STAMP-TIME

          EVALUATE TRUE
             WHEN WS-JRNL-STAMP < WS-FROM-STAMP
                ADD 1 TO WS-JRNL-EARLY-COUNT
             WHEN WS-JRNL-STAMP > WS-TO-STAMP
                ADD 1 TO WS-JRNL-LATE-COUNT
             WHEN OTHER
                MOVE JRNL-IMAGE TO BMI-HISTORY-RECORD
                EVALUATE TRUE
                   WHEN JRNL-WRITE
                      PERFORM 0420-REPLAY-WRITE
                   WHEN JRNL-REWRITE
                      PERFORM 0430-REPLAY-REWRITE
                   WHEN JRNL-DELETE
                      PERFORM 0440-REPLAY-DELETE
                   WHEN OTHER
                      ADD 1 TO WS-UNKNOWN-COUNT
                      PERFORM 0450-SHOW-ANOMALY
                END-EVALUATE
          END-EVALUATE.

       0420-REPLAY-WRITE.
          WRITE BMI-HISTORY-RECORD
             INVALID KEY
                ADD 1 TO WS-WRITE-ANOMALY
                PERFORM 0450-SHOW-ANOMALY
                REWRITE BMI-HISTORY-RECORD
                   INVALID KEY
                      PERFORM 0460-REPLAY-FAILED
                END-REWRITE
             NOT INVALID KEY
                ADD 1 TO WS-WRITE-APPLIED
                ADD 1 TO WS-ROWS-ADDED
          END-WRITE.

       0430-REPLAY-REWRITE.
          REWRITE BMI-HISTORY-RECORD
             INVALID KEY
                ADD 1 TO WS-REWRITE-ANOMALY
                PERFORM 0450-SHOW-ANOMALY
                WRITE BMI-HISTORY-RECORD
                   INVALID KEY
                      PERFORM 0460-REPLAY-FAILED
                   NOT INVALID KEY
                      ADD 1 TO WS-ROWS-ADDED
                END-WRITE
             NOT INVALID KEY
                ADD 1 TO WS-REWRITE-APPLIED
          END-REWRITE.

       0440-REPLAY-DELETE.
          DELETE BMI-HISTORY-FILE
             INVALID KEY
                ADD 1 TO WS-DELETE-ANOMALY
                PERFORM 0450-SHOW-ANOMALY
             NOT INVALID KEY
                ADD 1 TO WS-DELETE-APPLIED
                ADD 1 TO WS-ROWS-REMOVED
          END-DELETE.

       0450-SHOW-ANOMALY.
          ADD 1 TO WS-ANOMALY-COUNT
          SET WS-ERRORS TO TRUE
          DISPLAY "JOURNAL ANOMALY: ACTION " JRNL-ACTION " KEY "
             HIST-KEY " BY " JRNL-PROGRAM " AT " WS-JRNL-STAMP
             " STATUS " WS-HIST-STATUS.

       0460-REPLAY-FAILED.
          DISPLAY "REPLAY FAILED FOR KEY " HIST-KEY
             " STATUS " WS-HIST-STATUS
          ADD 1 TO WS-FAIL-COUNT
          SET WS-ERRORS TO TRUE.

       0500-COUNT-REBUILT.
          OPEN INPUT BMI-HISTORY-FILE
          IF WS-HIST-STATUS NOT = "00"
             DISPLAY "BMIHIST.IDX COULD NOT BE REOPENED, STATUS "
                WS-HIST-STATUS
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF

          PERFORM UNTIL WS-RECOUNT-EOF
             READ BMI-HISTORY-FILE NEXT RECORD
                AT END
                   SET WS-RECOUNT-EOF TO TRUE
                NOT AT END
                   ADD 1 TO WS-REBUILT-COUNT
             END-READ
          END-PERFORM

          CLOSE BMI-HISTORY-FILE

          COMPUTE WS-EXPECTED-COUNT =
             WS-BACKUP-COUNT + WS-ROWS-ADDED - WS-ROWS-REMOVED.

       0600-PRINT-RECONCILIATION.
          OPEN OUTPUT RECOVERY-PRINT-FILE

          MOVE WS-RECON-TITLE TO PRINT-LINE
          WRITE PRINT-LINE

          MOVE SPACES TO PRINT-LINE
          WRITE PRINT-LINE

          MOVE WS-RUN-DATE TO RCN-RUN-DATE
          MOVE WS-RECON-LINE-1 TO PRINT-LINE
          WRITE PRINT-LINE

          MOVE WS-BACKUP-FILE-NAME TO RCN-BKP-NAME
          MOVE WS-RECON-LINE-2 TO PRINT-LINE
          WRITE PRINT-LINE

          MOVE WS-FROM-STAMP TO RCN-FROM-STAMP
          MOVE WS-RECON-LINE-3 TO PRINT-LINE
          WRITE PRINT-LINE

          MOVE WS-TO-STAMP-IN TO RCN-TO-STAMP
          MOVE WS-RECON-LINE-4 TO PRINT-LINE
          WRITE PRINT-LINE

          MOVE SPACES TO PRINT-LINE
          WRITE PRINT-LINE

          MOVE WS-BACKUP-COUNT TO RCN-BKP-COUNT
          MOVE WS-RECON-LINE-5 TO PRINT-LINE
          WRITE PRINT-LINE

          MOVE WS-JRNL-READ-COUNT TO RCN-JRNL-COUNT
          MOVE WS-RECON-LINE-6 TO PRINT-LINE
          WRITE PRINT-LINE

          MOVE WS-JRNL-EARLY-COUNT TO RCN-EARLY-COUNT
          MOVE WS-RECON-LINE-7 TO PRINT-LINE
          WRITE PRINT-LINE

          MOVE WS-JRNL-LATE-COUNT TO RCN-LATE-COUNT
          MOVE WS-RECON-LINE-8 TO PRINT-LINE
          WRITE PRINT-LINE

          MOVE SPACES TO PRINT-LINE
          WRITE PRINT-LINE

          MOVE WS-ACTION-HEADING-LINE TO PRINT-LINE
          WRITE PRINT-LINE

          MOVE "WRITES:" TO ACT-LABEL
          MOVE WS-WRITE-APPLIED TO ACT-APPLIED
          MOVE WS-WRITE-ANOMALY TO ACT-ANOMALY
          MOVE WS-ACTION-LINE TO PRINT-LINE
          WRITE PRINT-LINE

          MOVE "REWRITES:" TO ACT-LABEL
          MOVE WS-REWRITE-APPLIED TO ACT-APPLIED
          MOVE WS-REWRITE-ANOMALY TO ACT-ANOMALY
          MOVE WS-ACTION-LINE TO PRINT-LINE
          WRITE PRINT-LINE

          MOVE "DELETES:" TO ACT-LABEL
          MOVE WS-DELETE-APPLIED TO ACT-APPLIED
          MOVE WS-DELETE-ANOMALY TO ACT-ANOMALY
          MOVE WS-ACTION-LINE TO PRINT-LINE
          WRITE PRINT-LINE

          MOVE "UNKNOWN ACTION:" TO ACT-LABEL
          MOVE 0 TO ACT-APPLIED
          MOVE WS-UNKNOWN-COUNT TO ACT-ANOMALY
          MOVE WS-ACTION-LINE TO PRINT-LINE
          WRITE PRINT-LINE

          MOVE SPACES TO PRINT-LINE
          WRITE PRINT-LINE

          MOVE WS-FAIL-COUNT TO RCN-FAIL-COUNT
          MOVE WS-RECON-LINE-9 TO PRINT-LINE
          WRITE PRINT-LINE

          MOVE WS-EXPECTED-COUNT TO RCN-EXP-COUNT
          MOVE WS-RECON-LINE-10 TO PRINT-LINE
          WRITE PRINT-LINE

          MOVE WS-REBUILT-COUNT TO RCN-REB-COUNT
          MOVE WS-RECON-LINE-11 TO PRINT-LINE
          WRITE PRINT-LINE

          MOVE SPACES TO PRINT-LINE
          WRITE PRINT-LINE

          EVALUATE TRUE
             WHEN WS-EXPECTED-COUNT NOT = WS-REBUILT-COUNT
                SET WS-ERRORS TO TRUE
                MOVE WS-RECON-BAD-LINE TO PRINT-LINE
             WHEN WS-ERRORS
                MOVE WS-RECON-ANOMALY-LINE TO PRINT-LINE
             WHEN OTHER
                MOVE WS-RECON-OK-LINE TO PRINT-LINE
          END-EVALUATE
          WRITE PRINT-LINE

          CLOSE RECOVERY-PRINT-FILE.

       END PROGRAM BMIHRECOV.
