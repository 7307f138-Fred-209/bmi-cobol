       IDENTIFICATION DIVISION.
       PROGRAM-ID. BMILIMMNT.
       AUTHOR. FRED DURHAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDIT-LIMIT-FILE ASSIGN TO "BMILIMIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMIT-STATUS.

           SELECT SITE-MASTER-FILE ASSIGN TO "BMISITEMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITEMST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EDIT-LIMIT-FILE.
           COPY "BMILIM.CPY".

       FD  SITE-MASTER-FILE.
           COPY "BMISITE.CPY".

       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG PIC X VALUE 'N'.
          88 WS-EOF VALUE 'Y'.
       01 WS-SITEMST-EOF-FLAG PIC X VALUE 'N'.
          88 WS-SITEMST-EOF VALUE 'Y'.
       01 WS-LIMIT-STATUS   PIC XX.
       01 WS-SITEMST-STATUS PIC XX.

       01 WS-RUN-DATE PIC 9(8).

       01 WS-ACTION PIC X.
          88 WS-ACTION-ADD    VALUE 'A'.
          88 WS-ACTION-CHANGE VALUE 'C'.
          88 WS-ACTION-DELETE VALUE 'D'.
          88 WS-ACTION-LIST   VALUE 'L'.
          88 WS-ACTION-EXIT   VALUE 'X'.

       01 WS-ENTRY-FIELDS.
          05 WS-ENTRY-SITE       PIC X(4).
          05 WS-ENTRY-DATE-IN    PIC X(8).
          05 WS-ENTRY-DATE       PIC 9(8).
          05 WS-ENTRY-MIN-HEIGHT PIC X(3).
          05 WS-ENTRY-MAX-HEIGHT PIC X(3).
          05 WS-ENTRY-MIN-WEIGHT PIC X(3).
          05 WS-ENTRY-MAX-WEIGHT PIC X(3).
          05 WS-ENTRY-SUSPECT    PIC X(5).

       01 WS-NEW-LIMITS.
          05 WS-NEW-MIN-HEIGHT PIC 999.
          05 WS-NEW-MAX-HEIGHT PIC 999.
          05 WS-NEW-MIN-WEIGHT PIC 999.
          05 WS-NEW-MAX-WEIGHT PIC 999.
          05 WS-NEW-SUSPECT    PIC 99V99.

       01 WS-ENTRY-OK-FLAG PIC X VALUE 'N'.
          88 WS-ENTRY-OK VALUE 'Y'.

       01 WS-CHANGED-FLAG PIC X VALUE 'N'.
          88 WS-CHANGED VALUE 'Y'.

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
             10 WS-LIM-DELETE-FLAG PIC X.
                88 WS-LIM-DELETED VALUE 'Y'.

       01 WS-LIM-SUB       PIC 9(3).
       01 WS-LIM-FOUND-SUB PIC 9(3).
       01 WS-LIM-CHECK-SUB PIC 9(3).
       01 WS-LIM-KEPT      PIC 9(3).

       01 WS-IN-FORCE-FLAG PIC X.
          88 WS-IN-FORCE VALUE 'Y'.
       01 WS-LIST-MARK     PIC X(10).
       01 WS-LIST-SITE     PIC X(7).
       01 WS-LIST-SUSPECT  PIC Z9.99.

       01 WS-SITE-MASTER-TABLE.
          05 WS-SM-COUNT PIC 9(2) VALUE 0.
          05 WS-SM-LIMIT PIC 9(2) VALUE 50.
          05 WS-SM-ENTRY OCCURS 50.
             10 WS-SM-CODE   PIC X(4).
             10 WS-SM-STATUS PIC X.

       01 WS-SM-SUB       PIC 9(2).
       01 WS-SM-FOUND-SUB PIC 9(2).

       PROCEDURE DIVISION.
       0100-START-HERE.
          MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

          PERFORM 0110-LOAD-SITE-MASTER
          PERFORM 0120-LOAD-LIMITS

          PERFORM UNTIL WS-ACTION-EXIT
             DISPLAY " "
             DISPLAY "EDIT LIMIT MAINTENANCE"
             DISPLAY "A=ADD  C=CHANGE  D=DELETE  L=LIST  X=EXIT"
             DISPLAY "Action: "
             ACCEPT WS-ACTION
             EVALUATE TRUE
                WHEN WS-ACTION-ADD
                   PERFORM 0200-ADD-LIMITS
                WHEN WS-ACTION-CHANGE
                   PERFORM 0300-CHANGE-LIMITS
                WHEN WS-ACTION-DELETE
                   PERFORM 0400-DELETE-LIMITS
                WHEN WS-ACTION-LIST
                   PERFORM 0500-LIST-LIMITS
                WHEN WS-ACTION-EXIT
                   CONTINUE
                WHEN OTHER
                   DISPLAY "Unknown action " WS-ACTION
             END-EVALUATE
          END-PERFORM

          IF WS-CHANGED
             PERFORM 0600-REWRITE-LIMITS
             DISPLAY "Limits file updated, " WS-LIM-KEPT " rows"
          ELSE
             DISPLAY "No changes made"
          END-IF

       STOP RUN.

       0110-LOAD-SITE-MASTER.
          OPEN INPUT SITE-MASTER-FILE
          IF WS-SITEMST-STATUS NOT = "00"
             DISPLAY "BMISITEMST.DAT COULD NOT BE OPENED, STATUS "
                WS-SITEMST-STATUS
             DISPLAY "RUN BMISITEMNT TO BUILD THE SITE MASTER"
             STOP RUN
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
                   MOVE SITEM-CODE   TO WS-SM-CODE(WS-SM-COUNT)
                   MOVE SITEM-STATUS TO WS-SM-STATUS(WS-SM-COUNT)
             END-READ
          END-PERFORM

          CLOSE SITE-MASTER-FILE.

       0120-LOAD-LIMITS.
          OPEN INPUT EDIT-LIMIT-FILE

          IF WS-LIMIT-STATUS = "35"
             DISPLAY "No BMILIMIT.DAT found - starting empty "
                "limits file"
          ELSE
             IF WS-LIMIT-STATUS NOT = "00"
                DISPLAY "BMILIMIT.DAT COULD NOT BE OPENED, "
                   "STATUS " WS-LIMIT-STATUS
                STOP RUN
             END-IF

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
                      MOVE LIM-SITE
                        TO WS-LIM-SITE(WS-LIM-COUNT)
                      MOVE LIM-EFF-DATE
                        TO WS-LIM-EFF-DATE(WS-LIM-COUNT)
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
                      MOVE 'N' TO WS-LIM-DELETE-FLAG(WS-LIM-COUNT)
                END-READ
             END-PERFORM

             CLOSE EDIT-LIMIT-FILE
             DISPLAY "Loaded " WS-LIM-COUNT " limit rows"
          END-IF.

      *> New rows may only take effect today or later - a row dated
      *> into the past would change which limits were in force for
      *> runs that have already posted.
       0200-ADD-LIMITS.
          PERFORM 0700-ACCEPT-SITE-DATE

          IF WS-ENTRY-OK
             IF WS-ENTRY-DATE < WS-RUN-DATE
                DISPLAY "Effective date cannot be before today - "
                   "not added"
                MOVE 'N' TO WS-ENTRY-OK-FLAG
             END-IF
          END-IF

          IF WS-ENTRY-OK
             PERFORM 0710-LOOKUP-LIMITS
             IF WS-LIM-FOUND-SUB > 0
                DISPLAY "Limits for that site and date are already "
                   "on file - use C to change them"
                MOVE 'N' TO WS-ENTRY-OK-FLAG
             END-IF
          END-IF

          IF WS-ENTRY-OK
             IF WS-LIM-COUNT >= WS-LIM-LIMIT
                DISPLAY "LIMITS TABLE IS FULL"
                MOVE 'N' TO WS-ENTRY-OK-FLAG
             END-IF
          END-IF

          IF WS-ENTRY-OK
             PERFORM 0720-ACCEPT-LIMITS
          END-IF

          IF WS-ENTRY-OK
             ADD 1 TO WS-LIM-COUNT
             MOVE WS-ENTRY-SITE TO WS-LIM-SITE(WS-LIM-COUNT)
             MOVE WS-ENTRY-DATE TO WS-LIM-EFF-DATE(WS-LIM-COUNT)
             MOVE 'N' TO WS-LIM-DELETE-FLAG(WS-LIM-COUNT)
             MOVE WS-LIM-COUNT TO WS-LIM-FOUND-SUB
             PERFORM 0730-STORE-LIMITS
             DISPLAY "Added limits effective " WS-ENTRY-DATE
          END-IF.

      *> Only rows not yet in force can be changed or deleted. Once a
      *> row has been used by a run it stays as it was, so a reject
      *> can always be explained - add a newer row instead.
       0300-CHANGE-LIMITS.
          PERFORM 0700-ACCEPT-SITE-DATE

          IF WS-ENTRY-OK
             PERFORM 0710-LOOKUP-LIMITS
             PERFORM 0740-CHECK-FUTURE-ROW
          END-IF

          IF WS-ENTRY-OK
             DISPLAY "Current height "
                WS-LIM-MIN-HEIGHT(WS-LIM-FOUND-SUB) "-"
                WS-LIM-MAX-HEIGHT(WS-LIM-FOUND-SUB) "  weight "
                WS-LIM-MIN-WEIGHT(WS-LIM-FOUND-SUB) "-"
                WS-LIM-MAX-WEIGHT(WS-LIM-FOUND-SUB)
             MOVE WS-LIM-SUSPECT(WS-LIM-FOUND-SUB) TO WS-LIST-SUSPECT
             DISPLAY "Current suspect BMI change " WS-LIST-SUSPECT
             PERFORM 0720-ACCEPT-LIMITS
          END-IF

          IF WS-ENTRY-OK
             PERFORM 0730-STORE-LIMITS
             DISPLAY "Changed limits effective " WS-ENTRY-DATE
          END-IF.

       0400-DELETE-LIMITS.
          PERFORM 0700-ACCEPT-SITE-DATE

          IF WS-ENTRY-OK
             PERFORM 0710-LOOKUP-LIMITS
             PERFORM 0740-CHECK-FUTURE-ROW
          END-IF

          IF WS-ENTRY-OK
             SET WS-LIM-DELETED(WS-LIM-FOUND-SUB) TO TRUE
             SET WS-CHANGED TO TRUE
             DISPLAY "Deleted limits effective " WS-ENTRY-DATE
          END-IF.

      *> The row marked IN FORCE for each site is the one today's
      *> run would use for that site's batches.
       0500-LIST-LIMITS.
          IF WS-LIM-COUNT = 0
             DISPLAY "Limits file is empty"
          END-IF
          PERFORM VARYING WS-LIM-SUB FROM 1 BY 1
             UNTIL WS-LIM-SUB > WS-LIM-COUNT
             IF NOT WS-LIM-DELETED(WS-LIM-SUB)
                PERFORM 0510-LIST-LIMIT-ROW
             END-IF
          END-PERFORM.

       0510-LIST-LIMIT-ROW.
          PERFORM 0520-CHECK-IN-FORCE
          EVALUATE TRUE
             WHEN WS-IN-FORCE
                MOVE "IN FORCE" TO WS-LIST-MARK
             WHEN WS-LIM-EFF-DATE(WS-LIM-SUB) > WS-RUN-DATE
                MOVE "PENDING" TO WS-LIST-MARK
             WHEN OTHER
                MOVE "SUPERSEDED" TO WS-LIST-MARK
          END-EVALUATE

          IF WS-LIM-SITE(WS-LIM-SUB) = SPACES
             MOVE "DEFAULT" TO WS-LIST-SITE
          ELSE
             MOVE WS-LIM-SITE(WS-LIM-SUB) TO WS-LIST-SITE
          END-IF
          MOVE WS-LIM-SUSPECT(WS-LIM-SUB) TO WS-LIST-SUSPECT

          DISPLAY WS-LIST-SITE " "
             WS-LIM-EFF-DATE(WS-LIM-SUB) " HT "
             WS-LIM-MIN-HEIGHT(WS-LIM-SUB) "-"
             WS-LIM-MAX-HEIGHT(WS-LIM-SUB) " WT "
             WS-LIM-MIN-WEIGHT(WS-LIM-SUB) "-"
             WS-LIM-MAX-WEIGHT(WS-LIM-SUB) " CHG "
             WS-LIST-SUSPECT " " WS-LIST-MARK.

      *> A row is in force when it has taken effect and no other row
      *> for the same site took effect after it.
       0520-CHECK-IN-FORCE.
          MOVE 'N' TO WS-IN-FORCE-FLAG
          IF WS-LIM-EFF-DATE(WS-LIM-SUB) <= WS-RUN-DATE
             SET WS-IN-FORCE TO TRUE
             PERFORM VARYING WS-LIM-CHECK-SUB FROM 1 BY 1
                UNTIL WS-LIM-CHECK-SUB > WS-LIM-COUNT
                IF NOT WS-LIM-DELETED(WS-LIM-CHECK-SUB)
                   AND WS-LIM-SITE(WS-LIM-CHECK-SUB)
                     = WS-LIM-SITE(WS-LIM-SUB)
                   AND WS-LIM-EFF-DATE(WS-LIM-CHECK-SUB)
                     > WS-LIM-EFF-DATE(WS-LIM-SUB)
                   AND WS-LIM-EFF-DATE(WS-LIM-CHECK-SUB)
                     <= WS-RUN-DATE
                   MOVE 'N' TO WS-IN-FORCE-FLAG
                END-IF
             END-PERFORM
          END-IF.

       0600-REWRITE-LIMITS.
          OPEN OUTPUT EDIT-LIMIT-FILE
          IF WS-LIMIT-STATUS NOT = "00"
             DISPLAY "BMILIMIT.DAT COULD NOT BE REWRITTEN, "
                "STATUS " WS-LIMIT-STATUS
             STOP RUN
          END-IF

          MOVE 0 TO WS-LIM-KEPT
          PERFORM VARYING WS-LIM-SUB FROM 1 BY 1
             UNTIL WS-LIM-SUB > WS-LIM-COUNT
             IF NOT WS-LIM-DELETED(WS-LIM-SUB)
                ADD 1 TO WS-LIM-KEPT
                MOVE WS-LIM-SITE(WS-LIM-SUB)       TO LIM-SITE
                MOVE WS-LIM-EFF-DATE(WS-LIM-SUB)   TO LIM-EFF-DATE
                MOVE WS-LIM-MIN-HEIGHT(WS-LIM-SUB) TO LIM-MIN-HEIGHT
                MOVE WS-LIM-MAX-HEIGHT(WS-LIM-SUB) TO LIM-MAX-HEIGHT
                MOVE WS-LIM-MIN-WEIGHT(WS-LIM-SUB) TO LIM-MIN-WEIGHT
                MOVE WS-LIM-MAX-WEIGHT(WS-LIM-SUB) TO LIM-MAX-WEIGHT
                MOVE WS-LIM-SUSPECT(WS-LIM-SUB)    TO LIM-SUSPECT-BMI
                WRITE EDIT-LIMIT-RECORD
             END-IF
          END-PERFORM

          CLOSE EDIT-LIMIT-FILE.

      *> A blank site code means the default row. Any other code
      *> must be on the site master.
       0700-ACCEPT-SITE-DATE.
          MOVE 'Y' TO WS-ENTRY-OK-FLAG
          DISPLAY "Site code (4 characters), blank for default: "
          ACCEPT WS-ENTRY-SITE
          DISPLAY "Effective date (YYYYMMDD), blank for today: "
          ACCEPT WS-ENTRY-DATE-IN

          IF WS-ENTRY-DATE-IN = SPACES
             MOVE WS-RUN-DATE TO WS-ENTRY-DATE
          ELSE
             IF WS-ENTRY-DATE-IN IS NUMERIC
                MOVE WS-ENTRY-DATE-IN TO WS-ENTRY-DATE
             ELSE
                DISPLAY "Effective date must be numeric YYYYMMDD"
                MOVE 'N' TO WS-ENTRY-OK-FLAG
             END-IF
          END-IF

          IF WS-ENTRY-OK AND WS-ENTRY-SITE NOT = SPACES
             MOVE 0 TO WS-SM-FOUND-SUB
             PERFORM VARYING WS-SM-SUB FROM 1 BY 1
                UNTIL WS-SM-SUB > WS-SM-COUNT
                   OR WS-SM-FOUND-SUB > 0
                IF WS-SM-CODE(WS-SM-SUB) = WS-ENTRY-SITE
                   MOVE WS-SM-SUB TO WS-SM-FOUND-SUB
                END-IF
             END-PERFORM
             IF WS-SM-FOUND-SUB = 0
                DISPLAY "Site " WS-ENTRY-SITE
                   " not on the site master"
                MOVE 'N' TO WS-ENTRY-OK-FLAG
             ELSE
                IF WS-SM-STATUS(WS-SM-FOUND-SUB) = 'I'
                   DISPLAY "Note - site " WS-ENTRY-SITE
                      " is inactive"
                END-IF
             END-IF
          END-IF.

       0710-LOOKUP-LIMITS.
          MOVE 0 TO WS-LIM-FOUND-SUB
          PERFORM VARYING WS-LIM-SUB FROM 1 BY 1
             UNTIL WS-LIM-SUB > WS-LIM-COUNT
                OR WS-LIM-FOUND-SUB > 0
             IF WS-LIM-SITE(WS-LIM-SUB) = WS-ENTRY-SITE
                AND WS-LIM-EFF-DATE(WS-LIM-SUB) = WS-ENTRY-DATE
                AND NOT WS-LIM-DELETED(WS-LIM-SUB)
                MOVE WS-LIM-SUB TO WS-LIM-FOUND-SUB
             END-IF
          END-PERFORM.

       0720-ACCEPT-LIMITS.
          DISPLAY "Minimum height, inches (3 digits): "
          ACCEPT WS-ENTRY-MIN-HEIGHT
          DISPLAY "Maximum height, inches (3 digits): "
          ACCEPT WS-ENTRY-MAX-HEIGHT
          DISPLAY "Minimum weight, pounds (3 digits): "
          ACCEPT WS-ENTRY-MIN-WEIGHT
          DISPLAY "Maximum weight, pounds (3 digits): "
          ACCEPT WS-ENTRY-MAX-WEIGHT
          DISPLAY "Suspect BMI change (NN.NN): "
          ACCEPT WS-ENTRY-SUSPECT

          IF WS-ENTRY-MIN-HEIGHT IS NOT NUMERIC
             OR WS-ENTRY-MAX-HEIGHT IS NOT NUMERIC
             OR WS-ENTRY-MIN-WEIGHT IS NOT NUMERIC
             OR WS-ENTRY-MAX-WEIGHT IS NOT NUMERIC
             DISPLAY "Heights and weights must be 3 digits - "
                "limits not saved"
             MOVE 'N' TO WS-ENTRY-OK-FLAG
          END-IF

          IF WS-ENTRY-OK
             IF WS-ENTRY-SUSPECT(1:2) IS NOT NUMERIC
                OR WS-ENTRY-SUSPECT(3:1) NOT = "."
                OR WS-ENTRY-SUSPECT(4:2) IS NOT NUMERIC
                DISPLAY "Suspect BMI change must be entered as "
                   "NN.NN - limits not saved"
                MOVE 'N' TO WS-ENTRY-OK-FLAG
             END-IF
          END-IF

          IF WS-ENTRY-OK
             MOVE WS-ENTRY-MIN-HEIGHT TO WS-NEW-MIN-HEIGHT
             MOVE WS-ENTRY-MAX-HEIGHT TO WS-NEW-MAX-HEIGHT
             MOVE WS-ENTRY-MIN-WEIGHT TO WS-NEW-MIN-WEIGHT
             MOVE WS-ENTRY-MAX-WEIGHT TO WS-NEW-MAX-WEIGHT
             MOVE FUNCTION NUMVAL(WS-ENTRY-SUSPECT)
               TO WS-NEW-SUSPECT
             IF WS-NEW-MIN-HEIGHT >= WS-NEW-MAX-HEIGHT
                OR WS-NEW-MIN-WEIGHT >= WS-NEW-MAX-WEIGHT
                DISPLAY "Each minimum must be below its maximum - "
                   "limits not saved"
                MOVE 'N' TO WS-ENTRY-OK-FLAG
             END-IF
          END-IF

          IF WS-ENTRY-OK
             IF WS-NEW-SUSPECT = 0
                DISPLAY "Suspect BMI change must be above zero - "
                   "limits not saved"
                MOVE 'N' TO WS-ENTRY-OK-FLAG
             END-IF
          END-IF.

       0730-STORE-LIMITS.
          MOVE WS-NEW-MIN-HEIGHT
            TO WS-LIM-MIN-HEIGHT(WS-LIM-FOUND-SUB)
          MOVE WS-NEW-MAX-HEIGHT
            TO WS-LIM-MAX-HEIGHT(WS-LIM-FOUND-SUB)
          MOVE WS-NEW-MIN-WEIGHT
            TO WS-LIM-MIN-WEIGHT(WS-LIM-FOUND-SUB)
          MOVE WS-NEW-MAX-WEIGHT
            TO WS-LIM-MAX-WEIGHT(WS-LIM-FOUND-SUB)
          MOVE WS-NEW-SUSPECT
            TO WS-LIM-SUSPECT(WS-LIM-FOUND-SUB)
          SET WS-CHANGED TO TRUE.

       0740-CHECK-FUTURE-ROW.
          IF WS-LIM-FOUND-SUB = 0
             DISPLAY "No limits on file for that site and date"
             MOVE 'N' TO WS-ENTRY-OK-FLAG
          ELSE
             IF WS-LIM-EFF-DATE(WS-LIM-FOUND-SUB) <= WS-RUN-DATE
                DISPLAY "Those limits are already in force and "
                   "cannot be altered - add a newer row instead"
                MOVE 'N' TO WS-ENTRY-OK-FLAG
             END-IF
          END-IF.

       END PROGRAM BMILIMMNT.
