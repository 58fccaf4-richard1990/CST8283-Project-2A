      * line per rule they missed. A per-program tally of candidates
      * closes the candidates report, using the reference table of
      * program codes in PROGCODE.CPY.
      * Only the attempts that count are judged: a term holding
      * attempts superseded by a better attempt at the same course
      * in another term (see STUCRSH.CPY) is re-averaged from its
      * remaining graded courses and re-graded before it is folded
      * in, so an F term whose failed course was later passed no
      * longer stands against the student. A term left with no
      * counting graded course still counts toward the terms rule
      * but stays out of the average and the F-term rule.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MASTER-KEY
                   FILE STATUS IS MASTER-FILE-STATUS-WS.
           SELECT COURSE-HISTORY-FILE
               ASSIGN TO "C:\STUCRSH.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CRSH-KEY
                   FILE STATUS IS HISTORY-FILE-STATUS-WS.
           SELECT CANDIDATE-REPORT
               ASSIGN TO "C:\STUGRDC.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       FD STUDENT-MASTER-FILE.
           COPY STUMAST.

      * COURSE-HISTORY-FILE holds one row per course taken per
      * student per term, written by PROJECT2A next to the master row
       FD COURSE-HISTORY-FILE.
           COPY STUCRSH.

      * CANDIDATE-REPORT lists every student who passed all the
      * completion rules, with a per-program tally at the bottom
       FD CANDIDATE-REPORT.
       01 FLAGS-AND-CONTROLS.
           05 MASTER-FILE-STATUS-WS    PIC XX  VALUE "00".
           05 MASTER-EOF-FLAG      PIC X       VALUE "N".
           05 HISTORY-FILE-STATUS-WS   PIC XX  VALUE "00".
           05 HISTORY-OPEN-SW      PIC X       VALUE "N".
               88 HISTORY-IS-OPEN          VALUE "Y".
           05 HISTORY-EOF-FLAG     PIC X       VALUE "N".
           05 CURRENT-STUDENT-WS   PIC 9(9)    VALUE ZERO.
           05 STUDENT-OPEN-SW      PIC X       VALUE "N".
               88 STUDENT-OPEN             VALUE "Y".
       01 STUDENT-ACCUMULATORS.
           05 STU-PROGRAM-WS       PIC X(3)    VALUE SPACES.
           05 STU-TERM-CTR         PIC 9(3)    VALUE ZERO.
           05 STU-AVG-TERM-CTR     PIC 9(3)    VALUE ZERO.
           05 STU-AVG-TOTAL-WS     PIC 9(7)    VALUE ZERO.
           05 STU-CUM-AVERAGE-WS   PIC 9(3)    VALUE ZERO.
           05 STU-ANY-F-SW         PIC X       VALUE "N".
           05 STU-ELIGIBLE-SW      PIC X       VALUE "Y".
               88 STU-IS-ELIGIBLE          VALUE "Y".

      * The term being folded in as it counts for the audit: its
      * published average and grade, or -- when the term holds
      * superseded attempts -- the average and grade of its
      * remaining graded courses
       01 EFFECTIVE-TERM-CONTROLS.
           05 TERM-SUPERSEDED-SW   PIC X       VALUE "N".
               88 TERM-HAS-SUPERSEDED      VALUE "Y".
           05 COUNT-WEIGHTED-MARK  PIC 9(5)    VALUE ZERO.
           05 COUNT-CREDIT-WEIGHT  PIC 9(3)    VALUE ZERO.
           05 EFF-AVERAGE-WS       PIC 9(3)    VALUE ZERO.
           05 EFF-GRADE-WS         PIC X       VALUE SPACES.
           05 EFF-TERM-COUNTS-SW   PIC X       VALUE "Y".
               88 EFF-TERM-COUNTS          VALUE "Y".

      * Per-program candidate tally, one slot per reference entry
      * in PROGCODE.CPY plus a catch-all for codes not on it
           COPY PROGCODE.
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      * A missing course-history file only means terms are judged
      * on their published figures, as before repeats were tracked
           OPEN INPUT COURSE-HISTORY-FILE.
           IF HISTORY-FILE-STATUS-WS = "00"
               MOVE "Y" TO HISTORY-OPEN-SW
           ELSE
               DISPLAY "COURSE HISTORY FILE NOT AVAILABLE, STATUS: "
                   HISTORY-FILE-STATUS-WS
                   " -- TERMS JUDGED ON PUBLISHED FIGURES"
           END-IF.
           OPEN OUTPUT CANDIDATE-REPORT.
           OPEN OUTPUT NOT-ELIGIBLE-REPORT.
           WRITE CANDIDATE-REPORT-CARD FROM RUN-DATE-HEADER.
           PERFORM 700-WRITE-PROGRAM-TALLY.
           DISPLAY "CANDIDATES:       " CANDIDATE-CTR.
           DISPLAY "NOT YET ELIGIBLE: " NOT-ELIGIBLE-CTR.
           IF HISTORY-IS-OPEN
               CLOSE COURSE-HISTORY-FILE
           END-IF.
           CLOSE STUDENT-MASTER-FILE
                 CANDIDATE-REPORT
                 NOT-ELIGIBLE-REPORT.
           MOVE MASTER-STUDENT-NUMBER TO CURRENT-STUDENT-WS.
           MOVE MASTER-STUDENT-PROGRAM TO STU-PROGRAM-WS.
           MOVE ZERO TO STU-TERM-CTR
                        STU-AVG-TERM-CTR
                        STU-AVG-TOTAL-WS
                        STU-CUM-AVERAGE-WS.
           MOVE "N" TO STU-ANY-F-SW.
      * and final standing track the latest row so the student is
      * judged on the program and standing they finished under
       700-ACCUMULATE-ONE-TERM.
           PERFORM 700-SET-EFFECTIVE-TERM.
           ADD 1 TO STU-TERM-CTR.
           IF EFF-TERM-COUNTS
               ADD EFF-AVERAGE-WS TO STU-AVG-TOTAL-WS
               ADD 1 TO STU-AVG-TERM-CTR
               IF EFF-GRADE-WS = "F"
                   MOVE "Y" TO STU-ANY-F-SW
               END-IF
           END-IF.
           MOVE MASTER-STUDENT-PROGRAM  TO STU-PROGRAM-WS.
           MOVE MASTER-STUDENT-STANDING TO STU-FINAL-STANDING-WS.

      * Walks the term's course rows; with no superseded attempt
      * among them the term stands at its published average and
      * grade, otherwise it is re-averaged from the attempts that
      * still count under PROJECT2A's credit-weighted rule
       700-SET-EFFECTIVE-TERM.
           MOVE MASTER-STUDENT-AVERAGE TO EFF-AVERAGE-WS.
           MOVE MASTER-STUDENT-GRADE   TO EFF-GRADE-WS.
           MOVE "Y" TO EFF-TERM-COUNTS-SW.
           MOVE "N" TO TERM-SUPERSEDED-SW.
           MOVE ZERO TO COUNT-WEIGHTED-MARK
                        COUNT-CREDIT-WEIGHT.
           IF HISTORY-IS-OPEN
               MOVE "N" TO HISTORY-EOF-FLAG
               MOVE MASTER-STUDENT-NUMBER TO CRSH-STUDENT-NUMBER
               MOVE MASTER-RUN-DATE       TO CRSH-RUN-DATE
               MOVE SPACES                TO CRSH-COURSE-CODE
               START COURSE-HISTORY-FILE
                   KEY IS NOT LESS THAN CRSH-KEY
                   INVALID KEY
                       MOVE "Y" TO HISTORY-EOF-FLAG
               END-START
               IF HISTORY-FILE-STATUS-WS NOT = "00"
                   MOVE "Y" TO HISTORY-EOF-FLAG
               END-IF
               PERFORM 700-READ-ONE-TERM-COURSE
                   UNTIL HISTORY-EOF-FLAG = "Y"
           END-IF.
           IF TERM-HAS-SUPERSEDED
               IF COUNT-CREDIT-WEIGHT = ZERO
                   MOVE "N" TO EFF-TERM-COUNTS-SW
               ELSE
                   DIVIDE COUNT-WEIGHTED-MARK BY COUNT-CREDIT-WEIGHT
                       GIVING EFF-AVERAGE-WS ROUNDED
                   PERFORM 700-DETERMINE-EFFECTIVE-GRADE
               END-IF
           END-IF.

       700-READ-ONE-TERM-COURSE.
           READ COURSE-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO HISTORY-EOF-FLAG
               NOT AT END
                   IF CRSH-STUDENT-NUMBER NOT = MASTER-STUDENT-NUMBER
                           OR CRSH-RUN-DATE NOT = MASTER-RUN-DATE
                       MOVE "Y" TO HISTORY-EOF-FLAG
                   ELSE
                       IF CRSH-ATTEMPT-SUPERSEDED
                           MOVE "Y" TO TERM-SUPERSEDED-SW
                       ELSE
                           IF CRSH-COURSE-MARK IS NUMERIC
                               COMPUTE COUNT-WEIGHTED-MARK =
                                   COUNT-WEIGHTED-MARK
                                   + (CRSH-COURSE-MARK-NUM
                                       * CRSH-COURSE-CREDIT)
                               ADD CRSH-COURSE-CREDIT TO
                                   COUNT-CREDIT-WEIGHT
                           END-IF
                       END-IF
                   END-IF
           END-READ.
           IF HISTORY-FILE-STATUS-WS NOT = "00"
                   AND HISTORY-FILE-STATUS-WS NOT = "02"
               MOVE "Y" TO HISTORY-EOF-FLAG
           END-IF.

       700-DETERMINE-EFFECTIVE-GRADE.
           IF EFF-AVERAGE-WS >= 85
               MOVE "A" TO EFF-GRADE-WS
           ELSE
               IF EFF-AVERAGE-WS >= 75
                   MOVE "B" TO EFF-GRADE-WS
               ELSE
                   IF EFF-AVERAGE-WS >= 65
                       MOVE "C" TO EFF-GRADE-WS
                   ELSE
                       IF EFF-AVERAGE-WS >= 50
                           MOVE "D" TO EFF-GRADE-WS
                       ELSE
                           MOVE "F" TO EFF-GRADE-WS
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Judges the closed-out student against each completion rule
               CONTINUE
           ELSE
               MOVE "Y" TO STU-ELIGIBLE-SW
               IF STU-AVG-TERM-CTR > ZERO
                   DIVIDE STU-AVG-TOTAL-WS BY STU-AVG-TERM-CTR
                       GIVING STU-CUM-AVERAGE-WS ROUNDED
               END-IF
               IF STU-TERM-CTR < MIN-TERMS-REQUIRED
