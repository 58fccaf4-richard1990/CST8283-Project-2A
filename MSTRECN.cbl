       IDENTIFICATION DIVISION.
       PROGRAM-ID.         MSTRECN.
       AUTHOR.             RICHARD BARNEY.
       DATE-WRITTEN.       OCTOBER 2026.

      * Nightly cross-file reconciliation of the three accumulating
      * indexed files: STUDENT-MASTER-FILE, COURSE-HISTORY-FILE and
      * NAME-MASTER-FILE. MSTVRFY checks the master against itself;
      * this run checks that the files still agree with each other,
      * since MARKCORR rewrites an average without touching the
      * course rows behind it, MSTARCH purges master rows but leaves
      * their course rows, and a run that dies part way can leave a
      * master row without its name. The master is walked end to
      * end and for every term row the course rows under the same
      * student and run date are read back: a term with no course
      * rows is reported, and otherwise the term average is
      * recomputed under PROJECT2A's rules (marks weighted by credit
      * hours, WD and INC contributing neither mark nor credit,
      * rounded) and compared with the stored one. A difference is
      * reported unless the audit trail MARKCORR keeps in
      * STUAUDT.DAT shows an upheld correction to that term whose
      * corrected average is the one stored. Each student's name row
      * is looked up once. The course-history file is then walked in
      * turn and every term group of course rows with no master row
      * is reported. Every finding goes to the reconciliation
      * report; the trailer counts each kind, and the run ends with
      * return code 8 when anything was found (12 when a file could
      * not be opened) so the schedule can stop the jobs behind it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER-FILE
               ASSIGN TO "C:\STUMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MASTER-KEY
                   FILE STATUS IS MASTER-FILE-STATUS-WS.
           SELECT COURSE-HISTORY-FILE
               ASSIGN TO "C:\STUCRSH.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CRSH-KEY
                   FILE STATUS IS HISTORY-FILE-STATUS-WS.
           SELECT NAME-MASTER-FILE
               ASSIGN TO "C:\STUNAME.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS NMST-STUDENT-NUMBER
                   FILE STATUS IS NAME-FILE-STATUS-WS.
           SELECT OPTIONAL AUDIT-TRAIL-FILE
               ASSIGN TO "C:\STUAUDT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS AUDIT-FILE-STATUS-WS.
           SELECT RECONCILE-REPORT
               ASSIGN TO "C:\STURECN.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * STUDENT-MASTER-FILE holds one row per student per term
       FD STUDENT-MASTER-FILE.
           COPY STUMAST.

      * COURSE-HISTORY-FILE holds one row per course per student per
      * term, written alongside each master row
       FD COURSE-HISTORY-FILE.
           COPY STUCRSH.

      * NAME-MASTER-FILE holds one name row per student ever
      * published
       FD NAME-MASTER-FILE.
           COPY STUNAME.

      * AUDIT-TRAIL-FILE is MARKCORR's accumulating trail. Only the
      * correction lines are of use here -- they carry "  OLD AVG"
      * where a standing line carries "  OLD STD" -- and only the
      * student, the term and the corrected average are read
       FD AUDIT-TRAIL-FILE.
       01 AUDIT-TRAIL-RECORD.
           05 FILLER                PIC X(2).
           05 AUDR-STUDENT-NUMBER   PIC 9(9).
           05 FILLER                PIC X(2).
           05 AUDR-RUN-DATE         PIC 9(8).
           05 AUDR-LINE-TYPE        PIC X(9).
               88 AUDR-AVERAGE-CORRECTION  VALUE "  OLD AVG".
           05 FILLER                PIC X(24).
           05 AUDR-NEW-AVERAGE      PIC ZZ9.
           05 FILLER                PIC X(43).

      * RECONCILE-REPORT carries one line per finding plus the count
      * and verdict trailer
       FD RECONCILE-REPORT.
       01 RECONCILE-REPORT-CARD     PIC X(80).

       WORKING-STORAGE SECTION.
       01 FLAGS-AND-CONTROLS.
           05 MASTER-FILE-STATUS-WS    PIC XX  VALUE "00".
           05 HISTORY-FILE-STATUS-WS   PIC XX  VALUE "00".
           05 NAME-FILE-STATUS-WS      PIC XX  VALUE "00".
           05 AUDIT-FILE-STATUS-WS     PIC XX  VALUE "00".
           05 MASTER-EOF-FLAG      PIC X       VALUE "N".
           05 HISTORY-EOF-FLAG     PIC X       VALUE "N".
           05 TERM-ROWS-EOF-FLAG   PIC X       VALUE "N".
           05 AUDIT-EOF-FLAG       PIC X       VALUE "N".
           05 MASTER-ROWS-READ-CTR PIC 9(7)    VALUE ZERO.
           05 COURSE-ROWS-READ-CTR PIC 9(7)    VALUE ZERO.
           05 NO-COURSE-ROWS-CTR   PIC 9(5)    VALUE ZERO.
           05 NO-MASTER-ROW-CTR    PIC 9(5)    VALUE ZERO.
           05 NO-NAME-ROW-CTR      PIC 9(5)    VALUE ZERO.
           05 AVERAGE-DIFF-CTR     PIC 9(5)    VALUE ZERO.
           05 AVERAGE-EXPLAINED-CTR PIC 9(5)   VALUE ZERO.
           05 FINDING-CTR          PIC 9(5)    VALUE ZERO.

      * Keys carried from row to row: the student last checked for a
      * name row on the master walk, and the term group last checked
      * for a master row on the course-history walk
       01 PREVIOUS-KEY-WS.
           05 PREV-NAME-STUDENT-WS PIC 9(9)    VALUE ZEROS.
           05 PREV-CRSH-STUDENT-WS PIC 9(9)    VALUE ZEROS.
           05 PREV-CRSH-RUN-DATE-WS PIC 9(8)   VALUE ZEROS.

      * Work fields for recomputing one term's average from its
      * course rows
       01 RECOMPUTE-CONTROLS.
           05 TERM-COURSE-ROW-CTR  PIC 9(3)    VALUE ZERO.
           05 TOTAL-WEIGHTED-MARK  PIC 9(5)    VALUE ZERO.
           05 TOTAL-CREDIT-WEIGHT  PIC 9(3)    VALUE ZERO.
           05 RECOMPUTED-AVERAGE-WS PIC 9(3)   VALUE ZERO.

      * The latest upheld correction on file for each term MARKCORR
      * has corrected; a later correction to the same term replaces
      * the earlier one, since it is the one the master now carries
       01 CORRECTION-TABLE.
           05 CORR-ENTRY OCCURS 2000 TIMES INDEXED BY CORR-IDX.
               10 CORR-STUDENT-NUMBER-WS PIC 9(9) VALUE ZERO.
               10 CORR-RUN-DATE-WS      PIC 9(8)  VALUE ZERO.
               10 CORR-AVERAGE-WS       PIC 9(3)  VALUE ZERO.

       01 CORRECTION-TABLE-CONTROLS.
           05 CORR-TABLE-COUNT     PIC 9(4)    VALUE ZERO.
           05 CORR-TABLE-MAX       PIC 9(4)    VALUE 2000.
           05 CORR-FOUND-SW        PIC X       VALUE "N".
           05 CORR-SEARCH-NUMBER-WS PIC 9(9)   VALUE ZERO.
           05 CORR-SEARCH-DATE-WS  PIC 9(8)    VALUE ZERO.
           05 CORR-LOADED-CTR      PIC 9(5)    VALUE ZERO.
           05 CORR-TABLE-FULL-SW   PIC X       VALUE "N".
               88 CORR-TABLE-FULL          VALUE "Y".

      * One report line per finding, naming the term it was found on
      * and, for an average difference, both averages
       01 FINDING-LINE-WS.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 FIND-STUDENT-NUMBER-WS PIC 9(9).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 FIND-RUN-DATE-WS     PIC 9(8).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 FIND-REASON-WS       PIC X(34).
           05 FIND-DETAIL-WS.
               10 FILLER           PIC X(8)    VALUE SPACES.
               10 FIND-STORED-AVG-WS PIC ZZ9   BLANK WHEN ZERO.
               10 FILLER           PIC X(8)    VALUE SPACES.
               10 FIND-RECOMP-AVG-WS PIC ZZ9   BLANK WHEN ZERO.

      * Trailer lines: one count per kind of finding, the rows read
      * and the verdict
       01 RECONCILE-COUNT-LINE-WS.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 RCNT-TYPE-WS         PIC X(38).
           05 RCNT-COUNT-WS        PIC Z(6)9.
       01 RECONCILE-VERDICT-WS     PIC X(50).

      * Column header for the findings
       01 FINDING-COLUMN-HEADER.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 FILLER               PIC X(9)    VALUE "STUDENT".
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 FILLER               PIC X(8)    VALUE "TERM".
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 FILLER               PIC X(34)   VALUE "FINDING".
           05 FILLER               PIC X(11)   VALUE "     STORED".
           05 FILLER               PIC X(11)   VALUE "     RECOMP".

      * Run date/time stamp printed ahead of the findings so a
      * listing pulled from a folder of several runs can be told
      * apart from the others
       01 RUN-DATE-HEADER.
           05 FILLER               PIC X(10)   VALUE "RUN DATE: ".
           05 RUN-DATE-DISPLAY-WS  PIC 9(8).
           05 FILLER               PIC X(9)    VALUE "  TIME: ".
           05 RUN-TIME-DISPLAY-WS  PIC 9(8).

       01 RUN-DATE-TIME-WS.
           05 RUN-DATE-WS          PIC 9(8)    VALUE ZERO.
           05 RUN-TIME-WS          PIC 9(8)    VALUE ZERO.

       PROCEDURE DIVISION.
      * Mainline routine
       100-RECONCILE-MASTER-FILES.
           PERFORM 200-INIT-RECONCILE.
           PERFORM 200-RECONCILE-ONE-MASTER-ROW
               UNTIL MASTER-EOF-FLAG = "Y".
           PERFORM 200-START-HISTORY-WALK.
           PERFORM 200-RECONCILE-ONE-COURSE-ROW
               UNTIL HISTORY-EOF-FLAG = "Y".
           PERFORM 200-TERM-RECONCILE.
           STOP RUN.

      * All three indexed files are needed for the comparison, so
      * any one of them failing to open stops the run with return
      * code 12; the audit trail is optional, and with none on file
      * no difference is taken as explained
       200-INIT-RECONCILE.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME-WS FROM TIME.
           MOVE RUN-DATE-WS TO RUN-DATE-DISPLAY-WS.
           MOVE RUN-TIME-WS TO RUN-TIME-DISPLAY-WS.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF MASTER-FILE-STATUS-WS NOT = "00"
               DISPLAY "UNABLE TO OPEN STUDENT MASTER FILE, STATUS: "
                   MASTER-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT COURSE-HISTORY-FILE.
           IF HISTORY-FILE-STATUS-WS NOT = "00"
               DISPLAY "UNABLE TO OPEN COURSE HISTORY FILE, STATUS: "
                   HISTORY-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT NAME-MASTER-FILE.
           IF NAME-FILE-STATUS-WS NOT = "00"
               DISPLAY "UNABLE TO OPEN NAME MASTER FILE, STATUS: "
                   NAME-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 700-LOAD-CORRECTIONS.
           OPEN OUTPUT RECONCILE-REPORT.
           WRITE RECONCILE-REPORT-CARD FROM RUN-DATE-HEADER.
           WRITE RECONCILE-REPORT-CARD FROM FINDING-COLUMN-HEADER.
           MOVE ZEROS TO MASTER-KEY.
           START STUDENT-MASTER-FILE
               KEY IS NOT LESS THAN MASTER-KEY
               INVALID KEY
                   MOVE "Y" TO MASTER-EOF-FLAG
           END-START.
           PERFORM 700-READ-MASTER-RECORD.

      * One term row on the master: the student's name row on the
      * first of the student's terms, then the term's course rows
       200-RECONCILE-ONE-MASTER-ROW.
           ADD 1 TO MASTER-ROWS-READ-CTR.
           IF MASTER-STUDENT-NUMBER NOT = PREV-NAME-STUDENT-WS
               PERFORM 700-CHECK-NAME-ROW
               MOVE MASTER-STUDENT-NUMBER TO PREV-NAME-STUDENT-WS
           END-IF.
           PERFORM 700-SUM-TERM-COURSE-ROWS.
           IF TERM-COURSE-ROW-CTR = ZERO
               MOVE "MASTER ROW HAS NO COURSE ROWS" TO FIND-REASON-WS
               PERFORM 700-WRITE-MASTER-FINDING
               ADD 1 TO NO-COURSE-ROWS-CTR
           ELSE
               PERFORM 700-CHECK-TERM-AVERAGE
           END-IF.
           PERFORM 700-READ-MASTER-RECORD.

       200-START-HISTORY-WALK.
           MOVE LOW-VALUES TO CRSH-KEY.
           START COURSE-HISTORY-FILE
               KEY IS NOT LESS THAN CRSH-KEY
               INVALID KEY
                   MOVE "Y" TO HISTORY-EOF-FLAG
           END-START.
           IF HISTORY-FILE-STATUS-WS NOT = "00"
               MOVE "Y" TO HISTORY-EOF-FLAG
           END-IF.
           PERFORM 700-READ-HISTORY-RECORD.

      * One course row: the first row of each student/term group is
      * looked up on the master, and a group with no master row is
      * reported once, however many course rows it holds
       200-RECONCILE-ONE-COURSE-ROW.
           ADD 1 TO COURSE-ROWS-READ-CTR.
           IF CRSH-STUDENT-NUMBER NOT = PREV-CRSH-STUDENT-WS
                   OR CRSH-RUN-DATE NOT = PREV-CRSH-RUN-DATE-WS
               MOVE CRSH-STUDENT-NUMBER TO PREV-CRSH-STUDENT-WS
               MOVE CRSH-RUN-DATE       TO PREV-CRSH-RUN-DATE-WS
               PERFORM 700-CHECK-MASTER-ROW
           END-IF.
           PERFORM 700-READ-HISTORY-RECORD.

       200-TERM-RECONCILE.
           MOVE SPACES TO RECONCILE-REPORT-CARD.
           WRITE RECONCILE-REPORT-CARD.
           MOVE "MASTER ROWS READ:" TO RCNT-TYPE-WS.
           MOVE MASTER-ROWS-READ-CTR TO RCNT-COUNT-WS.
           WRITE RECONCILE-REPORT-CARD FROM RECONCILE-COUNT-LINE-WS.
           MOVE "COURSE ROWS READ:" TO RCNT-TYPE-WS.
           MOVE COURSE-ROWS-READ-CTR TO RCNT-COUNT-WS.
           WRITE RECONCILE-REPORT-CARD FROM RECONCILE-COUNT-LINE-WS.
           MOVE "AUDITED CORRECTIONS ON FILE:" TO RCNT-TYPE-WS.
           MOVE CORR-LOADED-CTR TO RCNT-COUNT-WS.
           WRITE RECONCILE-REPORT-CARD FROM RECONCILE-COUNT-LINE-WS.
           MOVE "MASTER ROWS WITH NO COURSE ROWS:" TO RCNT-TYPE-WS.
           MOVE NO-COURSE-ROWS-CTR TO RCNT-COUNT-WS.
           WRITE RECONCILE-REPORT-CARD FROM RECONCILE-COUNT-LINE-WS.
           MOVE "COURSE TERMS WITH NO MASTER ROW:" TO RCNT-TYPE-WS.
           MOVE NO-MASTER-ROW-CTR TO RCNT-COUNT-WS.
           WRITE RECONCILE-REPORT-CARD FROM RECONCILE-COUNT-LINE-WS.
           MOVE "STUDENTS WITH NO NAME ROW:" TO RCNT-TYPE-WS.
           MOVE NO-NAME-ROW-CTR TO RCNT-COUNT-WS.
           WRITE RECONCILE-REPORT-CARD FROM RECONCILE-COUNT-LINE-WS.
           MOVE "AVERAGES NOT MATCHING COURSE ROWS:" TO RCNT-TYPE-WS.
           MOVE AVERAGE-DIFF-CTR TO RCNT-COUNT-WS.
           WRITE RECONCILE-REPORT-CARD FROM RECONCILE-COUNT-LINE-WS.
           MOVE "DIFFERENCES EXPLAINED BY CORRECTION:" TO
               RCNT-TYPE-WS.
           MOVE AVERAGE-EXPLAINED-CTR TO RCNT-COUNT-WS.
           WRITE RECONCILE-REPORT-CARD FROM RECONCILE-COUNT-LINE-WS.
           MOVE "FINDINGS:" TO RCNT-TYPE-WS.
           MOVE FINDING-CTR TO RCNT-COUNT-WS.
           WRITE RECONCILE-REPORT-CARD FROM RECONCILE-COUNT-LINE-WS.
           IF FINDING-CTR = ZERO
               MOVE "MASTER FILES RECONCILED CLEAN" TO
                   RECONCILE-VERDICT-WS
           ELSE
               MOVE "RECONCILIATION FINDINGS ON FILE -- SEE ABOVE" TO
                   RECONCILE-VERDICT-WS
               DISPLAY "CROSS-FILE RECONCILIATION FINDINGS: "
                   FINDING-CTR " -- SEE RECONCILIATION REPORT"
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE RECONCILE-REPORT-CARD FROM RECONCILE-VERDICT-WS.
           DISPLAY "MASTER ROWS READ: " MASTER-ROWS-READ-CTR.
           DISPLAY "COURSE ROWS READ: " COURSE-ROWS-READ-CTR.
           CLOSE STUDENT-MASTER-FILE
                 COURSE-HISTORY-FILE
                 NAME-MASTER-FILE
                 RECONCILE-REPORT.

      * Reads MARKCORR's audit trail into CORRECTION-TABLE. A table
      * too small for the trail is reported; the corrections left
      * out can then show up as unexplained differences, which errs
      * on the side of a finding rather than hiding one
       700-LOAD-CORRECTIONS.
           OPEN INPUT AUDIT-TRAIL-FILE.
           IF AUDIT-FILE-STATUS-WS NOT = "00"
                   AND AUDIT-FILE-STATUS-WS NOT = "05"
               DISPLAY "AUDIT TRAIL FILE NOT AVAILABLE, STATUS: "
                   AUDIT-FILE-STATUS-WS
                   " -- NO DIFFERENCE TAKEN AS EXPLAINED"
               MOVE "Y" TO AUDIT-EOF-FLAG
           ELSE
               PERFORM 700-READ-AUDIT-RECORD
           END-IF.
           PERFORM 700-LOAD-ONE-CORRECTION
               UNTIL AUDIT-EOF-FLAG = "Y".
           IF AUDIT-FILE-STATUS-WS = "00"
                   OR AUDIT-FILE-STATUS-WS = "10"
               CLOSE AUDIT-TRAIL-FILE
           END-IF.
           IF CORR-TABLE-FULL
               DISPLAY "CORRECTION TABLE FULL -- LATER CORRECTIONS "
                   "NOT LOADED"
           END-IF.

       700-READ-AUDIT-RECORD.
           READ AUDIT-TRAIL-FILE
               AT END      MOVE "Y" TO AUDIT-EOF-FLAG
               NOT AT END  CONTINUE
           END-READ.

       700-LOAD-ONE-CORRECTION.
           IF AUDR-AVERAGE-CORRECTION
                   AND AUDR-STUDENT-NUMBER IS NUMERIC
                   AND AUDR-RUN-DATE IS NUMERIC
               ADD 1 TO CORR-LOADED-CTR
               MOVE AUDR-STUDENT-NUMBER TO CORR-SEARCH-NUMBER-WS
               MOVE AUDR-RUN-DATE       TO CORR-SEARCH-DATE-WS
               PERFORM 700-FIND-CORRECTION
               IF CORR-FOUND-SW = "Y"
                   MOVE AUDR-NEW-AVERAGE TO CORR-AVERAGE-WS (CORR-IDX)
               ELSE
                   PERFORM 700-ADD-CORRECTION-ENTRY
               END-IF
           END-IF.
           PERFORM 700-READ-AUDIT-RECORD.

       700-ADD-CORRECTION-ENTRY.
           IF CORR-TABLE-COUNT < CORR-TABLE-MAX
               ADD 1 TO CORR-TABLE-COUNT
               SET CORR-IDX TO CORR-TABLE-COUNT
               MOVE AUDR-STUDENT-NUMBER TO
                   CORR-STUDENT-NUMBER-WS (CORR-IDX)
               MOVE AUDR-RUN-DATE TO CORR-RUN-DATE-WS (CORR-IDX)
               MOVE AUDR-NEW-AVERAGE TO CORR-AVERAGE-WS (CORR-IDX)
           ELSE
               MOVE "Y" TO CORR-TABLE-FULL-SW
           END-IF.

       700-FIND-CORRECTION.
           MOVE "N" TO CORR-FOUND-SW.
           PERFORM 700-SEARCH-CORRECTION-TABLE
               VARYING CORR-IDX FROM 1 BY 1
               UNTIL CORR-IDX > CORR-TABLE-COUNT
                  OR CORR-FOUND-SW = "Y".
           IF CORR-FOUND-SW = "Y"
               SET CORR-IDX DOWN BY 1
           END-IF.

       700-SEARCH-CORRECTION-TABLE.
           IF CORR-STUDENT-NUMBER-WS (CORR-IDX) = CORR-SEARCH-NUMBER-WS
                   AND CORR-RUN-DATE-WS (CORR-IDX) = CORR-SEARCH-DATE-WS
               MOVE "Y" TO CORR-FOUND-SW
           END-IF.

       700-READ-MASTER-RECORD.
           IF MASTER-EOF-FLAG = "Y"
               CONTINUE
           ELSE
               READ STUDENT-MASTER-FILE NEXT RECORD
                   AT END      MOVE "Y" TO MASTER-EOF-FLAG
                   NOT AT END  CONTINUE
               END-READ
               IF MASTER-FILE-STATUS-WS NOT = "00"
                       AND MASTER-FILE-STATUS-WS NOT = "02"
                   MOVE "Y" TO MASTER-EOF-FLAG
               END-IF
           END-IF.

       700-READ-HISTORY-RECORD.
           IF HISTORY-EOF-FLAG = "Y"
               CONTINUE
           ELSE
               READ COURSE-HISTORY-FILE NEXT RECORD
                   AT END      MOVE "Y" TO HISTORY-EOF-FLAG
                   NOT AT END  CONTINUE
               END-READ
               IF HISTORY-FILE-STATUS-WS NOT = "00"
                       AND HISTORY-FILE-STATUS-WS NOT = "02"
                   MOVE "Y" TO HISTORY-EOF-FLAG
               END-IF
           END-IF.

       700-CHECK-NAME-ROW.
           MOVE MASTER-STUDENT-NUMBER TO NMST-STUDENT-NUMBER.
           READ NAME-MASTER-FILE
               INVALID KEY
                   MOVE "STUDENT HAS NO NAME ROW" TO FIND-REASON-WS
                   PERFORM 700-WRITE-MASTER-FINDING
                   ADD 1 TO NO-NAME-ROW-CTR
           END-READ.

      * Keyed START at the first course row of the master row's
      * term, then READ NEXT until the student or run date changes,
      * summing the graded rows under PROJECT2A's weighting
       700-SUM-TERM-COURSE-ROWS.
           MOVE ZERO TO TERM-COURSE-ROW-CTR
                        TOTAL-WEIGHTED-MARK
                        TOTAL-CREDIT-WEIGHT.
           MOVE "N" TO TERM-ROWS-EOF-FLAG.
           MOVE MASTER-STUDENT-NUMBER TO CRSH-STUDENT-NUMBER.
           MOVE MASTER-RUN-DATE       TO CRSH-RUN-DATE.
           MOVE SPACES                TO CRSH-COURSE-CODE.
           START COURSE-HISTORY-FILE
               KEY IS NOT LESS THAN CRSH-KEY
               INVALID KEY
                   MOVE "Y" TO TERM-ROWS-EOF-FLAG
           END-START.
           IF HISTORY-FILE-STATUS-WS NOT = "00"
               MOVE "Y" TO TERM-ROWS-EOF-FLAG
           END-IF.
           PERFORM 700-ADD-ONE-TERM-COURSE-ROW
               UNTIL TERM-ROWS-EOF-FLAG = "Y".

       700-ADD-ONE-TERM-COURSE-ROW.
           READ COURSE-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO TERM-ROWS-EOF-FLAG
               NOT AT END
                   IF CRSH-STUDENT-NUMBER NOT = MASTER-STUDENT-NUMBER
                           OR CRSH-RUN-DATE NOT = MASTER-RUN-DATE
                       MOVE "Y" TO TERM-ROWS-EOF-FLAG
                   ELSE
                       ADD 1 TO TERM-COURSE-ROW-CTR
                       IF CRSH-COURSE-MARK IS NUMERIC
                           COMPUTE TOTAL-WEIGHTED-MARK =
                               TOTAL-WEIGHTED-MARK
                               + (CRSH-COURSE-MARK-NUM
                                   * CRSH-COURSE-CREDIT)
                           ADD CRSH-COURSE-CREDIT TO
                               TOTAL-CREDIT-WEIGHT
                       END-IF
                   END-IF
           END-READ.
           IF HISTORY-FILE-STATUS-WS NOT = "00"
                   AND HISTORY-FILE-STATUS-WS NOT = "02"
               MOVE "Y" TO TERM-ROWS-EOF-FLAG
           END-IF.

      * The stored average must be the one the course rows give,
      * unless MARKCORR has corrected the term on appeal and the
      * stored average is the corrected one. A stored average that
      * is not numeric is MSTVRFY's finding and is not compared
       700-CHECK-TERM-AVERAGE.
           IF TOTAL-CREDIT-WEIGHT = ZERO
               MOVE ZERO TO RECOMPUTED-AVERAGE-WS
           ELSE
               DIVIDE TOTAL-WEIGHTED-MARK BY TOTAL-CREDIT-WEIGHT
                   GIVING RECOMPUTED-AVERAGE-WS ROUNDED
           END-IF.
           IF MASTER-STUDENT-AVERAGE IS NUMERIC
               IF MASTER-STUDENT-AVERAGE NOT = RECOMPUTED-AVERAGE-WS
                   PERFORM 700-CHECK-AUDITED-CORRECTION
               END-IF
           END-IF.

       700-CHECK-AUDITED-CORRECTION.
           MOVE MASTER-STUDENT-NUMBER TO CORR-SEARCH-NUMBER-WS.
           MOVE MASTER-RUN-DATE       TO CORR-SEARCH-DATE-WS.
           PERFORM 700-FIND-CORRECTION.
           IF CORR-FOUND-SW = "Y"
                   AND CORR-AVERAGE-WS (CORR-IDX) =
                       MASTER-STUDENT-AVERAGE
               ADD 1 TO AVERAGE-EXPLAINED-CTR
           ELSE
               MOVE "AVERAGE DIFFERS FROM COURSE ROWS" TO
                   FIND-REASON-WS
               MOVE MASTER-STUDENT-AVERAGE TO FIND-STORED-AVG-WS
               MOVE RECOMPUTED-AVERAGE-WS  TO FIND-RECOMP-AVG-WS
               PERFORM 700-WRITE-FINDING
               ADD 1 TO AVERAGE-DIFF-CTR
           END-IF.

      * Keyed read of the master row a course-row group belongs to;
      * MSTARCH purging the master row and leaving its course rows
      * behind is the usual cause of a miss
       700-CHECK-MASTER-ROW.
           MOVE CRSH-STUDENT-NUMBER TO MASTER-STUDENT-NUMBER.
           MOVE CRSH-RUN-DATE       TO MASTER-RUN-DATE.
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE "COURSE ROWS HAVE NO MASTER ROW" TO
                       FIND-REASON-WS
                   PERFORM 700-WRITE-MASTER-FINDING
                   ADD 1 TO NO-MASTER-ROW-CTR
           END-READ.

      * A finding with no averages to show
       700-WRITE-MASTER-FINDING.
           MOVE ZERO TO FIND-STORED-AVG-WS
                        FIND-RECOMP-AVG-WS.
           PERFORM 700-WRITE-FINDING.

       700-WRITE-FINDING.
           MOVE MASTER-STUDENT-NUMBER TO FIND-STUDENT-NUMBER-WS.
           MOVE MASTER-RUN-DATE       TO FIND-RUN-DATE-WS.
           WRITE RECONCILE-REPORT-CARD FROM FINDING-LINE-WS.
           ADD 1 TO FINDING-CTR.
